       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL TTPLAYER
          ASSIGN TO "PLFIL.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS PL-ID OF PL-RECORD
          ALTERNATE RECORD KEY IS PL-KEY1 OF PL-RECORD
              WITH DUPLICATES
          ALTERNATE RECORD KEY IS PL-FNAME OF PL-RECORD
              WITH DUPLICATES
          ALTERNATE RECORD KEY IS PL-CARD-NO OF PL-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL TTLEDG
          ASSIGN TO "PAYLEDG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LG-KEY OF LG-RECORD
          ALTERNATE RECORD KEY IS LG-RECEIPT-NO OF LG-RECORD
          .
          SELECT OPTIONAL RECEIPT-CONTROL-FILE ASSIGN TO "PAYRCPT.CTL"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ADJUST-TRANS-FILE ASSIGN TO "PAYADJ.TXN"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REJECT-FILE ASSIGN TO "PAYADJ.REJ"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ADJUST-AUDIT-FILE ASSIGN TO "PAYADJ.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SUMMARY-REPORT ASSIGN TO "PAYADJ.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTLEDG.FD".
       COPY "PAYRCPT.FD".
       FD  ADJUST-TRANS-FILE.
        01  AJ-RECORD.
            05  AJ-ACTION                  PIC X(01).
                88  AJ-ACTION-REFUND           VALUE "R".
                88  AJ-ACTION-REVERSAL         VALUE "V".
            05  AJ-RECEIPT-NO              PIC X(08).
            05  AJ-RECEIPT-NUM REDEFINES AJ-RECEIPT-NO
                                           PIC 9(08).
            05  AJ-AMOUNT                  PIC X(07).
            05  AJ-AMOUNT-NUM REDEFINES AJ-AMOUNT
                                           PIC 9(05)V99.
            05  AJ-MONTHS                  PIC X(02).
            05  AJ-MONTHS-NUM REDEFINES AJ-MONTHS
                                           PIC 9(02).
            05  AJ-REASON                  PIC X(20).
       FD  REJECT-FILE.
        01  REJ-LINE                       PIC X(300).
       FD  ADJUST-AUDIT-FILE.
        01  AUD-LINE                       PIC X(200).
       FD  SUMMARY-REPORT.
        01  RPT-LINE                       PIC X(132).
       COPY "AUDITLOG.FD".
       COPY "RUNREG.FD".

      *****************************************************************
       WORKING-STORAGE                 SECTION.
        01 CONTROL-FLAG         PIC X.
          88 NO-MORE-DUPLICATES          VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-RECORDS             VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-INPUT               VALUE 1
             WHEN SET TO FALSE IS              0.
        01 LEDGER-FLAG          PIC X.
          88 NO-MORE-LEDGER              VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".
       COPY "LEDGER.WS".

        01 WS-TRANS-STATUS               PIC X(01).
          88 WS-TRANS-VALID              VALUE "Y".
          88 WS-TRANS-INVALID            VALUE "N".
        01 WS-REJECT-REASON              PIC X(60).

        01 WS-TODAY-DATE                 PIC 9(08).

        01 WS-ORIG-PLAYER-ID             PIC 9(10).
        01 WS-ORIG-RECEIPT-NO            PIC 9(08).
        01 WS-ORIG-TERM-MONTHS           PIC 9(02).
        01 WS-ORIG-AMOUNT                PIC S9(07)V99.
        01 WS-ORIG-COVER-TO              PIC 9(08).
        01 WS-ORIG-CATEGORY              PIC X(01).
        01 WS-PRIOR-AMOUNT               PIC S9(07)V99.
        01 WS-PRIOR-MONTHS               PIC 9(03).
        01 WS-ADJ-AMOUNT                 PIC S9(07)V99.
        01 WS-ADJ-MONTHS                 PIC 9(02).
        01 WS-ADJ-COVER-FROM             PIC 9(08).
        01 WS-ADJ-COVER-TO               PIC 9(08).
        01 WS-AUDIT-AMOUNT               PIC ZZZZZZ9.99.

        01 WS-BASE-DATE                  PIC 9(08).
        01 FILLER REDEFINES WS-BASE-DATE.
           05 WS-BASE-YYYY               PIC 9(04).
           05 WS-BASE-MM                 PIC 9(02).
           05 WS-BASE-DD                 PIC 9(02).
        01 WS-MONTHS-BACK                PIC 9(03).
        01 WS-OLD-PASS-DATE              PIC 9(08).
        01 WS-NEW-PASS-DATE              PIC 9(08).
        01 WS-TOTAL-MONTHS               PIC 9(06).
        01 WS-MONTH-REM                  PIC 9(02).
        01 WS-DAYS-IN-MONTH              PIC 9(02) VALUE 31.
        01 WS-30-DAY-MONTHS              PIC X(08)
                     VALUE "04060911".
        01 WS-30-DAY-TABLE REDEFINES WS-30-DAY-MONTHS.
           05 WS-30-DAY-ENTRY            PIC X(02)
                     OCCURS 4 TIMES
                     INDEXED BY WS-30-DAY-IDX.
        01 WS-MONTH-CHARS                PIC X(02).

        01 WS-TRANS-COUNT                PIC 9(08) VALUE 0.
        01 WS-REFUND-COUNT               PIC 9(08) VALUE 0.
        01 WS-REVERSAL-COUNT             PIC 9(08) VALUE 0.
        01 WS-REJECT-COUNT               PIC 9(08) VALUE 0.
        01 WS-ADJUSTED-TOTAL             PIC 9(09)V99 VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(30)
                     VALUE "PASS PAYMENT ADJUSTMENTS -".
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 WS-HDR-DATE                PIC 9(08).
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.
        01 WS-AMOUNT-LINE.
           05 WS-AMT-LABEL               PIC X(24).
           05 WS-AMT-AMOUNT              PIC ZZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM APPLY-ALL-ADJUSTMENTS
         PERFORM WRITE-ADJUSTMENT-SUMMARY

         MOVE WS-TRANS-COUNT  TO WS-RUN-RECORDS-READ
         ADD WS-REFUND-COUNT WS-REVERSAL-COUNT
             GIVING WS-RUN-RECORDS-WRITTEN
         MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "PAYADJ" TO WS-STAMP-PROGRAM
         MOVE "PAYADJ.TXN" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN I-O TTPLAYER
         OPEN I-O TTLEDG
         OPEN INPUT ADJUST-TRANS-FILE
         OPEN OUTPUT REJECT-FILE
         OPEN OUTPUT ADJUST-AUDIT-FILE
         OPEN OUTPUT SUMMARY-REPORT
         OPEN EXTEND CENTRAL-AUDIT-FILE

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
         PERFORM READ-RECEIPT-CONTROL
         .

      *****************************************************************
       APPLY-ALL-ADJUSTMENTS           SECTION.

           SET NO-MORE-INPUT TO FALSE
           PERFORM READ-NEXT-ADJUSTMENT
           PERFORM UNTIL NO-MORE-INPUT
               ADD 1 TO WS-TRANS-COUNT
               PERFORM APPLY-ONE-ADJUSTMENT
               PERFORM READ-NEXT-ADJUSTMENT
           END-PERFORM
           .

      *****************************************************************
       READ-NEXT-ADJUSTMENT            SECTION.

           READ ADJUST-TRANS-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       APPLY-ONE-ADJUSTMENT            SECTION.

           PERFORM VALIDATE-ADJUSTMENT
           IF WS-TRANS-VALID
               MOVE AJ-RECEIPT-NUM TO LG-RECEIPT-NO
               READ TTLEDG
                   KEY IS LG-RECEIPT-NO OF LG-RECORD
                   INVALID KEY
                       MOVE "RECEIPT NOT ON LEDGER" TO WS-REJECT-REASON
                       SET WS-TRANS-INVALID TO TRUE
                   NOT INVALID KEY
                       PERFORM CHECK-ORIGINAL-PAYMENT
               END-READ
           END-IF

           IF WS-TRANS-VALID
               PERFORM POST-ADJUSTMENT
           END-IF

           IF WS-TRANS-INVALID
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

      *****************************************************************
       VALIDATE-ADJUSTMENT             SECTION.

           SET WS-TRANS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT AJ-ACTION-REFUND
              AND NOT AJ-ACTION-REVERSAL
               SET WS-TRANS-INVALID TO TRUE
               MOVE "ACTION MUST BE R OR V" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND (AJ-RECEIPT-NO NOT NUMERIC
                   OR AJ-RECEIPT-NO = "00000000")
               SET WS-TRANS-INVALID TO TRUE
               MOVE "RECEIPT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND AJ-ACTION-REFUND
              AND (AJ-AMOUNT NOT NUMERIC
                   OR AJ-AMOUNT = "0000000")
               SET WS-TRANS-INVALID TO TRUE
               MOVE "REFUND AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND AJ-ACTION-REFUND
              AND AJ-MONTHS NOT NUMERIC
               SET WS-TRANS-INVALID TO TRUE
               MOVE "REFUND MONTHS NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           .

      *****************************************************************
       CHECK-ORIGINAL-PAYMENT          SECTION.

      * Only a payment can be adjusted, and never by more money or
      * months than are left on it after earlier adjustments
           IF NOT LG-TYPE-PAYMENT
               MOVE "RECEIPT IS NOT A PAYMENT" TO WS-REJECT-REASON
               SET WS-TRANS-INVALID TO TRUE
           ELSE
               MOVE LG-PLAYER-ID     TO WS-ORIG-PLAYER-ID
               MOVE LG-RECEIPT-NO    TO WS-ORIG-RECEIPT-NO
               MOVE LG-TERM-MONTHS   TO WS-ORIG-TERM-MONTHS
               MOVE LG-AMOUNT        TO WS-ORIG-AMOUNT
               MOVE LG-COVER-TO      TO WS-ORIG-COVER-TO
               MOVE LG-RATE-CATEGORY TO WS-ORIG-CATEGORY
               PERFORM TOTAL-PRIOR-ADJUSTMENTS

               IF AJ-ACTION-REVERSAL
                   IF WS-PRIOR-AMOUNT NOT = ZEROES
                       MOVE "RECEIPT ALREADY ADJUSTED, REFUND BALANCE"
                           TO WS-REJECT-REASON
                       SET WS-TRANS-INVALID TO TRUE
                   ELSE
                       MOVE WS-ORIG-AMOUNT      TO WS-ADJ-AMOUNT
                       MOVE WS-ORIG-TERM-MONTHS TO WS-ADJ-MONTHS
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN AJ-AMOUNT-NUM + WS-PRIOR-AMOUNT
                               > WS-ORIG-AMOUNT
                           MOVE "REFUND EXCEEDS AMOUNT PAID"
                               TO WS-REJECT-REASON
                           SET WS-TRANS-INVALID TO TRUE
                       WHEN AJ-MONTHS-NUM + WS-PRIOR-MONTHS
                               > WS-ORIG-TERM-MONTHS
                           MOVE "REFUND MONTHS EXCEED TERM PAID"
                               TO WS-REJECT-REASON
                           SET WS-TRANS-INVALID TO TRUE
                       WHEN OTHER
                           MOVE AJ-AMOUNT-NUM TO WS-ADJ-AMOUNT
                           MOVE AJ-MONTHS-NUM TO WS-ADJ-MONTHS
                   END-EVALUATE
               END-IF
           END-IF
           .

      *****************************************************************
       TOTAL-PRIOR-ADJUSTMENTS         SECTION.

           MOVE ZEROES TO WS-PRIOR-AMOUNT
           MOVE ZEROES TO WS-PRIOR-MONTHS

           MOVE WS-ORIG-PLAYER-ID TO LG-PLAYER-ID
           MOVE ZEROES TO LG-PAY-DATE
           MOVE ZEROES TO LG-RECEIPT-NO
           PERFORM TTLEDG-START
           PERFORM UNTIL NO-MORE-LEDGER
                      OR LG-PLAYER-ID NOT = WS-ORIG-PLAYER-ID
               IF LG-ORIG-RECEIPT = WS-ORIG-RECEIPT-NO
                  AND NOT LG-TYPE-PAYMENT
                   SUBTRACT LG-AMOUNT FROM WS-PRIOR-AMOUNT
                   ADD LG-TERM-MONTHS TO WS-PRIOR-MONTHS
               END-IF
               PERFORM TTLEDG-READ-NEXT
           END-PERFORM
           .

      *****************************************************************
       POST-ADJUSTMENT                 SECTION.

      * The adjustment covers the last months still standing on the
      * original payment, so the month-end run takes back exactly the
      * revenue it would otherwise have recognised for them
           MOVE WS-ORIG-COVER-TO TO WS-BASE-DATE
           MOVE WS-PRIOR-MONTHS TO WS-MONTHS-BACK
           PERFORM SUBTRACT-MONTHS
           MOVE WS-BASE-DATE TO WS-ADJ-COVER-TO
           MOVE WS-ADJ-MONTHS TO WS-MONTHS-BACK
           PERFORM SUBTRACT-MONTHS
           MOVE WS-BASE-DATE TO WS-ADJ-COVER-FROM

           MOVE SPACES             TO LG-RECORD
           MOVE WS-ORIG-PLAYER-ID  TO LG-PLAYER-ID
           MOVE WS-RUN-BUSDATE     TO LG-PAY-DATE
           MOVE ZEROES             TO LG-RECEIPT-NO
           IF AJ-ACTION-REFUND
               SET LG-TYPE-REFUND   TO TRUE
           ELSE
               SET LG-TYPE-REVERSAL TO TRUE
           END-IF
           MOVE WS-ADJ-MONTHS      TO LG-TERM-MONTHS
           COMPUTE LG-AMOUNT = 0 - WS-ADJ-AMOUNT
           MOVE WS-ADJ-COVER-FROM  TO LG-COVER-FROM
           MOVE WS-ADJ-COVER-TO    TO LG-COVER-TO
           MOVE WS-ORIG-CATEGORY   TO LG-RATE-CATEGORY
           MOVE WS-ORIG-RECEIPT-NO TO LG-ORIG-RECEIPT
           MOVE WS-OPERATOR-ID     TO LG-OPERATOR
           MOVE WS-TODAY-DATE      TO LG-POST-DATE
           MOVE AJ-REASON          TO LG-REASON
           PERFORM WRITE-LEDGER-ENTRY

           IF WS-LEDGER-FAILED
               MOVE "LEDGER WRITE FAILED" TO WS-REJECT-REASON
               SET WS-TRANS-INVALID TO TRUE
           ELSE
               PERFORM ROLL-BACK-PASS-DATE
               PERFORM LOG-ADJUSTMENT
               ADD WS-ADJ-AMOUNT TO WS-ADJUSTED-TOTAL
               IF AJ-ACTION-REFUND
                   ADD 1 TO WS-REFUND-COUNT
               ELSE
                   ADD 1 TO WS-REVERSAL-COUNT
               END-IF
           END-IF
           .

      *****************************************************************
       ROLL-BACK-PASS-DATE             SECTION.

           MOVE WS-ORIG-PLAYER-ID TO PL-ID
           MOVE ZEROES TO WS-OLD-PASS-DATE
           MOVE ZEROES TO WS-NEW-PASS-DATE
           IF WS-ADJ-MONTHS > ZEROES
               READ TTPLAYER
                   INVALID KEY
                       DISPLAY "PLAYER NOT FOUND, PASS NOT CHANGED: "
                               WS-ORIG-PLAYER-ID
                   NOT INVALID KEY
                       MOVE PL-PCS-PAS-DATE TO WS-OLD-PASS-DATE
                       MOVE PL-PCS-PAS-DATE TO WS-BASE-DATE
                       MOVE WS-ADJ-MONTHS TO WS-MONTHS-BACK
                       PERFORM SUBTRACT-MONTHS
                       MOVE WS-BASE-DATE TO WS-NEW-PASS-DATE
                       MOVE WS-NEW-PASS-DATE TO PL-PCS-PAS-DATE
                       REWRITE PL-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE FAILED: " PL-ID
                               MOVE WS-OLD-PASS-DATE
                                   TO WS-NEW-PASS-DATE
                       END-REWRITE
               END-READ
           END-IF
           .

      *****************************************************************
       SUBTRACT-MONTHS                 SECTION.

           COMPUTE WS-TOTAL-MONTHS =
               (WS-BASE-YYYY * 12) + WS-BASE-MM - 1 - WS-MONTHS-BACK
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-BASE-YYYY
               REMAINDER WS-MONTH-REM
           COMPUTE WS-BASE-MM = WS-MONTH-REM + 1

           PERFORM CLAMP-DAY-TO-MONTH
           .

      *****************************************************************
       CLAMP-DAY-TO-MONTH              SECTION.

           MOVE WS-BASE-MM TO WS-MONTH-CHARS
           IF WS-MONTH-CHARS = "02"
               MOVE 28 TO WS-DAYS-IN-MONTH
           ELSE
               MOVE 31 TO WS-DAYS-IN-MONTH
               SET WS-30-DAY-IDX TO 1
               SEARCH WS-30-DAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-30-DAY-ENTRY (WS-30-DAY-IDX)
                           = WS-MONTH-CHARS
                       MOVE 30 TO WS-DAYS-IN-MONTH
               END-SEARCH
           END-IF

           IF WS-BASE-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-BASE-DD
           END-IF
           .

      *****************************************************************
       WRITE-REJECT-RECORD             SECTION.

           MOVE SPACES TO REJ-LINE
           STRING
               "REJECTED  REASON="  DELIMITED BY SIZE
               WS-REJECT-REASON     DELIMITED BY SIZE
               "  RECORD="          DELIMITED BY SIZE
               AJ-RECORD            DELIMITED BY SIZE
               INTO REJ-LINE
           END-STRING
           WRITE REJ-LINE
           .

      *****************************************************************
       LOG-ADJUSTMENT                  SECTION.

           MOVE WS-ADJ-AMOUNT TO WS-AUDIT-AMOUNT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "PAYMENT "           DELIMITED BY SIZE
               LG-ENTRY-TYPE        DELIMITED BY SIZE
               "  ID="              DELIMITED BY SIZE
               WS-ORIG-PLAYER-ID    DELIMITED BY SIZE
               "  RECEIPT="         DELIMITED BY SIZE
               LG-RECEIPT-NO        DELIMITED BY SIZE
               "  ORIGINAL="        DELIMITED BY SIZE
               WS-ORIG-RECEIPT-NO   DELIMITED BY SIZE
               "  AMOUNT="          DELIMITED BY SIZE
               WS-AUDIT-AMOUNT      DELIMITED BY SIZE
               "  MONTHS="          DELIMITED BY SIZE
               WS-ADJ-MONTHS        DELIMITED BY SIZE
               "  OLD-PASS="        DELIMITED BY SIZE
               WS-OLD-PASS-DATE     DELIMITED BY SIZE
               "  NEW-PASS="        DELIMITED BY SIZE
               WS-NEW-PASS-DATE     DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *****************************************************************
       WRITE-AUDIT-LINE                SECTION.

      * Stamped copy to the program's own log and the consolidated
      * audit file
           PERFORM WRITE-CENTRAL-AUDIT
           MOVE SPACES TO AUD-LINE
           STRING
               WS-AUDIT-STAMP       DELIMITED BY SIZE
               WS-AUDIT-TEXT        DELIMITED BY SIZE
               INTO AUD-LINE
           END-STRING
           WRITE AUD-LINE
           .

      *****************************************************************
       WRITE-ADJUSTMENT-SUMMARY        SECTION.

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ADJUSTMENTS READ"    TO WS-TOT-LABEL
           MOVE WS-TRANS-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "REFUNDS POSTED"      TO WS-TOT-LABEL
           MOVE WS-REFUND-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "REVERSALS POSTED"    TO WS-TOT-LABEL
           MOVE WS-REVERSAL-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ADJUSTMENTS REJECTED" TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "AMOUNT RETURNED"     TO WS-AMT-LABEL
           MOVE WS-ADJUSTED-TOTAL     TO WS-AMT-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE TTLEDG
         PERFORM WRITE-RECEIPT-CONTROL
         CLOSE ADJUST-TRANS-FILE
         CLOSE REJECT-FILE
         CLOSE ADJUST-AUDIT-FILE
         CLOSE SUMMARY-REPORT
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "ADJUSTMENTS READ:     " WS-TRANS-COUNT
         DISPLAY "REFUNDS POSTED:       " WS-REFUND-COUNT
         DISPLAY "REVERSALS POSTED:     " WS-REVERSAL-COUNT
         DISPLAY "ADJUSTMENTS REJECTED: " WS-REJECT-COUNT
         DISPLAY "AMOUNT RETURNED:      " WS-ADJUSTED-TOTAL
         STOP RUN
          .

      *****************************************************************
         COPY "TTLEDG.IO".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
      *****************************************************************
         COPY "LEDGER.PRC".
