          ALTERNATE RECORD KEY IS PL-CARD-NO OF PL-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL TTRATE
          ASSIGN TO "RATES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RT-KEY OF RT-RECORD
          .
          SELECT OPTIONAL TTHOUSE
          ASSIGN TO "HOUSEHLD.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS HH-ID OF HH-RECORD
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
          SELECT OPTIONAL PAYMENT-TRANS-FILE ASSIGN TO "PASSPAY.TXN"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REJECT-FILE ASSIGN TO "PASSPAY.REJ"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SUMMARY-REPORT ASSIGN TO "PASSPAY.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PAYMENT-HOLD-FILE ASSIGN TO "PASSPAY.HLD"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT VARIANCE-REPORT ASSIGN TO "PASSPAY.VAR"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
       DATA DIVISION.
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTRATE.FD".
       COPY "TTHOUSE.FD".
       COPY "TTLEDG.FD".
       COPY "PAYRCPT.FD".
       FD  PAYMENT-TRANS-FILE.
        01  PY-RECORD.
            05  PY-PLAYER-ID               PIC X(10).
        01  AUD-LINE                       PIC X(200).
       FD  SUMMARY-REPORT.
        01  RPT-LINE                       PIC X(132).
       FD  PAYMENT-HOLD-FILE.
        01  HLD-RECORD.
            05  HLD-PAYMENT                PIC X(19).
            05  HLD-EXPECTED               PIC 9(05)V99.
            05  HLD-CATEGORY               PIC X(01).
            05  HLD-SHORTFALL              PIC 9(05)V99.
            05  HLD-HOLD-DATE              PIC 9(08).
            05  HLD-OPERATOR               PIC X(08).
       FD  VARIANCE-REPORT.
        01  VAR-LINE                       PIC X(132).
       COPY "AUDITLOG.FD".
       COPY "RUNREG.FD".


       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".
       COPY "LEDGER.WS".

        01 WS-PAYMENT-STATUS             PIC X(01).
          88 WS-PAYMENT-VALID            VALUE "Y".
        01 WS-TOTAL-MONTHS               PIC 9(06).
        01 WS-MONTH-REM                  PIC 9(02).
        01 WS-OLD-PASS-DATE              PIC 9(08).
        01 WS-COVER-FROM-DATE            PIC 9(08).
        01 WS-DAYS-IN-MONTH              PIC 9(02) VALUE 31.
        01 WS-30-DAY-MONTHS              PIC X(08)
                     VALUE "04060911".
                     INDEXED BY WS-30-DAY-IDX.
        01 WS-MONTH-CHARS                PIC X(02).

        01 WS-RATE-STATUS                PIC X(01).
          88 WS-RATE-FOUND               VALUE "Y".
          88 WS-RATE-MISSING             VALUE "N".
        01 WS-EXPECTED-PRICE             PIC 9(05)V99.
        01 WS-RATE-CATEGORY              PIC X(01).
        01 WS-TRY-CATEGORY               PIC X(01).
        01 WS-PRICE-VARIANCE             PIC 9(05)V99.

        01 WS-TRANS-COUNT                PIC 9(08) VALUE 0.
        01 WS-POSTED-COUNT               PIC 9(08) VALUE 0.
        01 WS-REJECT-COUNT               PIC 9(08) VALUE 0.
        01 WS-HELD-COUNT                 PIC 9(08) VALUE 0.
        01 WS-OVERPAID-COUNT             PIC 9(08) VALUE 0.
        01 WS-REVENUE-TOTAL              PIC 9(09)V99 VALUE 0.
        01 WS-HELD-TOTAL                 PIC 9(09)V99 VALUE 0.
        01 WS-OVERPAID-TOTAL             PIC 9(09)V99 VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(30)
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.
        01 WS-REVENUE-LINE.
           05 WS-REV-LABEL               PIC X(24)
                     VALUE "REVENUE POSTED".
           05 WS-REV-AMOUNT              PIC ZZZZZZZZ9.99.

        01 WS-VAR-HEADER-LINE.
           05 FILLER                     PIC X(30)
                     VALUE "PASS PRICE VARIANCE EXCEPTIONS".
           05 FILLER                     PIC X(03) VALUE " - ".
           05 WS-VHDR-DATE               PIC 9(08).
        01 WS-VAR-COLUMN-LINE.
           05 FILLER                     PIC X(12)
                     VALUE "PLAYER ID".
           05 FILLER                     PIC X(31)
                     VALUE "NAME".
           05 FILLER                     PIC X(05)
                     VALUE "TERM".
           05 FILLER                     PIC X(04)
                     VALUE "CAT".
           05 FILLER                     PIC X(10)
                     VALUE "  EXPECTED".
           05 FILLER                     PIC X(10)
                     VALUE "      PAID".
           05 FILLER                     PIC X(10)
                     VALUE "  VARIANCE".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(20)
                     VALUE "ACTION".
        01 WS-VAR-DETAIL-LINE.
           05 WS-VAR-ID                  PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-VAR-NAME                PIC X(31).
           05 WS-VAR-TERM                PIC Z9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WS-VAR-CATEGORY            PIC X(01).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WS-VAR-EXPECTED            PIC ZZZZZZ9.99.
           05 WS-VAR-PAID                PIC ZZZZZZ9.99.
           05 WS-VAR-VARIANCE            PIC +ZZZZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-VAR-ACTION              PIC X(20).

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM APPLY-ALL-PAYMENTS
         PERFORM WRITE-POSTING-SUMMARY

         MOVE WS-TRANS-COUNT  TO WS-RUN-RECORDS-READ
         MOVE WS-POSTED-COUNT TO WS-RUN-RECORDS-WRITTEN
         ADD WS-REJECT-COUNT WS-HELD-COUNT
             GIVING WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         OPEN OUTPUT REJECT-FILE
         OPEN OUTPUT PAYMENT-AUDIT-FILE
         OPEN OUTPUT SUMMARY-REPORT
         OPEN INPUT TTRATE
         OPEN INPUT TTHOUSE
         OPEN I-O TTLEDG
         OPEN EXTEND PAYMENT-HOLD-FILE
         OPEN OUTPUT VARIANCE-REPORT
         OPEN EXTEND CENTRAL-AUDIT-FILE

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
         COMPUTE WS-PAID-AHEAD-DATE = WS-TODAY-DATE + 10000
         PERFORM READ-RECEIPT-CONTROL

         DISPLAY 'Posting pass payments as at ' WS-TODAY-DATE

         MOVE WS-TODAY-DATE TO WS-VHDR-DATE
         MOVE WS-VAR-HEADER-LINE TO VAR-LINE
         WRITE VAR-LINE
         MOVE WS-VAR-COLUMN-LINE TO VAR-LINE
         WRITE VAR-LINE
         .

      *****************************************************************
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM FIND-EXPECTED-PRICE
               EVALUATE TRUE
                   WHEN WS-RATE-MISSING
                       DISPLAY "NO RATE FOR TERM: " PY-TERM-MONTHS
                       MOVE "NO STANDARD RATE FOR TERM"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN PY-AMOUNT-NUM < WS-EXPECTED-PRICE
                       PERFORM HOLD-UNDERPAYMENT
                   WHEN OTHER
                       PERFORM RENEW-PASS
               END-EVALUATE
           END-IF
           .

      *****************************************************************
       RENEW-PASS                      SECTION.

           MOVE PL-PCS-PAS-DATE TO WS-OLD-PASS-DATE
           PERFORM EXTEND-PASS-DATE
           MOVE WS-NEW-PASS-DATE TO PL-PCS-PAS-DATE
           REWRITE PL-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED: " PL-ID
                   MOVE "REWRITE FAILED, PAYMENT NOT POSTED"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM POST-LEDGER-PAYMENT
                   PERFORM LOG-RENEWAL
                   ADD 1 TO WS-POSTED-COUNT
                   ADD PY-AMOUNT-NUM TO WS-REVENUE-TOTAL
                   IF PY-AMOUNT-NUM > WS-EXPECTED-PRICE
                       PERFORM REPORT-OVERPAYMENT
                   END-IF
           END-REWRITE
           .

      *****************************************************************
       POST-LEDGER-PAYMENT             SECTION.

      * The pass is covered from the day the renewal starts, the old
      * expiry for a current pass or today for a lapsed one
           IF WS-OLD-PASS-DATE > WS-TODAY-DATE
               MOVE WS-OLD-PASS-DATE TO WS-COVER-FROM-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-COVER-FROM-DATE
           END-IF

           MOVE SPACES             TO LG-RECORD
           MOVE PL-ID              TO LG-PLAYER-ID
           MOVE WS-RUN-BUSDATE     TO LG-PAY-DATE
           MOVE ZEROES             TO LG-RECEIPT-NO
           SET LG-TYPE-PAYMENT     TO TRUE
           MOVE PY-TERM-NUM        TO LG-TERM-MONTHS
           MOVE PY-AMOUNT-NUM      TO LG-AMOUNT
           MOVE WS-COVER-FROM-DATE TO LG-COVER-FROM
           MOVE WS-NEW-PASS-DATE   TO LG-COVER-TO
           MOVE WS-RATE-CATEGORY   TO LG-RATE-CATEGORY
           MOVE ZEROES             TO LG-ORIG-RECEIPT
           MOVE WS-OPERATOR-ID     TO LG-OPERATOR
           MOVE WS-TODAY-DATE      TO LG-POST-DATE
           MOVE "PASS PAYMENT"     TO LG-REASON
           PERFORM WRITE-LEDGER-ENTRY

           IF WS-LEDGER-FAILED
               MOVE "LEDGER WRITE FAILED, PASS EXTENDED"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
       FIND-EXPECTED-PRICE             SECTION.

      * Every member pays at most the standard rate for the term; an
      * employee, VIP or household member gets the lowest rate among
      * the categories they qualify for
           SET WS-RATE-MISSING TO TRUE
           MOVE ZEROES TO WS-EXPECTED-PRICE
           MOVE SPACES TO WS-RATE-CATEGORY

           MOVE "S" TO WS-TRY-CATEGORY
           PERFORM TRY-CATEGORY-RATE

           IF WS-RATE-FOUND
               IF PL-EMPLOYEE-YES
                   MOVE "E" TO WS-TRY-CATEGORY
                   PERFORM TRY-CATEGORY-RATE
               END-IF
               IF PL-VIP-YES
                   MOVE "V" TO WS-TRY-CATEGORY
                   PERFORM TRY-CATEGORY-RATE
               END-IF
               IF PL-HOUSEHOLD-ID IS NUMERIC
                  AND PL-HOUSEHOLD-ID > ZEROES
                   MOVE PL-HOUSEHOLD-ID TO HH-ID
                   READ TTHOUSE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "F" TO WS-TRY-CATEGORY
                           PERFORM TRY-CATEGORY-RATE
                   END-READ
               END-IF
           END-IF
           .

      *****************************************************************
       TRY-CATEGORY-RATE               SECTION.

           MOVE WS-TRY-CATEGORY TO RT-CATEGORY
           MOVE PY-TERM-NUM     TO RT-TERM-MONTHS
           READ TTRATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-RATE-MISSING
                      OR RT-PRICE < WS-EXPECTED-PRICE
                       SET WS-RATE-FOUND TO TRUE
                       MOVE RT-PRICE    TO WS-EXPECTED-PRICE
                       MOVE RT-CATEGORY TO WS-RATE-CATEGORY
                   END-IF
           END-READ
           .

      *****************************************************************
       HOLD-UNDERPAYMENT               SECTION.

      * A short payment is kept off the player record until the
      * cashier supervisor settles it
           COMPUTE WS-PRICE-VARIANCE =
               WS-EXPECTED-PRICE - PY-AMOUNT-NUM
           MOVE SPACES            TO HLD-RECORD
           MOVE PY-RECORD         TO HLD-PAYMENT
           MOVE WS-EXPECTED-PRICE TO HLD-EXPECTED
           MOVE WS-RATE-CATEGORY  TO HLD-CATEGORY
           MOVE WS-PRICE-VARIANCE TO HLD-SHORTFALL
           MOVE WS-TODAY-DATE     TO HLD-HOLD-DATE
           MOVE WS-OPERATOR-ID    TO HLD-OPERATOR
           WRITE HLD-RECORD

           DISPLAY "UNDERPAYMENT HELD: " PL-ID
           ADD 1 TO WS-HELD-COUNT
           ADD PY-AMOUNT-NUM TO WS-HELD-TOTAL
           MOVE "UNDERPAID - HELD" TO WS-VAR-ACTION
           PERFORM WRITE-VARIANCE-LINE
           PERFORM LOG-PAYMENT-HELD
           .

      *****************************************************************
       REPORT-OVERPAYMENT              SECTION.

           COMPUTE WS-PRICE-VARIANCE =
               PY-AMOUNT-NUM - WS-EXPECTED-PRICE
           ADD 1 TO WS-OVERPAID-COUNT
           ADD WS-PRICE-VARIANCE TO WS-OVERPAID-TOTAL
           MOVE "OVERPAID - POSTED" TO WS-VAR-ACTION
           PERFORM WRITE-VARIANCE-LINE
           .

      *****************************************************************
       WRITE-VARIANCE-LINE             SECTION.

           MOVE PL-ID             TO WS-VAR-ID
           MOVE SPACES            TO WS-VAR-NAME
           STRING
               PL-LNAME              DELIMITED BY "  "
               ", "                  DELIMITED BY SIZE
               PL-FNAME              DELIMITED BY "  "
               INTO WS-VAR-NAME
           END-STRING
           MOVE PY-TERM-NUM       TO WS-VAR-TERM
           MOVE WS-RATE-CATEGORY  TO WS-VAR-CATEGORY
           MOVE WS-EXPECTED-PRICE TO WS-VAR-EXPECTED
           MOVE PY-AMOUNT-NUM     TO WS-VAR-PAID
           IF PY-AMOUNT-NUM < WS-EXPECTED-PRICE
               COMPUTE WS-VAR-VARIANCE = 0 - WS-PRICE-VARIANCE
           ELSE
               MOVE WS-PRICE-VARIANCE TO WS-VAR-VARIANCE
           END-IF
           MOVE WS-VAR-DETAIL-LINE TO VAR-LINE
           WRITE VAR-LINE
           .

      *****************************************************************
       EXTEND-PASS-DATE                SECTION.

               PY-TERM-MONTHS       DELIMITED BY SIZE
               "  AMOUNT="          DELIMITED BY SIZE
               PY-AMOUNT            DELIMITED BY SIZE
               "  RECEIPT="         DELIMITED BY SIZE
               LG-RECEIPT-NO        DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *****************************************************************
       LOG-PAYMENT-HELD                SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "PAYMENT HELD  ID="  DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  TERM="            DELIMITED BY SIZE
               PY-TERM-MONTHS       DELIMITED BY SIZE
               "  AMOUNT="          DELIMITED BY SIZE
               PY-AMOUNT            DELIMITED BY SIZE
               "  EXPECTED="        DELIMITED BY SIZE
               HLD-EXPECTED         DELIMITED BY SIZE
               "  CATEGORY="        DELIMITED BY SIZE
               WS-RATE-CATEGORY     DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "PAYMENTS HELD"       TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "OVERPAYMENTS POSTED" TO WS-TOT-LABEL
           MOVE WS-OVERPAID-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "REVENUE POSTED"      TO WS-REV-LABEL
           MOVE WS-REVENUE-TOTAL TO WS-REV-AMOUNT
           MOVE WS-REVENUE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "PAYMENTS HELD AMOUNT" TO WS-REV-LABEL
           MOVE WS-HELD-TOTAL    TO WS-REV-AMOUNT
           MOVE WS-REVENUE-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "OVERPAID AMOUNT"     TO WS-REV-LABEL
           MOVE WS-OVERPAID-TOTAL TO WS-REV-AMOUNT
           MOVE WS-REVENUE-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-VARIANCE-TOTALS
           .

      *****************************************************************
       WRITE-VARIANCE-TOTALS           SECTION.

           MOVE SPACES TO VAR-LINE
           WRITE VAR-LINE

           MOVE "UNDERPAYMENTS HELD"  TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VAR-LINE
           WRITE VAR-LINE

           MOVE "OVERPAYMENTS POSTED" TO WS-TOT-LABEL
           MOVE WS-OVERPAID-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VAR-LINE
           WRITE VAR-LINE

           MOVE "OVERPAID AMOUNT"     TO WS-REV-LABEL
           MOVE WS-OVERPAID-TOTAL TO WS-REV-AMOUNT
           MOVE WS-REVENUE-LINE TO VAR-LINE
           WRITE VAR-LINE
           .

      *****************************************************************
         CLOSE REJECT-FILE
         CLOSE PAYMENT-AUDIT-FILE
         CLOSE SUMMARY-REPORT
         CLOSE TTRATE
         CLOSE TTHOUSE
         CLOSE TTLEDG
         PERFORM WRITE-RECEIPT-CONTROL
         CLOSE PAYMENT-HOLD-FILE
         CLOSE VARIANCE-REPORT
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "PAYMENTS READ:        " WS-TRANS-COUNT
         DISPLAY "RENEWALS POSTED:      " WS-POSTED-COUNT
         DISPLAY "PAYMENTS REJECTED:    " WS-REJECT-COUNT
         DISPLAY "PAYMENTS HELD:        " WS-HELD-COUNT
         DISPLAY "OVERPAYMENTS POSTED:  " WS-OVERPAID-COUNT
         DISPLAY "REVENUE POSTED:       " WS-REVENUE-TOTAL
         STOP RUN
          .
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
      *****************************************************************
         COPY "LEDGER.PRC".
