       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVREC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL TTLEDG
          ASSIGN TO "PAYLEDG.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LG-KEY OF LG-RECORD
          ALTERNATE RECORD KEY IS LG-RECEIPT-NO OF LG-RECORD
          .
          SELECT OPTIONAL GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT DEFERRED-REPORT ASSIGN TO "REVREC.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTLEDG.FD".
       FD  GL-ACCOUNT-FILE.
        01  GA-RECORD.
            05  GA-CASH-ACCT               PIC X(10).
            05  GA-DEFERRED-ACCT           PIC X(10).
            05  GA-REVENUE-ACCT            PIC X(10).
       FD  GL-JOURNAL-FILE.
        01  GJ-RECORD.
            05  GJ-JOURNAL-DATE            PIC 9(08).
            05  GJ-ACCOUNT                 PIC X(10).
            05  GJ-DR-CR                   PIC X(01).
                88  GJ-DEBIT                   VALUE "D".
                88  GJ-CREDIT                  VALUE "C".
            05  GJ-AMOUNT                  PIC 9(09)V99.
            05  GJ-REFERENCE               PIC X(12).
            05  GJ-DESCRIPTION             PIC X(30).
       FD  DEFERRED-REPORT.
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
        01 LEDGER-FLAG          PIC X.
          88 NO-MORE-LEDGER              VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-GL-CASH-ACCT               PIC X(10) VALUE "1000".
        01 WS-GL-DEFERRED-ACCT           PIC X(10) VALUE "2400".
        01 WS-GL-REVENUE-ACCT            PIC X(10) VALUE "4100".

        01 WS-TODAY-DATE                 PIC 9(08).
        01 WS-PERIOD-DATE                PIC 9(08).
        01 FILLER REDEFINES WS-PERIOD-DATE.
           05 WS-PERIOD-YYYYMM           PIC 9(06).
           05 FILLER                     PIC 9(02).
        01 WS-WORK-DATE                  PIC 9(08).
        01 FILLER REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY               PIC 9(04).
           05 WS-WORK-MM                 PIC 9(02).
           05 WS-WORK-DD                 PIC 9(02).

        01 WS-MONTH-END-INTEGER          PIC 9(08).
        01 WS-PERIOD-INDEX               PIC 9(06).
        01 WS-PAY-INDEX                  PIC 9(06).
        01 WS-START-INDEX                PIC 9(06).
        01 WS-THROUGH-INDEX              PIC 9(06).
        01 WS-ELAPSED-MONTHS             PIC S9(06).
        01 WS-MONTH-SHARE                PIC S9(07)V99.
        01 WS-EARNED                     PIC S9(07)V99.
        01 WS-EARNED-NOW                 PIC S9(07)V99.
        01 WS-EARNED-BEFORE              PIC S9(07)V99.
        01 WS-ENTRY-RECOGNISED           PIC S9(07)V99.
        01 WS-ENTRY-DEFERRED             PIC S9(07)V99.

        01 WS-ENTRY-COUNT                PIC 9(08) VALUE 0.
        01 WS-IN-PERIOD-COUNT            PIC 9(08) VALUE 0.
        01 WS-DEFERRED-COUNT             PIC 9(08) VALUE 0.
        01 WS-OPENING-DEFERRED           PIC S9(09)V99 VALUE 0.
        01 WS-PERIOD-PAYMENTS            PIC S9(09)V99 VALUE 0.
        01 WS-PERIOD-REFUNDS             PIC S9(09)V99 VALUE 0.
        01 WS-PERIOD-RECOGNISED          PIC S9(09)V99 VALUE 0.
        01 WS-CLOSING-DEFERRED           PIC S9(09)V99 VALUE 0.

        01 WS-GL-DEBIT-ACCT              PIC X(10).
        01 WS-GL-CREDIT-ACCT             PIC X(10).
        01 WS-GL-AMOUNT                  PIC S9(09)V99.
        01 WS-GL-DESCRIPTION             PIC X(30).
        01 WS-GL-REFERENCE.
           05 FILLER                     PIC X(06) VALUE "REVREC".
           05 WS-GL-REF-PERIOD           PIC 9(06).
        01 WS-JOURNAL-COUNT              PIC 9(08) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(40)
                     VALUE "PASS REVENUE RECOGNITION AND DEFERRED -".
           05 FILLER                     PIC X(08)
                     VALUE " PERIOD ".
           05 WS-HDR-PERIOD              PIC 9(06).
        01 WS-COLUMN-LINE.
           05 FILLER                     PIC X(12)
                     VALUE "PLAYER ID".
           05 FILLER                     PIC X(10)
                     VALUE "RECEIPT".
           05 FILLER                     PIC X(03)
                     VALUE "T".
           05 FILLER                     PIC X(10)
                     VALUE "PAID".
           05 FILLER                     PIC X(10)
                     VALUE "FROM".
           05 FILLER                     PIC X(10)
                     VALUE "TO".
           05 FILLER                     PIC X(04)
                     VALUE "MO".
           05 FILLER                     PIC X(12)
                     VALUE "      AMOUNT".
           05 FILLER                     PIC X(13)
                     VALUE "   RECOGNISED".
           05 FILLER                     PIC X(13)
                     VALUE "     DEFERRED".
        01 WS-DETAIL-LINE.
           05 WS-DTL-PLAYER-ID           PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-RECEIPT             PIC 9(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-TYPE                PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-PAY-DATE            PIC 9(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-COVER-FROM          PIC 9(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-COVER-TO            PIC 9(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-TERM                PIC Z9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WS-DTL-AMOUNT              PIC -ZZZZZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-RECOGNISED          PIC -ZZZZZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-DEFERRED            PIC -ZZZZZZ9.99.
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.
        01 WS-AMOUNT-LINE.
           05 WS-AMT-LABEL               PIC X(24).
           05 WS-AMT-AMOUNT              PIC -ZZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM READ-GL-ACCOUNTS
         PERFORM RECOGNISE-ALL-ENTRIES
         PERFORM WRITE-PERIOD-TOTALS
         PERFORM WRITE-GL-JOURNAL

         MOVE WS-ENTRY-COUNT   TO WS-RUN-RECORDS-READ
         MOVE WS-JOURNAL-COUNT TO WS-RUN-RECORDS-WRITTEN
         MOVE 0                TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

      * The business date names the month being closed. It is moved
      * to the last day of that month before the register is checked,
      * so any date in a month already closed is caught as a repeat
         PERFORM SIGN-ON-OPERATOR
         MOVE "REVREC" TO WS-STAMP-PROGRAM
         MOVE "PAYLEDG.DAT" TO WS-RUN-INPUT-NAME
         PERFORM ACCEPT-RUN-BUSDATE
         PERFORM SET-PERIOD-END-DATE
         PERFORM CHECK-RUN-REGISTER

         OPEN INPUT TTLEDG
         OPEN OUTPUT GL-JOURNAL-FILE
         OPEN OUTPUT DEFERRED-REPORT
         OPEN EXTEND CENTRAL-AUDIT-FILE

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
         MOVE WS-RUN-BUSDATE TO WS-PERIOD-DATE
         MOVE WS-RUN-BUSDATE TO WS-WORK-DATE
         COMPUTE WS-PERIOD-INDEX = (WS-WORK-YYYY * 12) + WS-WORK-MM
         MOVE WS-PERIOD-YYYYMM TO WS-GL-REF-PERIOD

         DISPLAY 'Recognising pass revenue for period '
                 WS-PERIOD-YYYYMM

         MOVE WS-PERIOD-YYYYMM TO WS-HDR-PERIOD
         MOVE WS-HEADER-LINE TO RPT-LINE
         WRITE RPT-LINE
         MOVE WS-COLUMN-LINE TO RPT-LINE
         WRITE RPT-LINE
         .

      *****************************************************************
       SET-PERIOD-END-DATE             SECTION.

           MOVE WS-RUN-BUSDATE TO WS-WORK-DATE
           MOVE 01 TO WS-WORK-DD
           IF WS-WORK-MM = 12
               ADD 1 TO WS-WORK-YYYY
               MOVE 01 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-MONTH-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INTEGER)
               TO WS-WORK-DATE
           IF WS-WORK-DATE NOT = WS-RUN-BUSDATE
               DISPLAY 'Closing period ends ' WS-WORK-DATE
                       ', business date set to month end'
               MOVE WS-WORK-DATE TO WS-RUN-BUSDATE
           END-IF
           .

      *****************************************************************
       READ-GL-ACCOUNTS                SECTION.

           OPEN INPUT GL-ACCOUNT-FILE
           READ GL-ACCOUNT-FILE
               AT END
                   DISPLAY 'No GLACCT.DAT, using default accounts'
               NOT AT END
                   IF GA-CASH-ACCT NOT = SPACES
                       MOVE GA-CASH-ACCT TO WS-GL-CASH-ACCT
                   END-IF
                   IF GA-DEFERRED-ACCT NOT = SPACES
                       MOVE GA-DEFERRED-ACCT TO WS-GL-DEFERRED-ACCT
                   END-IF
                   IF GA-REVENUE-ACCT NOT = SPACES
                       MOVE GA-REVENUE-ACCT TO WS-GL-REVENUE-ACCT
                   END-IF
           END-READ
           CLOSE GL-ACCOUNT-FILE
           .

      *****************************************************************
       RECOGNISE-ALL-ENTRIES           SECTION.

           MOVE LOW-VALUES TO LG-KEY
           PERFORM TTLEDG-START
           PERFORM UNTIL NO-MORE-LEDGER
               ADD 1 TO WS-ENTRY-COUNT
               PERFORM RECOGNISE-ONE-ENTRY
               PERFORM TTLEDG-READ-NEXT
           END-PERFORM
           .

      *****************************************************************
       RECOGNISE-ONE-ENTRY             SECTION.

      * Each entry is earned in even monthly shares over its term,
      * starting with the month its cover begins; the odd cents fall
      * in the last month. An entry posted this period takes up all
      * it has earned to date, so a late reversal also takes back the
      * months already recognised on the payment it offsets
           MOVE LG-PAY-DATE TO WS-WORK-DATE
           COMPUTE WS-PAY-INDEX = (WS-WORK-YYYY * 12) + WS-WORK-MM

           IF WS-PAY-INDEX <= WS-PERIOD-INDEX
               IF LG-TERM-MONTHS = ZEROES
                  OR LG-COVER-FROM = ZEROES
                   MOVE WS-PAY-INDEX TO WS-START-INDEX
               ELSE
                   MOVE LG-COVER-FROM TO WS-WORK-DATE
                   COMPUTE WS-START-INDEX =
                       (WS-WORK-YYYY * 12) + WS-WORK-MM
               END-IF

               MOVE WS-PERIOD-INDEX TO WS-THROUGH-INDEX
               PERFORM CALCULATE-EARNED
               MOVE WS-EARNED TO WS-EARNED-NOW

               IF WS-PAY-INDEX = WS-PERIOD-INDEX
                   MOVE ZEROES TO WS-EARNED-BEFORE
                   ADD 1 TO WS-IN-PERIOD-COUNT
                   IF LG-TYPE-PAYMENT
                       ADD LG-AMOUNT TO WS-PERIOD-PAYMENTS
                   ELSE
                       SUBTRACT LG-AMOUNT FROM WS-PERIOD-REFUNDS
                   END-IF
               ELSE
                   COMPUTE WS-THROUGH-INDEX = WS-PERIOD-INDEX - 1
                   PERFORM CALCULATE-EARNED
                   MOVE WS-EARNED TO WS-EARNED-BEFORE
                   COMPUTE WS-OPENING-DEFERRED = WS-OPENING-DEFERRED
                       + LG-AMOUNT - WS-EARNED-BEFORE
               END-IF

               COMPUTE WS-ENTRY-RECOGNISED =
                   WS-EARNED-NOW - WS-EARNED-BEFORE
               COMPUTE WS-ENTRY-DEFERRED = LG-AMOUNT - WS-EARNED-NOW
               ADD WS-ENTRY-RECOGNISED TO WS-PERIOD-RECOGNISED
               ADD WS-ENTRY-DEFERRED TO WS-CLOSING-DEFERRED

               IF WS-ENTRY-RECOGNISED NOT = ZEROES
                  OR WS-ENTRY-DEFERRED NOT = ZEROES
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           .

      *****************************************************************
       CALCULATE-EARNED                SECTION.

           COMPUTE WS-ELAPSED-MONTHS =
               WS-THROUGH-INDEX - WS-START-INDEX + 1
           EVALUATE TRUE
               WHEN WS-ELAPSED-MONTHS < 1
                   MOVE ZEROES TO WS-EARNED
               WHEN LG-TERM-MONTHS = ZEROES
                   MOVE LG-AMOUNT TO WS-EARNED
               WHEN WS-ELAPSED-MONTHS >= LG-TERM-MONTHS
                   MOVE LG-AMOUNT TO WS-EARNED
               WHEN OTHER
                   COMPUTE WS-MONTH-SHARE = LG-AMOUNT / LG-TERM-MONTHS
                   COMPUTE WS-EARNED =
                       WS-MONTH-SHARE * WS-ELAPSED-MONTHS
           END-EVALUATE
           .

      *****************************************************************
       WRITE-DETAIL-LINE               SECTION.

           IF WS-ENTRY-DEFERRED NOT = ZEROES
               ADD 1 TO WS-DEFERRED-COUNT
           END-IF
           MOVE LG-PLAYER-ID        TO WS-DTL-PLAYER-ID
           MOVE LG-RECEIPT-NO       TO WS-DTL-RECEIPT
           MOVE LG-ENTRY-TYPE       TO WS-DTL-TYPE
           MOVE LG-PAY-DATE         TO WS-DTL-PAY-DATE
           MOVE LG-COVER-FROM       TO WS-DTL-COVER-FROM
           MOVE LG-COVER-TO         TO WS-DTL-COVER-TO
           MOVE LG-TERM-MONTHS      TO WS-DTL-TERM
           MOVE LG-AMOUNT           TO WS-DTL-AMOUNT
           MOVE WS-ENTRY-RECOGNISED TO WS-DTL-RECOGNISED
           MOVE WS-ENTRY-DEFERRED   TO WS-DTL-DEFERRED
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       WRITE-PERIOD-TOTALS             SECTION.

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "LEDGER ENTRIES READ"  TO WS-TOT-LABEL
           MOVE WS-ENTRY-COUNT         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "POSTED THIS PERIOD"   TO WS-TOT-LABEL
           MOVE WS-IN-PERIOD-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "ENTRIES STILL DEFERRED" TO WS-TOT-LABEL
           MOVE WS-DEFERRED-COUNT      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "OPENING DEFERRED"     TO WS-AMT-LABEL
           MOVE WS-OPENING-DEFERRED    TO WS-AMT-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "PAYMENTS RECEIVED"    TO WS-AMT-LABEL
           MOVE WS-PERIOD-PAYMENTS     TO WS-AMT-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "REFUNDS AND REVERSALS" TO WS-AMT-LABEL
           MOVE WS-PERIOD-REFUNDS      TO WS-AMT-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "REVENUE RECOGNISED"   TO WS-AMT-LABEL
           MOVE WS-PERIOD-RECOGNISED   TO WS-AMT-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "CLOSING DEFERRED"     TO WS-AMT-LABEL
           MOVE WS-CLOSING-DEFERRED    TO WS-AMT-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       WRITE-GL-JOURNAL                SECTION.

      * Cash taken moves into deferred revenue, and the share earned
      * this period moves from deferred into pass revenue
           IF WS-PERIOD-PAYMENTS NOT = ZEROES
               MOVE WS-GL-CASH-ACCT       TO WS-GL-DEBIT-ACCT
               MOVE WS-GL-DEFERRED-ACCT   TO WS-GL-CREDIT-ACCT
               MOVE WS-PERIOD-PAYMENTS    TO WS-GL-AMOUNT
               MOVE "PASS PAYMENTS RECEIVED" TO WS-GL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR
           END-IF

           IF WS-PERIOD-REFUNDS NOT = ZEROES
               MOVE WS-GL-DEFERRED-ACCT   TO WS-GL-DEBIT-ACCT
               MOVE WS-GL-CASH-ACCT       TO WS-GL-CREDIT-ACCT
               MOVE WS-PERIOD-REFUNDS     TO WS-GL-AMOUNT
               MOVE "PASS REFUNDS AND REVERSALS" TO WS-GL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR
           END-IF

           IF WS-PERIOD-RECOGNISED > ZEROES
               MOVE WS-GL-DEFERRED-ACCT   TO WS-GL-DEBIT-ACCT
               MOVE WS-GL-REVENUE-ACCT    TO WS-GL-CREDIT-ACCT
               MOVE WS-PERIOD-RECOGNISED  TO WS-GL-AMOUNT
               MOVE "PASS REVENUE RECOGNISED" TO WS-GL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR
           END-IF

           IF WS-PERIOD-RECOGNISED < ZEROES
               MOVE WS-GL-REVENUE-ACCT    TO WS-GL-DEBIT-ACCT
               MOVE WS-GL-DEFERRED-ACCT   TO WS-GL-CREDIT-ACCT
               COMPUTE WS-GL-AMOUNT = 0 - WS-PERIOD-RECOGNISED
               MOVE "PASS REVENUE REVERSED" TO WS-GL-DESCRIPTION
               PERFORM WRITE-JOURNAL-PAIR
           END-IF

           PERFORM LOG-PERIOD-CLOSE
           .

      *****************************************************************
       WRITE-JOURNAL-PAIR              SECTION.

           MOVE WS-RUN-BUSDATE     TO GJ-JOURNAL-DATE
           MOVE WS-GL-DEBIT-ACCT   TO GJ-ACCOUNT
           SET GJ-DEBIT            TO TRUE
           MOVE WS-GL-AMOUNT       TO GJ-AMOUNT
           MOVE WS-GL-REFERENCE    TO GJ-REFERENCE
           MOVE WS-GL-DESCRIPTION  TO GJ-DESCRIPTION
           WRITE GJ-RECORD

           MOVE WS-GL-CREDIT-ACCT  TO GJ-ACCOUNT
           SET GJ-CREDIT           TO TRUE
           WRITE GJ-RECORD

           ADD 2 TO WS-JOURNAL-COUNT
           .

      *****************************************************************
       LOG-PERIOD-CLOSE                SECTION.

           MOVE WS-PERIOD-RECOGNISED TO WS-AMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "REVENUE PERIOD CLOSED  PERIOD=" DELIMITED BY SIZE
               WS-PERIOD-YYYYMM     DELIMITED BY SIZE
               "  RECOGNISED="      DELIMITED BY SIZE
               WS-AMT-AMOUNT        DELIMITED BY SIZE
               "  JOURNAL LINES="   DELIMITED BY SIZE
               WS-JOURNAL-COUNT     DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTLEDG
         CLOSE GL-JOURNAL-FILE
         CLOSE DEFERRED-REPORT
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "LEDGER ENTRIES READ:  " WS-ENTRY-COUNT
         DISPLAY "REVENUE RECOGNISED:   " WS-PERIOD-RECOGNISED
         DISPLAY "CLOSING DEFERRED:     " WS-CLOSING-DEFERRED
         DISPLAY "JOURNAL LINES:        " WS-JOURNAL-COUNT
         STOP RUN
          .

      *****************************************************************
         COPY "TTLEDG.IO".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
