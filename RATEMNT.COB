       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL TTRATE
          ASSIGN TO "RATES.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RT-KEY OF RT-RECORD
          .
          SELECT OPTIONAL RATE-TRANS-FILE ASSIGN TO "RATEMNT.TXN"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REJECT-FILE ASSIGN TO "RATEMNT.REJ"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RATE-AUDIT-FILE ASSIGN TO "RATEMNT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RATE-REPORT ASSIGN TO "RATEMNT.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTRATE.FD".
       FD  RATE-TRANS-FILE.
        01  RM-RECORD.
            05  RM-ACTION                  PIC X(01).
                88  RM-ACTION-ADD              VALUE "A".
                88  RM-ACTION-CHANGE           VALUE "C".
                88  RM-ACTION-DELETE           VALUE "D".
            05  RM-CATEGORY                PIC X(01).
                88  RM-CATEGORY-VALID          VALUE "S" "E" "V" "F".
            05  RM-TERM-MONTHS             PIC X(02).
            05  RM-TERM-NUM REDEFINES RM-TERM-MONTHS
                                           PIC 9(02).
            05  RM-PRICE                   PIC X(07).
            05  RM-PRICE-NUM REDEFINES RM-PRICE
                                           PIC 9(05)V99.
       FD  REJECT-FILE.
        01  REJ-LINE                       PIC X(300).
       FD  RATE-AUDIT-FILE.
        01  AUD-LINE                       PIC X(200).
       FD  RATE-REPORT.
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
        01 RATE-FLAG            PIC X.
          88 NO-MORE-RATES               VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-TRANS-STATUS               PIC X(01).
          88 WS-TRANS-VALID              VALUE "Y".
          88 WS-TRANS-INVALID            VALUE "N".
        01 WS-REJECT-REASON              PIC X(60).

        01 WS-TODAY-DATE                 PIC 9(08).
        01 WS-RATE-ACTION                PIC X(12).
        01 WS-OLD-PRICE                  PIC 9(05)V99.
        01 WS-AUDIT-OLD-PRICE            PIC ZZZZ9.99.
        01 WS-AUDIT-NEW-PRICE            PIC ZZZZ9.99.

        01 WS-TRANS-COUNT                PIC 9(08) VALUE 0.
        01 WS-ADDED-COUNT                PIC 9(08) VALUE 0.
        01 WS-CHANGED-COUNT              PIC 9(08) VALUE 0.
        01 WS-DELETED-COUNT              PIC 9(08) VALUE 0.
        01 WS-REJECT-COUNT               PIC 9(08) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(24)
                     VALUE "PASS RATE TABLE AS AT ".
           05 WS-HDR-DATE                PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                     PIC X(12)
                     VALUE "CATEGORY".
           05 FILLER                     PIC X(08)
                     VALUE "TERM".
           05 FILLER                     PIC X(12)
                     VALUE "     PRICE".
           05 FILLER                     PIC X(10)
                     VALUE "CHANGED BY".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(08)
                     VALUE "ON".
        01 WS-RATE-LINE.
           05 WS-RTL-CATEGORY            PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RTL-TERM                PIC Z9.
           05 FILLER                     PIC X(06) VALUE " MO".
           05 WS-RTL-PRICE               PIC ZZZZZZ9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RTL-CHANGED-BY          PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RTL-CHANGED-DATE        PIC 9(08).
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM APPLY-ALL-TRANSACTIONS
         PERFORM WRITE-RATE-TABLE

         MOVE WS-TRANS-COUNT  TO WS-RUN-RECORDS-READ
         ADD WS-ADDED-COUNT WS-CHANGED-COUNT WS-DELETED-COUNT
             GIVING WS-RUN-RECORDS-WRITTEN
         MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "RATEMNT" TO WS-STAMP-PROGRAM
         MOVE "RATEMNT.TXN" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN I-O TTRATE
         OPEN INPUT RATE-TRANS-FILE
         OPEN OUTPUT REJECT-FILE
         OPEN OUTPUT RATE-AUDIT-FILE
         OPEN OUTPUT RATE-REPORT
         OPEN EXTEND CENTRAL-AUDIT-FILE

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
         .

      *****************************************************************
       APPLY-ALL-TRANSACTIONS          SECTION.

           SET NO-MORE-INPUT TO FALSE
           PERFORM READ-NEXT-TRANSACTION
           PERFORM UNTIL NO-MORE-INPUT
               ADD 1 TO WS-TRANS-COUNT
               PERFORM APPLY-ONE-TRANSACTION
               PERFORM READ-NEXT-TRANSACTION
           END-PERFORM
           .

      *****************************************************************
       READ-NEXT-TRANSACTION           SECTION.

           READ RATE-TRANS-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       APPLY-ONE-TRANSACTION           SECTION.

           PERFORM VALIDATE-TRANSACTION
           IF WS-TRANS-VALID
               MOVE RM-CATEGORY TO RT-CATEGORY
               MOVE RM-TERM-NUM TO RT-TERM-MONTHS
               EVALUATE TRUE
                   WHEN RM-ACTION-ADD
                       PERFORM ADD-RATE
                   WHEN RM-ACTION-CHANGE
                       PERFORM CHANGE-RATE
                   WHEN OTHER
                       PERFORM DELETE-RATE
               END-EVALUATE
           END-IF

           IF WS-TRANS-INVALID
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

      *****************************************************************
       VALIDATE-TRANSACTION            SECTION.

           SET WS-TRANS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT RM-ACTION-ADD
              AND NOT RM-ACTION-CHANGE
              AND NOT RM-ACTION-DELETE
               SET WS-TRANS-INVALID TO TRUE
               MOVE "ACTION MUST BE A, C OR D" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND NOT RM-CATEGORY-VALID
               SET WS-TRANS-INVALID TO TRUE
               MOVE "CATEGORY MUST BE S, E, V OR F" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND (RM-TERM-MONTHS NOT NUMERIC
                   OR RM-TERM-MONTHS = "00")
               SET WS-TRANS-INVALID TO TRUE
               MOVE "INVALID TERM MONTHS" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND NOT RM-ACTION-DELETE
              AND RM-PRICE NOT NUMERIC
               SET WS-TRANS-INVALID TO TRUE
               MOVE "PRICE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           .

      *****************************************************************
       ADD-RATE                        SECTION.

           MOVE RM-PRICE-NUM       TO RT-PRICE
           MOVE WS-OPERATOR-ID     TO RT-CHANGED-BY
           MOVE WS-TODAY-DATE      TO RT-CHANGED-DATE
           WRITE RT-RECORD
               INVALID KEY
                   MOVE "RATE ALREADY ON FILE" TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   MOVE ZEROES TO WS-OLD-PRICE
                   MOVE "RATE ADDED"   TO WS-RATE-ACTION
                   PERFORM LOG-RATE-CHANGE
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE
           .

      *****************************************************************
       CHANGE-RATE                     SECTION.

           READ TTRATE
               INVALID KEY
                   MOVE "RATE NOT ON FILE" TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   MOVE RT-PRICE           TO WS-OLD-PRICE
                   MOVE RM-PRICE-NUM       TO RT-PRICE
                   MOVE WS-OPERATOR-ID     TO RT-CHANGED-BY
                   MOVE WS-TODAY-DATE      TO RT-CHANGED-DATE
                   REWRITE RT-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                           SET WS-TRANS-INVALID TO TRUE
                       NOT INVALID KEY
                           MOVE "RATE CHANGED" TO WS-RATE-ACTION
                           PERFORM LOG-RATE-CHANGE
                           ADD 1 TO WS-CHANGED-COUNT
                   END-REWRITE
           END-READ
           .

      *****************************************************************
       DELETE-RATE                     SECTION.

           READ TTRATE
               INVALID KEY
                   MOVE "RATE NOT ON FILE" TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   MOVE RT-PRICE TO WS-OLD-PRICE
                   DELETE TTRATE RECORD
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                           SET WS-TRANS-INVALID TO TRUE
                       NOT INVALID KEY
                           MOVE ZEROES TO RT-PRICE
                           MOVE "RATE DELETED" TO WS-RATE-ACTION
                           PERFORM LOG-RATE-CHANGE
                           ADD 1 TO WS-DELETED-COUNT
                   END-DELETE
           END-READ
           .

      *****************************************************************
       WRITE-REJECT-RECORD             SECTION.

           MOVE SPACES TO REJ-LINE
           STRING
               "REJECTED  REASON="  DELIMITED BY SIZE
               WS-REJECT-REASON     DELIMITED BY SIZE
               "  RECORD="          DELIMITED BY SIZE
               RM-RECORD            DELIMITED BY SIZE
               INTO REJ-LINE
           END-STRING
           WRITE REJ-LINE
           .

      *****************************************************************
       LOG-RATE-CHANGE                 SECTION.

           MOVE WS-OLD-PRICE TO WS-AUDIT-OLD-PRICE
           MOVE RT-PRICE     TO WS-AUDIT-NEW-PRICE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               WS-RATE-ACTION       DELIMITED BY "  "
               "  CATEGORY="        DELIMITED BY SIZE
               RM-CATEGORY          DELIMITED BY SIZE
               "  TERM="            DELIMITED BY SIZE
               RM-TERM-MONTHS       DELIMITED BY SIZE
               "  OLD-PRICE="       DELIMITED BY SIZE
               WS-AUDIT-OLD-PRICE   DELIMITED BY SIZE
               "  NEW-PRICE="       DELIMITED BY SIZE
               WS-AUDIT-NEW-PRICE   DELIMITED BY SIZE
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
       WRITE-RATE-TABLE                SECTION.

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOW-VALUES TO RT-KEY
           SET NO-MORE-RATES TO FALSE
           START TTRATE
              KEY IS GREATER THAN OR EQUAL TO RT-KEY OF RT-RECORD
              INVALID KEY
                  SET NO-MORE-RATES TO TRUE
           END-START
           PERFORM READ-NEXT-RATE
           PERFORM UNTIL NO-MORE-RATES
               PERFORM WRITE-ONE-RATE
               PERFORM READ-NEXT-RATE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANSACTIONS READ"   TO WS-TOT-LABEL
           MOVE WS-TRANS-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RATES ADDED"         TO WS-TOT-LABEL
           MOVE WS-ADDED-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RATES CHANGED"       TO WS-TOT-LABEL
           MOVE WS-CHANGED-COUNT      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RATES DELETED"       TO WS-TOT-LABEL
           MOVE WS-DELETED-COUNT      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANSACTIONS REJECTED" TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       READ-NEXT-RATE                  SECTION.

           IF NOT NO-MORE-RATES
               READ TTRATE NEXT RECORD
                   AT END SET NO-MORE-RATES TO TRUE
               END-READ
           END-IF
           .

      *****************************************************************
       WRITE-ONE-RATE                  SECTION.

           EVALUATE TRUE
               WHEN RT-CATEGORY-STANDARD
                   MOVE "STANDARD"   TO WS-RTL-CATEGORY
               WHEN RT-CATEGORY-EMPLOYEE
                   MOVE "EMPLOYEE"   TO WS-RTL-CATEGORY
               WHEN RT-CATEGORY-VIP
                   MOVE "VIP"        TO WS-RTL-CATEGORY
               WHEN RT-CATEGORY-FAMILY
                   MOVE "FAMILY"     TO WS-RTL-CATEGORY
               WHEN OTHER
                   MOVE RT-CATEGORY  TO WS-RTL-CATEGORY
           END-EVALUATE
           MOVE RT-TERM-MONTHS   TO WS-RTL-TERM
           MOVE RT-PRICE         TO WS-RTL-PRICE
           MOVE RT-CHANGED-BY    TO WS-RTL-CHANGED-BY
           MOVE RT-CHANGED-DATE  TO WS-RTL-CHANGED-DATE
           MOVE WS-RATE-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTRATE
         CLOSE RATE-TRANS-FILE
         CLOSE REJECT-FILE
         CLOSE RATE-AUDIT-FILE
         CLOSE RATE-REPORT
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "TRANSACTIONS READ:    " WS-TRANS-COUNT
         DISPLAY "RATES ADDED:          " WS-ADDED-COUNT
         DISPLAY "RATES CHANGED:        " WS-CHANGED-COUNT
         DISPLAY "RATES DELETED:        " WS-DELETED-COUNT
         DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-COUNT
         STOP RUN
          .

      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
