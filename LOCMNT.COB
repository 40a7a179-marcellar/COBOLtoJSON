       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL TTLOC
          ASSIGN TO "LOCATION.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LO-CODE OF LO-RECORD
          .
          SELECT OPTIONAL LOCATION-TRANS-FILE ASSIGN TO "LOCMNT.TXN"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REJECT-FILE ASSIGN TO "LOCMNT.REJ"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT LOCATION-AUDIT-FILE ASSIGN TO "LOCMNT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT LOCATION-REPORT ASSIGN TO "LOCMNT.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTLOC.FD".
       FD  LOCATION-TRANS-FILE.
        01  LM-RECORD.
            05  LM-ACTION                  PIC X(01).
                88  LM-ACTION-ADD              VALUE "A".
                88  LM-ACTION-CHANGE           VALUE "C".
                88  LM-ACTION-DELETE           VALUE "D".
            05  LM-CODE                    PIC X(04).
            05  LM-DESCRIPTION             PIC X(30).
            05  LM-SITE                    PIC X(20).
            05  LM-MAX-OCCUPANCY           PIC X(05).
            05  LM-MAX-OCC-NUM REDEFINES LM-MAX-OCCUPANCY
                                           PIC 9(05).
            05  LM-OPEN-TIME               PIC X(04).
            05  LM-OPEN-NUM REDEFINES LM-OPEN-TIME
                                           PIC 9(04).
            05  LM-CLOSE-TIME              PIC X(04).
            05  LM-CLOSE-NUM REDEFINES LM-CLOSE-TIME
                                           PIC 9(04).
            05  LM-STATUS                  PIC X(01).
                88  LM-STATUS-VALID            VALUE "A" "C".
       FD  REJECT-FILE.
        01  REJ-LINE                       PIC X(300).
       FD  LOCATION-AUDIT-FILE.
        01  AUD-LINE                       PIC X(200).
       FD  LOCATION-REPORT.
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
        01 LOCATION-FLAG        PIC X.
          88 NO-MORE-LOCATIONS           VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-TRANS-STATUS               PIC X(01).
          88 WS-TRANS-VALID              VALUE "Y".
          88 WS-TRANS-INVALID            VALUE "N".
        01 WS-REJECT-REASON              PIC X(60).

        01 WS-TODAY-DATE                 PIC 9(08).
        01 WS-LOCATION-ACTION            PIC X(16).

        01 WS-HHMM                       PIC 9(04).
        01 FILLER REDEFINES WS-HHMM.
           05 WS-HHMM-HH                 PIC 9(02).
           05 WS-HHMM-MM                 PIC 9(02).
        01 WS-HHMM-STATUS                PIC X(01).
          88 WS-HHMM-VALID               VALUE "Y".
          88 WS-HHMM-INVALID             VALUE "N".

        01 WS-TRANS-COUNT                PIC 9(08) VALUE 0.
        01 WS-ADDED-COUNT                PIC 9(08) VALUE 0.
        01 WS-CHANGED-COUNT              PIC 9(08) VALUE 0.
        01 WS-DELETED-COUNT              PIC 9(08) VALUE 0.
        01 WS-REJECT-COUNT               PIC 9(08) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(24)
                     VALUE "LOCATION MASTER AS AT ".
           05 WS-HDR-DATE                PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                     PIC X(06)
                     VALUE "CODE".
           05 FILLER                     PIC X(32)
                     VALUE "DESCRIPTION".
           05 FILLER                     PIC X(22)
                     VALUE "SITE".
           05 FILLER                     PIC X(09)
                     VALUE " CAPACITY".
           05 FILLER                     PIC X(14)
                     VALUE "   HOURS".
           05 FILLER                     PIC X(08)
                     VALUE "STATUS".
           05 FILLER                     PIC X(10)
                     VALUE "CHANGED BY".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(08)
                     VALUE "ON".
        01 WS-LOCATION-LINE.
           05 WS-LCL-CODE                PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-LCL-DESCRIPTION         PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-LCL-SITE                PIC X(20).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-LCL-CAPACITY            PIC ZZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WS-LCL-OPEN                PIC 9(04).
           05 FILLER                     PIC X(01) VALUE "-".
           05 WS-LCL-CLOSE               PIC 9(04).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 WS-LCL-STATUS              PIC X(08).
           05 WS-LCL-CHANGED-BY          PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-LCL-CHANGED-DATE        PIC 9(08).
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM APPLY-ALL-TRANSACTIONS
         PERFORM WRITE-LOCATION-TABLE

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
         MOVE "LOCMNT" TO WS-STAMP-PROGRAM
         MOVE "LOCMNT.TXN" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN I-O TTLOC
         OPEN INPUT LOCATION-TRANS-FILE
         OPEN OUTPUT REJECT-FILE
         OPEN OUTPUT LOCATION-AUDIT-FILE
         OPEN OUTPUT LOCATION-REPORT
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

           READ LOCATION-TRANS-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       APPLY-ONE-TRANSACTION           SECTION.

           PERFORM VALIDATE-TRANSACTION
           IF WS-TRANS-VALID
               MOVE LM-CODE TO LO-CODE
               EVALUATE TRUE
                   WHEN LM-ACTION-ADD
                       PERFORM ADD-LOCATION
                   WHEN LM-ACTION-CHANGE
                       PERFORM CHANGE-LOCATION
                   WHEN OTHER
                       PERFORM DELETE-LOCATION
               END-EVALUATE
           END-IF

           IF WS-TRANS-INVALID
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

      *****************************************************************
       VALIDATE-TRANSACTION            SECTION.

      * On a change a blank field keeps what is on file, so only the
      * fields supplied are checked
           SET WS-TRANS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT LM-ACTION-ADD
              AND NOT LM-ACTION-CHANGE
              AND NOT LM-ACTION-DELETE
               SET WS-TRANS-INVALID TO TRUE
               MOVE "ACTION MUST BE A, C OR D" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND LM-CODE = SPACES
               SET WS-TRANS-INVALID TO TRUE
               MOVE "LOCATION CODE MISSING" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND LM-ACTION-ADD
              AND LM-DESCRIPTION = SPACES
               SET WS-TRANS-INVALID TO TRUE
               MOVE "DESCRIPTION MISSING" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND NOT LM-ACTION-DELETE
              AND (LM-ACTION-ADD OR LM-MAX-OCCUPANCY NOT = SPACES)
              AND (LM-MAX-OCCUPANCY NOT NUMERIC
                   OR LM-MAX-OCCUPANCY = "00000")
               SET WS-TRANS-INVALID TO TRUE
               MOVE "MAXIMUM OCCUPANCY NOT NUMERIC" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND NOT LM-ACTION-DELETE
              AND (LM-ACTION-ADD OR LM-OPEN-TIME NOT = SPACES)
               IF LM-OPEN-TIME IS NUMERIC
                   MOVE LM-OPEN-NUM TO WS-HHMM
                   PERFORM CHECK-HHMM
               ELSE
                   SET WS-HHMM-INVALID TO TRUE
               END-IF
               IF WS-HHMM-INVALID
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE "OPENING TIME MUST BE HHMM" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
              AND NOT LM-ACTION-DELETE
              AND (LM-ACTION-ADD OR LM-CLOSE-TIME NOT = SPACES)
               IF LM-CLOSE-TIME IS NUMERIC
                   MOVE LM-CLOSE-NUM TO WS-HHMM
                   PERFORM CHECK-HHMM
               ELSE
                   SET WS-HHMM-INVALID TO TRUE
               END-IF
               IF WS-HHMM-INVALID
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE "CLOSING TIME MUST BE HHMM" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
              AND NOT LM-ACTION-DELETE
              AND LM-STATUS NOT = SPACES
              AND NOT LM-STATUS-VALID
               SET WS-TRANS-INVALID TO TRUE
               MOVE "STATUS MUST BE A OR C" TO WS-REJECT-REASON
           END-IF
           .

      *****************************************************************
       CHECK-HHMM                      SECTION.

      * 2400 is accepted as a closing time of midnight
           SET WS-HHMM-VALID TO TRUE
           IF WS-HHMM-MM > 59
              OR WS-HHMM-HH > 24
              OR (WS-HHMM-HH = 24 AND WS-HHMM-MM > 0)
               SET WS-HHMM-INVALID TO TRUE
           END-IF
           .

      *****************************************************************
       ADD-LOCATION                    SECTION.

           MOVE LM-DESCRIPTION     TO LO-DESCRIPTION
           MOVE LM-SITE            TO LO-SITE
           MOVE LM-MAX-OCC-NUM     TO LO-MAX-OCCUPANCY
           MOVE LM-OPEN-NUM        TO LO-OPEN-TIME
           MOVE LM-CLOSE-NUM       TO LO-CLOSE-TIME
           IF LM-STATUS = SPACES
               SET LO-STATUS-ACTIVE TO TRUE
           ELSE
               MOVE LM-STATUS      TO LO-STATUS
           END-IF
           MOVE WS-OPERATOR-ID     TO LO-CHANGED-BY
           MOVE WS-TODAY-DATE      TO LO-CHANGED-DATE
           WRITE LO-RECORD
               INVALID KEY
                   MOVE "LOCATION ALREADY ON FILE" TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   MOVE "LOCATION ADDED"   TO WS-LOCATION-ACTION
                   PERFORM LOG-LOCATION-CHANGE
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE
           .

      *****************************************************************
       CHANGE-LOCATION                 SECTION.

           READ TTLOC
               INVALID KEY
                   MOVE "LOCATION NOT ON FILE" TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   IF LM-DESCRIPTION NOT = SPACES
                       MOVE LM-DESCRIPTION TO LO-DESCRIPTION
                   END-IF
                   IF LM-SITE NOT = SPACES
                       MOVE LM-SITE        TO LO-SITE
                   END-IF
                   IF LM-MAX-OCCUPANCY NOT = SPACES
                       MOVE LM-MAX-OCC-NUM TO LO-MAX-OCCUPANCY
                   END-IF
                   IF LM-OPEN-TIME NOT = SPACES
                       MOVE LM-OPEN-NUM    TO LO-OPEN-TIME
                   END-IF
                   IF LM-CLOSE-TIME NOT = SPACES
                       MOVE LM-CLOSE-NUM   TO LO-CLOSE-TIME
                   END-IF
                   IF LM-STATUS NOT = SPACES
                       MOVE LM-STATUS      TO LO-STATUS
                   END-IF
                   MOVE WS-OPERATOR-ID     TO LO-CHANGED-BY
                   MOVE WS-TODAY-DATE      TO LO-CHANGED-DATE
                   REWRITE LO-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                           SET WS-TRANS-INVALID TO TRUE
                       NOT INVALID KEY
                           MOVE "LOCATION CHANGED"
                               TO WS-LOCATION-ACTION
                           PERFORM LOG-LOCATION-CHANGE
                           ADD 1 TO WS-CHANGED-COUNT
                   END-REWRITE
           END-READ
           .

      *****************************************************************
       DELETE-LOCATION                 SECTION.

           READ TTLOC
               INVALID KEY
                   MOVE "LOCATION NOT ON FILE" TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   DELETE TTLOC RECORD
                       INVALID KEY
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                           SET WS-TRANS-INVALID TO TRUE
                       NOT INVALID KEY
                           MOVE "LOCATION DELETED"
                               TO WS-LOCATION-ACTION
                           PERFORM LOG-LOCATION-CHANGE
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
               LM-RECORD            DELIMITED BY SIZE
               INTO REJ-LINE
           END-STRING
           WRITE REJ-LINE
           .

      *****************************************************************
       LOG-LOCATION-CHANGE             SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               WS-LOCATION-ACTION   DELIMITED BY "  "
               "  CODE="            DELIMITED BY SIZE
               LO-CODE              DELIMITED BY SIZE
               "  CAPACITY="        DELIMITED BY SIZE
               LO-MAX-OCCUPANCY     DELIMITED BY SIZE
               "  HOURS="           DELIMITED BY SIZE
               LO-OPEN-TIME         DELIMITED BY SIZE
               "-"                  DELIMITED BY SIZE
               LO-CLOSE-TIME        DELIMITED BY SIZE
               "  STATUS="          DELIMITED BY SIZE
               LO-STATUS            DELIMITED BY SIZE
               "  DESCRIPTION="     DELIMITED BY SIZE
               LO-DESCRIPTION       DELIMITED BY SIZE
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
       WRITE-LOCATION-TABLE            SECTION.

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOW-VALUES TO LO-CODE
           SET NO-MORE-LOCATIONS TO FALSE
           START TTLOC
              KEY IS GREATER THAN OR EQUAL TO LO-CODE OF LO-RECORD
              INVALID KEY
                  SET NO-MORE-LOCATIONS TO TRUE
           END-START
           PERFORM READ-NEXT-LOCATION
           PERFORM UNTIL NO-MORE-LOCATIONS
               PERFORM WRITE-ONE-LOCATION
               PERFORM READ-NEXT-LOCATION
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANSACTIONS READ"   TO WS-TOT-LABEL
           MOVE WS-TRANS-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "LOCATIONS ADDED"     TO WS-TOT-LABEL
           MOVE WS-ADDED-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "LOCATIONS CHANGED"   TO WS-TOT-LABEL
           MOVE WS-CHANGED-COUNT      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "LOCATIONS DELETED"   TO WS-TOT-LABEL
           MOVE WS-DELETED-COUNT      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "TRANSACTIONS REJECTED" TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       READ-NEXT-LOCATION              SECTION.

           IF NOT NO-MORE-LOCATIONS
               READ TTLOC NEXT RECORD
                   AT END SET NO-MORE-LOCATIONS TO TRUE
               END-READ
           END-IF
           .

      *****************************************************************
       WRITE-ONE-LOCATION              SECTION.

           MOVE LO-CODE            TO WS-LCL-CODE
           MOVE LO-DESCRIPTION     TO WS-LCL-DESCRIPTION
           MOVE LO-SITE            TO WS-LCL-SITE
           MOVE LO-MAX-OCCUPANCY   TO WS-LCL-CAPACITY
           MOVE LO-OPEN-TIME       TO WS-LCL-OPEN
           MOVE LO-CLOSE-TIME      TO WS-LCL-CLOSE
           IF LO-STATUS-CLOSED
               MOVE "CLOSED"       TO WS-LCL-STATUS
           ELSE
               MOVE "ACTIVE"       TO WS-LCL-STATUS
           END-IF
           MOVE LO-CHANGED-BY      TO WS-LCL-CHANGED-BY
           MOVE LO-CHANGED-DATE    TO WS-LCL-CHANGED-DATE
           MOVE WS-LOCATION-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTLOC
         CLOSE LOCATION-TRANS-FILE
         CLOSE REJECT-FILE
         CLOSE LOCATION-AUDIT-FILE
         CLOSE LOCATION-REPORT
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "TRANSACTIONS READ:    " WS-TRANS-COUNT
         DISPLAY "LOCATIONS ADDED:      " WS-ADDED-COUNT
         DISPLAY "LOCATIONS CHANGED:    " WS-CHANGED-COUNT
         DISPLAY "LOCATIONS DELETED:    " WS-DELETED-COUNT
         DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-COUNT
         STOP RUN
          .

      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
