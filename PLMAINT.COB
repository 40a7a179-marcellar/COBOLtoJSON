          ALTERNATE RECORD KEY IS PL-CARD-NO OF PL-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL TTCARD
          ASSIGN TO "CARDHIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CH-CARD-NO OF CH-RECORD
          ALTERNATE RECORD KEY IS CH-PLAYER-ID OF CH-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL MAINT-TRANS-FILE ASSIGN TO "PLMAINT.TXN"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT MAINT-AUDIT-FILE ASSIGN TO "PLMAINT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTCARD.FD".
       FD  MAINT-TRANS-FILE.
        01  MT-RECORD.
            05  MT-ID                      PIC 9(10).
       FD  MAINT-AUDIT-FILE.
        01  AUD-LINE                       PIC X(200).
       COPY "AUDITLOG.FD".
       COPY "RUNREG.FD".

      *****************************************************************
       WORKING-STORAGE                 SECTION.
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "CARDHIST.WS".
       COPY "RUNREG.WS".

        01 WS-CHANGE-FLAG                PIC X(01).
          88 WS-RECORD-CHANGED           VALUE "Y".
        01 WS-UPDATED-COUNT              PIC 9(08) VALUE 0.
        01 WS-NOTFOUND-COUNT             PIC 9(08) VALUE 0.
        01 WS-CARDDUP-COUNT              PIC 9(08) VALUE 0.
        01 WS-CARDHIST-COUNT             PIC 9(08) VALUE 0.

        01 WS-HOLD-RECORD                PIC X(140).
        01 WS-HOLD-ID                    PIC 9(10).
        01 WS-CARD-IN-USE                PIC X(01).
          88 WS-CARD-FREE                VALUE "N".
          88 WS-CARD-TAKEN               VALUE "Y".
        01 WS-CARD-CHANGE-FLAG           PIC X(01).
          88 WS-CARD-CHANGED             VALUE "Y".
          88 WS-CARD-UNCHANGED           VALUE "N".

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "PLMAINT" TO WS-STAMP-PROGRAM
         MOVE "PLMAINT.TXN" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN I-O TTPLAYER
         OPEN I-O TTCARD
         OPEN INPUT MAINT-TRANS-FILE
         OPEN OUTPUT MAINT-AUDIT-FILE
         OPEN EXTEND CENTRAL-AUDIT-FILE

         PERFORM APPLY-ALL-TRANSACTIONS

         MOVE WS-TRANS-COUNT   TO WS-RUN-RECORDS-READ
         MOVE WS-UPDATED-COUNT TO WS-RUN-RECORDS-WRITTEN
         ADD WS-NOTFOUND-COUNT WS-CARDDUP-COUNT WS-CARDHIST-COUNT
             GIVING WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         CLOSE TTPLAYER
         CLOSE TTCARD
         CLOSE MAINT-TRANS-FILE
         CLOSE MAINT-AUDIT-FILE
         CLOSE CENTRAL-AUDIT-FILE
         DISPLAY "RECORDS UPDATED:      " WS-UPDATED-COUNT
         DISPLAY "IDS NOT FOUND:        " WS-NOTFOUND-COUNT
         DISPLAY "CARDS ALREADY IN USE: " WS-CARDDUP-COUNT
         DISPLAY "CARD HISTORY FAILED:  " WS-CARDHIST-COUNT
         STOP RUN.

      *************************************************************
           IF MT-ID NOT = SPACES AND MT-ID NOT = ZEROES
               MOVE MT-ID TO PL-ID
               SET WS-RECORD-UNCHANGED TO TRUE
               SET WS-CARD-UNCHANGED TO TRUE
               READ TTPLAYER
                   INVALID KEY
                       DISPLAY "PLAYER NOT FOUND: " MT-ID
                                       "REWRITE FAILED: " PL-ID
                                   PERFORM LOG-REWRITE-FAILED
                               NOT INVALID KEY
                                   IF WS-CARD-CHANGED
                                       PERFORM RECORD-CARD-REISSUE
                                   END-IF
                                   IF WS-CARD-CHANGED
                                      AND WS-CARD-UPDATE-FAILED
                                       PERFORM LOG-CARD-HISTORY-FAILED
                                       ADD 1 TO WS-CARDHIST-COUNT
                                   ELSE
                                       ADD 1 TO WS-UPDATED-COUNT
                                   END-IF
                           END-REWRITE
                       END-IF
               END-READ
                   MOVE PL-CARD-NO          TO WS-CHG-OLD
                   MOVE MT-CARD-NO          TO WS-CHG-NEW
                   PERFORM LOG-FIELD-CHANGE
                   MOVE PL-CARD-NO TO WS-CARD-OLD-NO
                   MOVE MT-CARD-NO TO WS-CARD-NEW-NO
                   MOVE "C"        TO WS-CARD-REASON
                   SET WS-CARD-CHANGED TO TRUE
                   MOVE MT-CARD-NO TO PL-CARD-NO
                   SET WS-RECORD-CHANGED TO TRUE
               END-IF
                   END-IF
           END-READ
           MOVE WS-HOLD-RECORD TO PL-RECORD

      * A card retired from any player is never handed out again
           IF WS-CARD-FREE
               MOVE MT-CARD-NO TO CH-CARD-NO
               PERFORM FIND-CARD-HISTORY
               IF WS-CARD-IN-HISTORY
                  AND CH-PLAYER-ID NOT = PL-ID
                   SET WS-CARD-TAKEN TO TRUE
               END-IF
               IF WS-CARD-IN-HISTORY
                  AND CH-STATUS-RETIRED
                   SET WS-CARD-TAKEN TO TRUE
               END-IF
           END-IF
           .

      *************************************************************
           PERFORM WRITE-AUDIT-LINE
           .

      *************************************************************
       LOG-CARD-HISTORY-FAILED          SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "ID="              DELIMITED BY SIZE
               PL-ID              DELIMITED BY SIZE
               "  FIELD=CARD NO  REASON=CARD HISTORY NOT UPDATED"
                                  DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *************************************************************
       LOG-NOT-FOUND                    SECTION.

           WRITE AUD-LINE
           .

      *************************************************************
         COPY "CARDHIST.PRC".
      *************************************************************
         COPY "CARDUPD.PRC".
      *************************************************************
         COPY "AUDITLOG.PRC".
      *************************************************************
         COPY "RUNREG.PRC".
