       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDISS.

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
          SELECT OPTIONAL TTCARD
          ASSIGN TO "CARDHIST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CH-CARD-NO OF CH-RECORD
          ALTERNATE RECORD KEY IS CH-PLAYER-ID OF CH-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL REISSUE-TRANS-FILE ASSIGN TO "CARDISS.TXN"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REJECT-FILE ASSIGN TO "CARDISS.REJ"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REISSUE-AUDIT-FILE ASSIGN TO "CARDISS.LOG"
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
       COPY "TTCARD.FD".
       FD  REISSUE-TRANS-FILE.
        01  CI-RECORD.
            05  CI-PLAYER-ID               PIC X(10).
            05  CI-NEW-CARD                PIC X(06).
            05  CI-REASON                  PIC X(01).
                88  CI-REASON-VALID            VALUE "L" "S" "D" "U".
       FD  REJECT-FILE.
        01  REJ-LINE                       PIC X(300).
       FD  REISSUE-AUDIT-FILE.
        01  AUD-LINE                       PIC X(200).
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

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".
       COPY "CARDHIST.WS".

        01 WS-TRANS-STATUS               PIC X(01).
          88 WS-TRANS-VALID              VALUE "Y".
          88 WS-TRANS-INVALID            VALUE "N".
        01 WS-REJECT-REASON              PIC X(60).

        01 WS-HOLD-RECORD                PIC X(140).
        01 WS-HOLD-ID                    PIC 9(10).
        01 WS-CARD-IN-USE                PIC X(01).
          88 WS-CARD-FREE                VALUE "N".
          88 WS-CARD-TAKEN               VALUE "Y".

        01 WS-TRANS-COUNT                PIC 9(08) VALUE 0.
        01 WS-REISSUED-COUNT             PIC 9(08) VALUE 0.
        01 WS-REJECT-COUNT               PIC 9(08) VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM APPLY-ALL-REISSUES

         MOVE WS-TRANS-COUNT    TO WS-RUN-RECORDS-READ
         MOVE WS-REISSUED-COUNT TO WS-RUN-RECORDS-WRITTEN
         MOVE WS-REJECT-COUNT   TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "CARDISS" TO WS-STAMP-PROGRAM
         MOVE "CARDISS.TXN" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN I-O TTPLAYER
         OPEN I-O TTCARD
         OPEN INPUT REISSUE-TRANS-FILE
         OPEN OUTPUT REJECT-FILE
         OPEN OUTPUT REISSUE-AUDIT-FILE
         OPEN EXTEND CENTRAL-AUDIT-FILE
         .

      *****************************************************************
       APPLY-ALL-REISSUES              SECTION.

           SET NO-MORE-INPUT TO FALSE
           PERFORM READ-NEXT-REISSUE
           PERFORM UNTIL NO-MORE-INPUT
               ADD 1 TO WS-TRANS-COUNT
               PERFORM APPLY-ONE-REISSUE
               PERFORM READ-NEXT-REISSUE
           END-PERFORM
           .

      *****************************************************************
       READ-NEXT-REISSUE               SECTION.

           READ REISSUE-TRANS-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       APPLY-ONE-REISSUE               SECTION.

           PERFORM VALIDATE-REISSUE
           IF WS-TRANS-VALID
               MOVE CI-PLAYER-ID TO PL-ID
               READ TTPLAYER
                   INVALID KEY
                       DISPLAY "PLAYER NOT FOUND: " CI-PLAYER-ID
                       MOVE "PLAYER NOT FOUND" TO WS-REJECT-REASON
                       SET WS-TRANS-INVALID TO TRUE
               END-READ
           END-IF

           IF WS-TRANS-VALID
              AND CI-NEW-CARD = PL-CARD-NO
               MOVE "NEW CARD SAME AS CURRENT CARD" TO WS-REJECT-REASON
               SET WS-TRANS-INVALID TO TRUE
           END-IF

           IF WS-TRANS-VALID
               PERFORM CHECK-CARD-IN-USE
               IF WS-CARD-TAKEN
                   DISPLAY "CARD ALREADY ISSUED: " CI-NEW-CARD
                   MOVE "NEW CARD ALREADY ISSUED" TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-TRANS-VALID
               PERFORM REISSUE-CARD
           END-IF

           IF WS-TRANS-INVALID
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

      *****************************************************************
       VALIDATE-REISSUE                SECTION.

           SET WS-TRANS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF CI-PLAYER-ID = SPACES OR CI-PLAYER-ID NOT NUMERIC
               SET WS-TRANS-INVALID TO TRUE
               MOVE "PLAYER ID NOT NUMERIC" TO WS-REJECT-REASON
               MOVE ZEROES TO PL-ID
           ELSE
               MOVE CI-PLAYER-ID TO PL-ID
           END-IF

           IF WS-TRANS-VALID
              AND CI-NEW-CARD = SPACES
               SET WS-TRANS-INVALID TO TRUE
               MOVE "NEW CARD NUMBER MISSING" TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
              AND NOT CI-REASON-VALID
               SET WS-TRANS-INVALID TO TRUE
               MOVE "REASON MUST BE L, S, D OR U" TO WS-REJECT-REASON
           END-IF
           .

      *****************************************************************
       CHECK-CARD-IN-USE               SECTION.

      * A card number is never reissued, whether it is on another
      * player today or was retired from anyone in the past
           SET WS-CARD-FREE TO TRUE
           MOVE PL-RECORD  TO WS-HOLD-RECORD
           MOVE PL-ID      TO WS-HOLD-ID
           MOVE CI-NEW-CARD TO PL-CARD-NO
           READ TTPLAYER KEY IS PL-CARD-NO OF PL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PL-ID NOT = WS-HOLD-ID
                       SET WS-CARD-TAKEN TO TRUE
                   END-IF
           END-READ
           MOVE WS-HOLD-RECORD TO PL-RECORD

           IF WS-CARD-FREE
               MOVE CI-NEW-CARD TO CH-CARD-NO
               PERFORM FIND-CARD-HISTORY
               IF WS-CARD-IN-HISTORY
                   SET WS-CARD-TAKEN TO TRUE
               END-IF
           END-IF
           .

      *****************************************************************
       REISSUE-CARD                    SECTION.

           MOVE PL-CARD-NO  TO WS-CARD-OLD-NO
           MOVE CI-NEW-CARD TO WS-CARD-NEW-NO
           MOVE CI-REASON   TO WS-CARD-REASON
           MOVE CI-NEW-CARD TO PL-CARD-NO
           REWRITE PL-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED: " PL-ID
                   MOVE "REWRITE FAILED, CARD NOT REISSUED"
                       TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   PERFORM RECORD-CARD-REISSUE
                   PERFORM LOG-CARD-REISSUED
                   IF WS-CARD-UPDATE-FAILED
                       MOVE "CARD HISTORY NOT UPDATED"
                           TO WS-REJECT-REASON
                       SET WS-TRANS-INVALID TO TRUE
                   ELSE
                       ADD 1 TO WS-REISSUED-COUNT
                   END-IF
           END-REWRITE
           .

      *****************************************************************
       WRITE-REJECT-RECORD             SECTION.

           MOVE SPACES TO REJ-LINE
           STRING
               "REJECTED ID="       DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  REASON="          DELIMITED BY SIZE
               WS-REJECT-REASON     DELIMITED BY SIZE
               "  RECORD="          DELIMITED BY SIZE
               CI-RECORD            DELIMITED BY SIZE
               INTO REJ-LINE
           END-STRING
           WRITE REJ-LINE
           .

      *****************************************************************
       LOG-CARD-REISSUED               SECTION.

           MOVE WS-CARD-REASON TO CH-RETIRE-REASON
           PERFORM DESCRIBE-CARD-REASON
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "CARD REISSUED  ID=" DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  OLD-CARD="        DELIMITED BY SIZE
               WS-CARD-OLD-NO       DELIMITED BY SIZE
               "  NEW-CARD="        DELIMITED BY SIZE
               WS-CARD-NEW-NO       DELIMITED BY SIZE
               "  REASON="          DELIMITED BY SIZE
               WS-CARD-REASON-TEXT  DELIMITED BY SIZE
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
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE TTCARD
         CLOSE REISSUE-TRANS-FILE
         CLOSE REJECT-FILE
         CLOSE REISSUE-AUDIT-FILE
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "REISSUES READ:        " WS-TRANS-COUNT
         DISPLAY "CARDS REISSUED:       " WS-REISSUED-COUNT
         DISPLAY "REISSUES REJECTED:    " WS-REJECT-COUNT
         STOP RUN
          .

      *****************************************************************
         COPY "CARDHIST.PRC".
      *****************************************************************
         COPY "CARDUPD.PRC".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
