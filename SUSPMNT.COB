       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

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
          SELECT OPTIONAL TTSUSP
          ASSIGN TO "SUSPEND.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SU-KEY OF SU-RECORD
          .
          SELECT OPTIONAL SUSPEND-TRANS-FILE ASSIGN TO "SUSPMNT.TXN"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REJECT-FILE ASSIGN TO "SUSPMNT.REJ"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SUSPEND-AUDIT-FILE ASSIGN TO "SUSPMNT.LOG"
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
       COPY "TTSUSP.FD".
       FD  SUSPEND-TRANS-FILE.
        01  ST-RECORD.
            05  ST-ACTION                  PIC X(01).
                88  ST-ACTION-ADD              VALUE "A".
                88  ST-ACTION-LIFT             VALUE "L".
            05  ST-PLAYER-ID               PIC X(10).
            05  ST-START-DATE              PIC X(08).
            05  ST-START-NUM REDEFINES ST-START-DATE
                                           PIC 9(08).
            05  ST-END-DATE                PIC X(08).
            05  ST-END-NUM REDEFINES ST-END-DATE
                                           PIC 9(08).
            05  ST-REASON                  PIC X(40).
       FD  REJECT-FILE.
        01  REJ-LINE                       PIC X(300).
       FD  SUSPEND-AUDIT-FILE.
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
        01 SUSPEND-FLAG         PIC X.
          88 NO-MORE-SUSPENSIONS         VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-TRANS-STATUS               PIC X(01).
          88 WS-TRANS-VALID              VALUE "Y".
          88 WS-TRANS-INVALID            VALUE "N".
        01 WS-REJECT-REASON              PIC X(60).

        01 WS-TODAY-DATE                 PIC 9(08).
        01 WS-START-DATE                 PIC 9(08).
        01 WS-END-DATE                   PIC 9(08).
        01 WS-LIFTED-THIS-TRANS          PIC 9(04) VALUE 0.

        01 WS-TRANS-COUNT                PIC 9(08) VALUE 0.
        01 WS-ADDED-COUNT                PIC 9(08) VALUE 0.
        01 WS-LIFTED-COUNT               PIC 9(08) VALUE 0.
        01 WS-REJECT-COUNT               PIC 9(08) VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM APPLY-ALL-TRANSACTIONS

         MOVE WS-TRANS-COUNT  TO WS-RUN-RECORDS-READ
         ADD WS-ADDED-COUNT WS-LIFTED-COUNT
             GIVING WS-RUN-RECORDS-WRITTEN
         MOVE WS-REJECT-COUNT TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "SUSPMNT" TO WS-STAMP-PROGRAM
         MOVE "SUSPMNT.TXN" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN INPUT TTPLAYER
         OPEN I-O TTSUSP
         OPEN INPUT SUSPEND-TRANS-FILE
         OPEN OUTPUT REJECT-FILE
         OPEN OUTPUT SUSPEND-AUDIT-FILE
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

           READ SUSPEND-TRANS-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       APPLY-ONE-TRANSACTION           SECTION.

           PERFORM VALIDATE-TRANSACTION
           IF WS-TRANS-VALID
               MOVE ST-PLAYER-ID TO PL-ID
               READ TTPLAYER
                   INVALID KEY
                       DISPLAY "PLAYER NOT FOUND: " ST-PLAYER-ID
                       MOVE "PLAYER NOT FOUND" TO WS-REJECT-REASON
                       SET WS-TRANS-INVALID TO TRUE
               END-READ
           END-IF

           IF WS-TRANS-VALID
               IF ST-ACTION-ADD
                   PERFORM ADD-SUSPENSION
               ELSE
                   PERFORM LIFT-SUSPENSIONS
               END-IF
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

           IF ST-PLAYER-ID = SPACES OR ST-PLAYER-ID NOT NUMERIC
               SET WS-TRANS-INVALID TO TRUE
               MOVE "PLAYER ID NOT NUMERIC" TO WS-REJECT-REASON
               MOVE ZEROES TO PL-ID
           ELSE
               MOVE ST-PLAYER-ID TO PL-ID
           END-IF

           IF WS-TRANS-VALID
              AND NOT ST-ACTION-ADD
              AND NOT ST-ACTION-LIFT
               SET WS-TRANS-INVALID TO TRUE
               MOVE "ACTION MUST BE A OR L" TO WS-REJECT-REASON
           END-IF

      * A blank start date means today on an add, and every active
      * suspension for the player on a lift
           MOVE ZEROES TO WS-START-DATE
           IF WS-TRANS-VALID
               IF ST-START-DATE = SPACES
                   IF ST-ACTION-ADD
                       MOVE WS-TODAY-DATE TO WS-START-DATE
                   END-IF
               ELSE
                   IF ST-START-DATE NOT NUMERIC
                       SET WS-TRANS-INVALID TO TRUE
                       MOVE "START DATE NOT NUMERIC"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE ST-START-NUM TO WS-START-DATE
                   END-IF
               END-IF
           END-IF

      * An open-ended suspension runs until it is lifted
           MOVE 99999999 TO WS-END-DATE
           IF WS-TRANS-VALID
              AND ST-ACTION-ADD
              AND ST-END-DATE NOT = SPACES
               IF ST-END-DATE NOT NUMERIC
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE "END DATE NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   MOVE ST-END-NUM TO WS-END-DATE
                   IF WS-END-DATE < WS-START-DATE
                       SET WS-TRANS-INVALID TO TRUE
                       MOVE "END DATE BEFORE START DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID
              AND ST-REASON = SPACES
               SET WS-TRANS-INVALID TO TRUE
               MOVE "REASON REQUIRED" TO WS-REJECT-REASON
           END-IF
           .

      *****************************************************************
       ADD-SUSPENSION                  SECTION.

           INITIALIZE SU-RECORD
           MOVE PL-ID              TO SU-PLAYER-ID
           MOVE WS-START-DATE      TO SU-START-DATE
           MOVE WS-END-DATE        TO SU-END-DATE
           MOVE ST-REASON          TO SU-REASON
           SET SU-STATUS-ACTIVE    TO TRUE
           MOVE WS-OPERATOR-ID     TO SU-ENTERED-BY
           MOVE WS-TODAY-DATE      TO SU-ENTERED-DATE
           MOVE SPACES             TO SU-LIFTED-BY
           MOVE ZEROES             TO SU-LIFTED-DATE
           MOVE SPACES             TO SU-LIFT-REASON

           WRITE SU-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSION ALREADY ON FILE: " SU-KEY
                   MOVE "SUSPENSION ALREADY ON FILE FOR START DATE"
                       TO WS-REJECT-REASON
                   SET WS-TRANS-INVALID TO TRUE
               NOT INVALID KEY
                   PERFORM LOG-SUSPENSION-ADDED
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE
           .

      *****************************************************************
       LIFT-SUSPENSIONS                SECTION.

           MOVE 0 TO WS-LIFTED-THIS-TRANS
           INITIALIZE SU-RECORD
           MOVE PL-ID         TO SU-PLAYER-ID
           MOVE WS-START-DATE TO SU-START-DATE
           PERFORM TTSUSP-START
           PERFORM
              UNTIL NO-MORE-SUSPENSIONS
                 OR SU-PLAYER-ID NOT = PL-ID
                 OR (WS-START-DATE NOT = ZEROES
                     AND SU-START-DATE NOT = WS-START-DATE)
               IF SU-STATUS-ACTIVE
                   PERFORM LIFT-ONE-SUSPENSION
               END-IF
               PERFORM TTSUSP-READ-NEXT
           END-PERFORM

           IF WS-LIFTED-THIS-TRANS = 0
               MOVE "NO ACTIVE SUSPENSION TO LIFT" TO WS-REJECT-REASON
               SET WS-TRANS-INVALID TO TRUE
           END-IF
           .

      *****************************************************************
       LIFT-ONE-SUSPENSION             SECTION.

           SET SU-STATUS-LIFTED    TO TRUE
           MOVE WS-OPERATOR-ID     TO SU-LIFTED-BY
           MOVE WS-TODAY-DATE      TO SU-LIFTED-DATE
           MOVE ST-REASON          TO SU-LIFT-REASON
           REWRITE SU-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED: " SU-KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM LOG-SUSPENSION-LIFTED
                   ADD 1 TO WS-LIFTED-THIS-TRANS
                   ADD 1 TO WS-LIFTED-COUNT
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
               ST-RECORD            DELIMITED BY SIZE
               INTO REJ-LINE
           END-STRING
           WRITE REJ-LINE
           .

      *****************************************************************
       LOG-SUSPENSION-ADDED            SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "SUSPENDED  ID="     DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  FROM="            DELIMITED BY SIZE
               SU-START-DATE        DELIMITED BY SIZE
               "  TO="              DELIMITED BY SIZE
               SU-END-DATE          DELIMITED BY SIZE
               "  REASON="          DELIMITED BY SIZE
               SU-REASON            DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *****************************************************************
       LOG-SUSPENSION-LIFTED           SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "SUSPENSION LIFTED  ID=" DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  FROM="            DELIMITED BY SIZE
               SU-START-DATE        DELIMITED BY SIZE
               "  TO="              DELIMITED BY SIZE
               SU-END-DATE          DELIMITED BY SIZE
               "  REASON="          DELIMITED BY SIZE
               SU-LIFT-REASON       DELIMITED BY SIZE
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
         CLOSE TTSUSP
         CLOSE SUSPEND-TRANS-FILE
         CLOSE REJECT-FILE
         CLOSE SUSPEND-AUDIT-FILE
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "TRANSACTIONS READ:    " WS-TRANS-COUNT
         DISPLAY "SUSPENSIONS ADDED:    " WS-ADDED-COUNT
         DISPLAY "SUSPENSIONS LIFTED:   " WS-LIFTED-COUNT
         DISPLAY "TRANSACTIONS REJECTED:" WS-REJECT-COUNT
         STOP RUN
          .

      *****************************************************************
         COPY "TTSUSP.IO".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
