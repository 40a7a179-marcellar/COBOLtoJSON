       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SCHEDULE-FILE ASSIGN TO "JOBSCHED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SUMMARY-REPORT ASSIGN TO "JOBCTL.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
        01  JS-RECORD.
            05  JS-STEP-ID                 PIC X(08).
            05  FILLER                     PIC X(01).
            05  JS-PROGRAM                 PIC X(08).
            05  FILLER                     PIC X(01).
            05  JS-OK-CODES.
                10  JS-OK-ENTRY            OCCURS 4 TIMES.
                    15  JS-OK-CODE         PIC X(02).
                    15  FILLER             PIC X(01).
            05  JS-DEPENDENCIES.
                10  JS-DEP-ENTRY           OCCURS 4 TIMES.
                    15  JS-DEPENDS-ON      PIC X(08).
                    15  FILLER             PIC X(01).
            05  JS-COMMAND                 PIC X(80).
        01  JS-COMMENT-RECORD.
            05  JS-COMMENT-MARK            PIC X(01).
                88  JS-COMMENT-LINE            VALUE "*".
            05  FILLER                     PIC X(145).
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

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-MAX-STEPS                  PIC 9(02) VALUE 30.
        01 WS-STEP-COUNT                 PIC 9(02) VALUE 0.
        01 WS-STEP-IDX                   PIC 9(02) VALUE 0.
        01 WS-FIND-IDX                   PIC 9(02) VALUE 0.
        01 WS-CODE-IDX                   PIC 9(02) VALUE 0.
        01 WS-DEP-IDX                    PIC 9(02) VALUE 0.
        01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY              OCCURS 30 TIMES.
              10 WS-STP-ID               PIC X(08).
              10 WS-STP-PROGRAM          PIC X(08).
              10 WS-STP-OK-CODES.
                 15 WS-STP-OK-ENTRY      OCCURS 4 TIMES.
                    20 WS-STP-OK-CODE    PIC X(02).
                    20 FILLER            PIC X(01).
              10 WS-STP-DEPENDENCIES.
                 15 WS-STP-DEP-ENTRY     OCCURS 4 TIMES.
                    20 WS-STP-DEPENDS-ON PIC X(08).
                    20 FILLER            PIC X(01).
              10 WS-STP-COMMAND          PIC X(80).
              10 WS-STP-STATUS           PIC X(01).
                 88 WS-STP-PENDING           VALUE "P".
                 88 WS-STP-DONE-EARLIER      VALUE "D".
                 88 WS-STP-BYPASSED          VALUE "K".
                 88 WS-STP-SUCCEEDED         VALUE "S".
                 88 WS-STP-FAILED            VALUE "F".
                 88 WS-STP-HELD              VALUE "H".
                 88 WS-STP-SATISFIED         VALUES "D" "K" "S".
              10 WS-STP-START-TIME       PIC X(06).
              10 WS-STP-END-TIME         PIC X(06).
              10 WS-STP-RC               PIC 9(03).
              10 WS-STP-RC-KNOWN         PIC X(01).
                 88 WS-STP-RC-SET            VALUE "Y".
              10 WS-STP-RECORDS-READ     PIC 9(08).
              10 WS-STP-RECORDS-WRITTEN  PIC 9(08).
              10 WS-STP-RECORDS-REJECTED PIC 9(08).
              10 WS-STP-COUNTS-KNOWN     PIC X(01).
                 88 WS-STP-COUNTS-SET        VALUE "Y".
              10 WS-STP-NOTE             PIC X(30).

        01 WS-SCHEDULE-STATUS            PIC X(01).
          88 WS-SCHEDULE-VALID           VALUE "Y".
          88 WS-SCHEDULE-INVALID         VALUE "N".
        01 WS-DEPS-STATUS                PIC X(01).
          88 WS-DEPS-MET                 VALUE "Y".
          88 WS-DEPS-NOT-MET             VALUE "N".
        01 WS-DEP-FOUND                  PIC X(01).
          88 WS-DEP-IS-EARLIER           VALUE "Y".
        01 WS-RC-STATUS                  PIC X(01).
          88 WS-RC-ACCEPTED              VALUE "Y".
          88 WS-RC-NOT-ACCEPTED          VALUE "N".
        01 WS-BLOCKING-STEP              PIC X(08).

        01 WS-RESTART-STEP               PIC X(08).
        01 WS-RESTART-IDX                PIC 9(02) VALUE 0.

        01 WS-SYSTEM-COMMAND             PIC X(80).
        01 WS-SYSTEM-STATUS              PIC S9(09) VALUE 0.
        01 WS-SYSTEM-SIGNAL              PIC S9(09) VALUE 0.
        01 WS-STEP-RC                    PIC 9(03) VALUE 0.
        01 WS-RC-CODE                    PIC 9(02).
        01 WS-RC-CODE-X REDEFINES WS-RC-CODE
                                         PIC X(02).
        01 WS-STEP-START-DATE            PIC 9(08).
        01 WS-STEP-START-STAMP           PIC 9(14).
        01 WS-RUN-STAMP                  PIC 9(14).

        01 WS-SCHEDULE-LINES             PIC 9(08) VALUE 0.
        01 WS-STEPS-RUN                  PIC 9(08) VALUE 0.
        01 WS-STEPS-SUCCEEDED            PIC 9(08) VALUE 0.
        01 WS-STEPS-FAILED               PIC 9(08) VALUE 0.
        01 WS-STEPS-HELD                 PIC 9(08) VALUE 0.
        01 WS-STEPS-DONE-EARLIER         PIC 9(08) VALUE 0.
        01 WS-STEPS-BYPASSED             PIC 9(08) VALUE 0.
        01 WS-FIRST-FAILED-STEP          PIC X(08) VALUE SPACES.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(26)
                     VALUE "JOB STREAM SUMMARY FOR BUS".
           05 FILLER                     PIC X(11)
                     VALUE "INESS DATE ".
           05 WS-HDR-DATE                PIC 9(08).
           05 FILLER                     PIC X(12)
                     VALUE "  OPERATOR  ".
           05 WS-HDR-OPERATOR            PIC X(08).
        01 WS-COLUMN-LINE.
           05 FILLER                     PIC X(10)
                     VALUE "STEP".
           05 FILLER                     PIC X(10)
                     VALUE "PROGRAM".
           05 FILLER                     PIC X(10)
                     VALUE "STATUS".
           05 FILLER                     PIC X(08)
                     VALUE "START".
           05 FILLER                     PIC X(08)
                     VALUE "END".
           05 FILLER                     PIC X(05)
                     VALUE "RC".
           05 FILLER                     PIC X(10)
                     VALUE "READ".
           05 FILLER                     PIC X(10)
                     VALUE "WRITTEN".
           05 FILLER                     PIC X(10)
                     VALUE "REJECTED".
           05 FILLER                     PIC X(04)
                     VALUE "NOTE".
        01 WS-DETAIL-LINE.
           05 WS-DET-STEP                PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-PROGRAM             PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-STATUS              PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-START               PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-END                 PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-RC                  PIC X(03).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-READ                PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-WRITTEN             PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-REJECTED            PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-NOTE                PIC X(30).
        01 WS-RC-EDIT                    PIC ZZ9.
        01 WS-COUNT-EDIT                 PIC ZZZZZZZ9.
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.
        01 WS-NO-COUNTS-STATUS           PIC X(01) VALUE "N".
          88 WS-NO-COUNTS-SHOWN          VALUE "Y".
        01 WS-NO-COUNTS-LINE.
           05 FILLER                     PIC X(26)
                     VALUE "N/A - STEP PROGRAM KEEPS N".
           05 FILLER                     PIC X(26)
                     VALUE "O RUN REGISTER COUNTS (REP".
           05 FILLER                     PIC X(26)
                     VALUE "ORTS AND ENQUIRIES)       ".
        01 WS-RESTART-LINE.
           05 FILLER                     PIC X(24)
                     VALUE "RESTART FROM STEP:".
           05 WS-RST-STEP                PIC X(08).

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM RUN-ALL-STEPS
         PERFORM WRITE-STEP-SUMMARY

         PERFORM REGISTER-STREAM-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "JOBCTL" TO WS-STAMP-PROGRAM

         PERFORM LOAD-SCHEDULE
         PERFORM ASK-RESTART-STEP

         MOVE "JOBSCHED.DAT" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START
         PERFORM PASS-BUSDATE-TO-STEPS

         OPEN EXTEND CENTRAL-AUDIT-FILE

         PERFORM FIND-COMPLETED-STEPS
         PERFORM APPLY-RESTART-POINT
         .

      *****************************************************************
       PASS-BUSDATE-TO-STEPS           SECTION.

      * Every step inherits the stream's business date as the default
      * for its own business date prompt, so the steps, the register
      * and this summary all agree even when the stream runs after
      * midnight
           MOVE WS-RUN-BUSDATE TO WS-RUN-BUSDATE-INPUT
           DISPLAY WS-RUN-BUSDATE-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-RUN-BUSDATE-INPUT UPON ENVIRONMENT-VALUE
           .

      *****************************************************************
       LOAD-SCHEDULE                   SECTION.

      * The whole schedule is checked before anything runs; a step
      * may only depend on a step listed above it, so running the
      * file top to bottom always finds its dependencies settled
           SET WS-SCHEDULE-VALID TO TRUE
           SET NO-MORE-INPUT TO FALSE
           OPEN INPUT SCHEDULE-FILE
           PERFORM READ-NEXT-SCHEDULE-LINE
           PERFORM UNTIL NO-MORE-INPUT
               IF NOT JS-COMMENT-LINE
                  AND JS-RECORD NOT = SPACES
                   PERFORM LOAD-ONE-STEP
               END-IF
               PERFORM READ-NEXT-SCHEDULE-LINE
           END-PERFORM
           CLOSE SCHEDULE-FILE

           IF WS-STEP-COUNT = 0
               DISPLAY 'NO STEPS IN JOBSCHED.DAT'
               SET WS-SCHEDULE-INVALID TO TRUE
           END-IF

           IF WS-SCHEDULE-INVALID
               DISPLAY 'SCHEDULE REJECTED, NO STEPS RUN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
       READ-NEXT-SCHEDULE-LINE         SECTION.

           READ SCHEDULE-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCHEDULE-LINES
           END-READ
           .

      *****************************************************************
       LOAD-ONE-STEP                   SECTION.

           IF WS-STEP-COUNT >= WS-MAX-STEPS
               DISPLAY 'TOO MANY STEPS, LIMIT IS ' WS-MAX-STEPS
               SET WS-SCHEDULE-INVALID TO TRUE
               SET NO-MORE-INPUT TO TRUE
           ELSE
               IF JS-STEP-ID = SPACES
                  OR JS-COMMAND = SPACES
                   DISPLAY 'STEP ID OR COMMAND MISSING, LINE '
                           WS-SCHEDULE-LINES
                   SET WS-SCHEDULE-INVALID TO TRUE
               END-IF

               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                  UNTIL WS-FIND-IDX > WS-STEP-COUNT
                   IF WS-STP-ID (WS-FIND-IDX) = JS-STEP-ID
                       DISPLAY 'DUPLICATE STEP ID: ' JS-STEP-ID
                       SET WS-SCHEDULE-INVALID TO TRUE
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                  UNTIL WS-DEP-IDX > 4
                   IF JS-DEPENDS-ON (WS-DEP-IDX) NOT = SPACES
                       PERFORM CHECK-DEPENDENCY-LISTED
                   END-IF
               END-PERFORM

               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT   TO WS-STEP-IDX
               MOVE JS-STEP-ID      TO WS-STP-ID (WS-STEP-IDX)
               MOVE JS-PROGRAM      TO WS-STP-PROGRAM (WS-STEP-IDX)
               MOVE JS-OK-CODES     TO WS-STP-OK-CODES (WS-STEP-IDX)
               MOVE JS-DEPENDENCIES
                   TO WS-STP-DEPENDENCIES (WS-STEP-IDX)
               MOVE JS-COMMAND      TO WS-STP-COMMAND (WS-STEP-IDX)
               IF WS-STP-OK-CODES (WS-STEP-IDX) = SPACES
                   MOVE "00" TO WS-STP-OK-CODE (WS-STEP-IDX, 1)
               END-IF
               MOVE "P"             TO WS-STP-STATUS (WS-STEP-IDX)
               MOVE SPACES          TO WS-STP-START-TIME (WS-STEP-IDX)
               MOVE SPACES          TO WS-STP-END-TIME (WS-STEP-IDX)
               MOVE 0               TO WS-STP-RC (WS-STEP-IDX)
               MOVE "N"             TO WS-STP-RC-KNOWN (WS-STEP-IDX)
               MOVE 0 TO WS-STP-RECORDS-READ (WS-STEP-IDX)
               MOVE 0 TO WS-STP-RECORDS-WRITTEN (WS-STEP-IDX)
               MOVE 0 TO WS-STP-RECORDS-REJECTED (WS-STEP-IDX)
               MOVE "N"             TO WS-STP-COUNTS-KNOWN (WS-STEP-IDX)
               MOVE SPACES          TO WS-STP-NOTE (WS-STEP-IDX)
           END-IF
           .

      *****************************************************************
       CHECK-DEPENDENCY-LISTED         SECTION.

           MOVE "N" TO WS-DEP-FOUND
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
              UNTIL WS-FIND-IDX > WS-STEP-COUNT
               IF WS-STP-ID (WS-FIND-IDX) = JS-DEPENDS-ON (WS-DEP-IDX)
                   SET WS-DEP-IS-EARLIER TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DEP-IS-EARLIER
               DISPLAY 'STEP ' JS-STEP-ID ' DEPENDS ON '
                       JS-DEPENDS-ON (WS-DEP-IDX)
                       ' WHICH IS NOT AN EARLIER STEP'
               SET WS-SCHEDULE-INVALID TO TRUE
           END-IF
           .

      *****************************************************************
       ASK-RESTART-STEP                SECTION.

           DISPLAY 'Restart from step (blank for all pending):'
           MOVE SPACES TO WS-RESTART-STEP
           ACCEPT WS-RESTART-STEP
           MOVE FUNCTION UPPER-CASE (WS-RESTART-STEP)
               TO WS-RESTART-STEP

           MOVE 0 TO WS-RESTART-IDX
           IF WS-RESTART-STEP NOT = SPACES
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                  UNTIL WS-FIND-IDX > WS-STEP-COUNT
                   IF WS-STP-ID (WS-FIND-IDX) = WS-RESTART-STEP
                       MOVE WS-FIND-IDX TO WS-RESTART-IDX
                   END-IF
               END-PERFORM
               IF WS-RESTART-IDX = 0
                   DISPLAY 'STEP NOT IN SCHEDULE: ' WS-RESTART-STEP
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
       FIND-COMPLETED-STEPS            SECTION.

      * A step counts as complete for the business date when the
      * latest register entry for it is a success: either the
      * controller's own step record, or a run of the program itself
      * made by hand after an earlier failure
           SET NO-MORE-RUNS TO FALSE
           OPEN INPUT RUN-REGISTER-FILE
           PERFORM READ-NEXT-RUN-RECORD
           PERFORM UNTIL NO-MORE-RUNS
               IF RR-BUSINESS-DATE = WS-RUN-BUSDATE
                   PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                      UNTIL WS-FIND-IDX > WS-STEP-COUNT
                       PERFORM APPLY-REGISTER-ENTRY
                   END-PERFORM
               END-IF
               PERFORM READ-NEXT-RUN-RECORD
           END-PERFORM
           CLOSE RUN-REGISTER-FILE
           .

      *****************************************************************
       APPLY-REGISTER-ENTRY            SECTION.

           IF RR-PROGRAM = "JOBCTL"
              AND RR-INPUT-FILE = WS-STP-ID (WS-FIND-IDX)
               IF RR-STATUS-SUCCESS
                   PERFORM MARK-DONE-EARLIER
               ELSE
                   MOVE "P" TO WS-STP-STATUS (WS-FIND-IDX)
                   MOVE "N" TO WS-STP-COUNTS-KNOWN (WS-FIND-IDX)
               END-IF
           END-IF
      * A later start of the program, by hand or from another
      * stream, undoes an earlier success until it too succeeds
           IF RR-PROGRAM = WS-STP-PROGRAM (WS-FIND-IDX)
               IF RR-STATUS-SUCCESS
                   PERFORM MARK-DONE-EARLIER
               ELSE
                   MOVE "P" TO WS-STP-STATUS (WS-FIND-IDX)
                   MOVE "N" TO WS-STP-COUNTS-KNOWN (WS-FIND-IDX)
               END-IF
           END-IF
           .

      *****************************************************************
       MARK-DONE-EARLIER               SECTION.

      * Counts are only taken from the program's own entry; the
      * controller's step entry carries zeroes for a program that
      * keeps no counts, which must not read as a run of nothing
           MOVE "D"                TO WS-STP-STATUS (WS-FIND-IDX)
           MOVE RR-RUN-TIME        TO WS-STP-END-TIME (WS-FIND-IDX)
           IF RR-PROGRAM NOT = "JOBCTL"
               MOVE RR-RECORDS-READ
                   TO WS-STP-RECORDS-READ (WS-FIND-IDX)
               MOVE RR-RECORDS-WRITTEN
                   TO WS-STP-RECORDS-WRITTEN (WS-FIND-IDX)
               MOVE RR-RECORDS-REJECTED
                   TO WS-STP-RECORDS-REJECTED (WS-FIND-IDX)
               MOVE "Y"            TO WS-STP-COUNTS-KNOWN (WS-FIND-IDX)
           END-IF
           .

      *****************************************************************
       APPLY-RESTART-POINT             SECTION.

      * Restarting from a step tells the controller the operator has
      * dealt with everything above it, and that the named step is
      * to run again even if the register shows it complete
           IF WS-RESTART-IDX > 0
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                  UNTIL WS-FIND-IDX >= WS-RESTART-IDX
                   IF NOT WS-STP-DONE-EARLIER (WS-FIND-IDX)
                       MOVE "K" TO WS-STP-STATUS (WS-FIND-IDX)
                       MOVE "BYPASSED AT RESTART"
                           TO WS-STP-NOTE (WS-FIND-IDX)
                   END-IF
               END-PERFORM
               MOVE "P" TO WS-STP-STATUS (WS-RESTART-IDX)
               MOVE "RESTARTED HERE" TO WS-STP-NOTE (WS-RESTART-IDX)
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING
                   "JOB STREAM RESTARTED AT STEP " DELIMITED BY SIZE
                   WS-RESTART-STEP      DELIMITED BY SIZE
                   INTO WS-AUDIT-TEXT
               END-STRING
               PERFORM WRITE-CENTRAL-AUDIT
           END-IF
           .

      *****************************************************************
       RUN-ALL-STEPS                   SECTION.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-STP-DONE-EARLIER (WS-STEP-IDX)
                       DISPLAY 'STEP ' WS-STP-ID (WS-STEP-IDX)
                               ' ALREADY COMPLETE'
                       ADD 1 TO WS-STEPS-DONE-EARLIER
                   WHEN WS-STP-BYPASSED (WS-STEP-IDX)
                       DISPLAY 'STEP ' WS-STP-ID (WS-STEP-IDX)
                               ' BYPASSED'
                       ADD 1 TO WS-STEPS-BYPASSED
                   WHEN OTHER
                       PERFORM CHECK-STEP-DEPENDENCIES
                       IF WS-DEPS-MET
                           PERFORM EXECUTE-STEP
                       ELSE
                           PERFORM HOLD-STEP
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

      *****************************************************************
       CHECK-STEP-DEPENDENCIES         SECTION.

           SET WS-DEPS-MET TO TRUE
           MOVE SPACES TO WS-BLOCKING-STEP
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
              UNTIL WS-DEP-IDX > 4
               IF WS-STP-DEPENDS-ON (WS-STEP-IDX, WS-DEP-IDX)
                   NOT = SPACES
                   PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                      UNTIL WS-FIND-IDX >= WS-STEP-IDX
                       IF WS-STP-ID (WS-FIND-IDX)
                          = WS-STP-DEPENDS-ON (WS-STEP-IDX, WS-DEP-IDX)
                          AND NOT WS-STP-SATISFIED (WS-FIND-IDX)
                           SET WS-DEPS-NOT-MET TO TRUE
                           IF WS-BLOCKING-STEP = SPACES
                               MOVE WS-STP-ID (WS-FIND-IDX)
                                   TO WS-BLOCKING-STEP
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************************************
       HOLD-STEP                       SECTION.

           MOVE "H" TO WS-STP-STATUS (WS-STEP-IDX)
           ADD 1 TO WS-STEPS-HELD
           MOVE SPACES TO WS-STP-NOTE (WS-STEP-IDX)
           STRING
               "HELD, " DELIMITED BY SIZE
               WS-BLOCKING-STEP     DELIMITED BY SPACE
               " NOT COMPLETE"      DELIMITED BY SIZE
               INTO WS-STP-NOTE (WS-STEP-IDX)
           END-STRING
           DISPLAY 'STEP ' WS-STP-ID (WS-STEP-IDX) ' '
                   WS-STP-NOTE (WS-STEP-IDX)

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "JOB STEP HELD  STEP=" DELIMITED BY SIZE
               WS-STP-ID (WS-STEP-IDX) DELIMITED BY SIZE
               "  WAITING ON="        DELIMITED BY SIZE
               WS-BLOCKING-STEP       DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       EXECUTE-STEP                    SECTION.

      * The step's own start record goes on the register before the
      * command runs, so a controller that dies mid-step leaves the
      * step showing as started but never completed
           ADD 1 TO WS-STEPS-RUN
           DISPLAY 'STARTING STEP ' WS-STP-ID (WS-STEP-IDX) ': '
                   WS-STP-COMMAND (WS-STEP-IDX)

           MOVE WS-STP-ID (WS-STEP-IDX) TO WS-RUN-INPUT-NAME
           MOVE 0 TO WS-RUN-RECORDS-READ
           MOVE 0 TO WS-RUN-RECORDS-WRITTEN
           MOVE 0 TO WS-RUN-RECORDS-REJECTED
           MOVE "R" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-RECORD
           MOVE WS-AUDIT-DATE TO WS-STEP-START-DATE
           MOVE WS-AUDIT-TIME TO WS-STP-START-TIME (WS-STEP-IDX)
           COMPUTE WS-STEP-START-STAMP
               = WS-AUDIT-DATE * 1000000 + WS-AUDIT-TIME

           MOVE WS-STP-COMMAND (WS-STEP-IDX) TO WS-SYSTEM-COMMAND
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE

      * The shell hands back the exit code in the high byte; a step
      * killed by a signal, or one the shell could not start, is
      * reported as 999 so no success code can ever match it
           IF WS-SYSTEM-STATUS < 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                   GIVING WS-SYSTEM-STATUS
                   REMAINDER WS-SYSTEM-SIGNAL
               IF WS-SYSTEM-SIGNAL NOT = 0
                  OR WS-SYSTEM-STATUS > 998
                   MOVE 999 TO WS-STEP-RC
               ELSE
                   MOVE WS-SYSTEM-STATUS TO WS-STEP-RC
               END-IF
           END-IF
           MOVE WS-STEP-RC TO WS-STP-RC (WS-STEP-IDX)
           MOVE "Y" TO WS-STP-RC-KNOWN (WS-STEP-IDX)

           PERFORM CHECK-STEP-RC
           PERFORM FIND-STEP-COUNTS

           MOVE WS-STP-ID (WS-STEP-IDX) TO WS-RUN-INPUT-NAME
           MOVE WS-STP-RECORDS-READ (WS-STEP-IDX)
               TO WS-RUN-RECORDS-READ
           MOVE WS-STP-RECORDS-WRITTEN (WS-STEP-IDX)
               TO WS-RUN-RECORDS-WRITTEN
           MOVE WS-STP-RECORDS-REJECTED (WS-STEP-IDX)
               TO WS-RUN-RECORDS-REJECTED
           IF WS-RC-ACCEPTED
               MOVE "S" TO WS-STP-STATUS (WS-STEP-IDX)
               ADD 1 TO WS-STEPS-SUCCEEDED
           ELSE
               MOVE "F" TO WS-STP-STATUS (WS-STEP-IDX)
               ADD 1 TO WS-STEPS-FAILED
               MOVE "RETURN CODE NOT ACCEPTED"
                   TO WS-STP-NOTE (WS-STEP-IDX)
               IF WS-FIRST-FAILED-STEP = SPACES
                   MOVE WS-STP-ID (WS-STEP-IDX) TO WS-FIRST-FAILED-STEP
               END-IF
           END-IF
           MOVE WS-STP-STATUS (WS-STEP-IDX) TO WS-RUN-STATUS
           PERFORM WRITE-RUN-RECORD
           MOVE WS-AUDIT-TIME TO WS-STP-END-TIME (WS-STEP-IDX)

           MOVE WS-STEP-RC TO WS-RC-EDIT
           DISPLAY 'STEP ' WS-STP-ID (WS-STEP-IDX)
                   ' ENDED RC=' WS-RC-EDIT
                   ' STATUS=' WS-STP-STATUS (WS-STEP-IDX)
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "JOB STEP ENDED  STEP=" DELIMITED BY SIZE
               WS-STP-ID (WS-STEP-IDX) DELIMITED BY SIZE
               "  RC="                DELIMITED BY SIZE
               WS-STEP-RC             DELIMITED BY SIZE
               "  STATUS="            DELIMITED BY SIZE
               WS-STP-STATUS (WS-STEP-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       CHECK-STEP-RC                   SECTION.

           SET WS-RC-NOT-ACCEPTED TO TRUE
           IF WS-STEP-RC < 100
               MOVE WS-STEP-RC TO WS-RC-CODE
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                  UNTIL WS-CODE-IDX > 4
                   IF WS-STP-OK-CODE (WS-STEP-IDX, WS-CODE-IDX)
                      = WS-RC-CODE-X
                       SET WS-RC-ACCEPTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
       FIND-STEP-COUNTS                SECTION.

      * Programs that keep the run register write their own counts;
      * the latest entry for the program made since the step started
      * is the one this step produced
           SET NO-MORE-RUNS TO FALSE
           OPEN INPUT RUN-REGISTER-FILE
           PERFORM READ-NEXT-RUN-RECORD
           PERFORM UNTIL NO-MORE-RUNS
               COMPUTE WS-RUN-STAMP
                   = RR-RUN-DATE * 1000000 + RR-RUN-TIME
               IF RR-PROGRAM = WS-STP-PROGRAM (WS-STEP-IDX)
                  AND RR-PROGRAM NOT = "JOBCTL"
                  AND WS-RUN-STAMP >= WS-STEP-START-STAMP
                   MOVE RR-RECORDS-READ
                       TO WS-STP-RECORDS-READ (WS-STEP-IDX)
                   MOVE RR-RECORDS-WRITTEN
                       TO WS-STP-RECORDS-WRITTEN (WS-STEP-IDX)
                   MOVE RR-RECORDS-REJECTED
                       TO WS-STP-RECORDS-REJECTED (WS-STEP-IDX)
                   MOVE "Y" TO WS-STP-COUNTS-KNOWN (WS-STEP-IDX)
               END-IF
               PERFORM READ-NEXT-RUN-RECORD
           END-PERFORM
           CLOSE RUN-REGISTER-FILE
           .

      *****************************************************************
       WRITE-STEP-SUMMARY              SECTION.

           OPEN OUTPUT SUMMARY-REPORT
           MOVE WS-RUN-BUSDATE    TO WS-HDR-DATE
           MOVE WS-STAMP-OPERATOR TO WS-HDR-OPERATOR
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM WRITE-STEP-LINE
           END-PERFORM
           IF WS-NO-COUNTS-SHOWN
               MOVE WS-NO-COUNTS-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "STEPS IN SCHEDULE"      TO WS-TOT-LABEL
           MOVE WS-STEP-COUNT            TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STEPS RUN"              TO WS-TOT-LABEL
           MOVE WS-STEPS-RUN             TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STEPS SUCCEEDED"        TO WS-TOT-LABEL
           MOVE WS-STEPS-SUCCEEDED       TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STEPS FAILED"           TO WS-TOT-LABEL
           MOVE WS-STEPS-FAILED          TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STEPS HELD"             TO WS-TOT-LABEL
           MOVE WS-STEPS-HELD            TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STEPS ALREADY COMPLETE" TO WS-TOT-LABEL
           MOVE WS-STEPS-DONE-EARLIER    TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "STEPS BYPASSED"         TO WS-TOT-LABEL
           MOVE WS-STEPS-BYPASSED        TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE

           IF WS-FIRST-FAILED-STEP NOT = SPACES
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-FIRST-FAILED-STEP TO WS-RST-STEP
               MOVE WS-RESTART-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE SUMMARY-REPORT
           .

      *****************************************************************
       WRITE-STEP-LINE                 SECTION.

           MOVE WS-STP-ID (WS-STEP-IDX)      TO WS-DET-STEP
           MOVE WS-STP-PROGRAM (WS-STEP-IDX) TO WS-DET-PROGRAM
           EVALUATE TRUE
               WHEN WS-STP-SUCCEEDED (WS-STEP-IDX)
                   MOVE "SUCCESS"  TO WS-DET-STATUS
               WHEN WS-STP-FAILED (WS-STEP-IDX)
                   MOVE "FAILED"   TO WS-DET-STATUS
               WHEN WS-STP-HELD (WS-STEP-IDX)
                   MOVE "HELD"     TO WS-DET-STATUS
               WHEN WS-STP-DONE-EARLIER (WS-STEP-IDX)
                   MOVE "COMPLETE" TO WS-DET-STATUS
               WHEN WS-STP-BYPASSED (WS-STEP-IDX)
                   MOVE "BYPASSED" TO WS-DET-STATUS
               WHEN OTHER
                   MOVE "NOT RUN"  TO WS-DET-STATUS
           END-EVALUATE
           MOVE WS-STP-START-TIME (WS-STEP-IDX) TO WS-DET-START
           MOVE WS-STP-END-TIME (WS-STEP-IDX)   TO WS-DET-END
           IF WS-STP-RC-SET (WS-STEP-IDX)
               MOVE WS-STP-RC (WS-STEP-IDX) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO WS-DET-RC
           ELSE
               MOVE SPACES TO WS-DET-RC
           END-IF
           IF WS-STP-COUNTS-SET (WS-STEP-IDX)
               MOVE WS-STP-RECORDS-READ (WS-STEP-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DET-READ
               MOVE WS-STP-RECORDS-WRITTEN (WS-STEP-IDX)
                   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DET-WRITTEN
               MOVE WS-STP-RECORDS-REJECTED (WS-STEP-IDX)
                   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-DET-REJECTED
           ELSE
               IF WS-STP-RC-SET (WS-STEP-IDX)
                  OR WS-STP-DONE-EARLIER (WS-STEP-IDX)
                   MOVE "     N/A" TO WS-DET-READ
                   MOVE "     N/A" TO WS-DET-WRITTEN
                   MOVE "     N/A" TO WS-DET-REJECTED
                   SET WS-NO-COUNTS-SHOWN TO TRUE
               ELSE
                   MOVE SPACES TO WS-DET-READ
                   MOVE SPACES TO WS-DET-WRITTEN
                   MOVE SPACES TO WS-DET-REJECTED
               END-IF
           END-IF
           MOVE WS-STP-NOTE (WS-STEP-IDX) TO WS-DET-NOTE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       WRITE-TOTAL-LINE                SECTION.

           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       REGISTER-STREAM-END             SECTION.

      * The stream itself is only registered complete when nothing
      * failed or was held, so the restart run is not refused as a
      * double posting of the same night
           MOVE "JOBSCHED.DAT" TO WS-RUN-INPUT-NAME
           MOVE WS-STEP-COUNT  TO WS-RUN-RECORDS-READ
           ADD WS-STEPS-SUCCEEDED WS-STEPS-DONE-EARLIER
               GIVING WS-RUN-RECORDS-WRITTEN
           ADD WS-STEPS-FAILED WS-STEPS-HELD
               GIVING WS-RUN-RECORDS-REJECTED
           IF WS-STEPS-FAILED = 0
              AND WS-STEPS-HELD = 0
               PERFORM REGISTER-RUN-END
           ELSE
               MOVE "F" TO WS-RUN-STATUS
               PERFORM WRITE-RUN-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "JOB STREAM ENDED  RUN=" DELIMITED BY SIZE
               WS-STEPS-RUN         DELIMITED BY SIZE
               "  FAILED="          DELIMITED BY SIZE
               WS-STEPS-FAILED      DELIMITED BY SIZE
               "  HELD="            DELIMITED BY SIZE
               WS-STEPS-HELD        DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "STEPS IN SCHEDULE:    " WS-STEP-COUNT
         DISPLAY "STEPS RUN:            " WS-STEPS-RUN
         DISPLAY "STEPS SUCCEEDED:      " WS-STEPS-SUCCEEDED
         DISPLAY "STEPS FAILED:         " WS-STEPS-FAILED
         DISPLAY "STEPS HELD:           " WS-STEPS-HELD
         DISPLAY "ALREADY COMPLETE:     " WS-STEPS-DONE-EARLIER
         DISPLAY "BYPASSED:             " WS-STEPS-BYPASSED
         IF WS-FIRST-FAILED-STEP NOT = SPACES
             DISPLAY "RESTART FROM STEP:    " WS-FIRST-FAILED-STEP
         END-IF
         STOP RUN
          .

      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
