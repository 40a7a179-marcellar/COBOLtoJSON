       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNIMP.

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
          SELECT OPTIONAL TTVISIT
          ASSIGN TO "VISITS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS VI-KEY OF VI-RECORD
          ALTERNATE RECORD KEY IS VI-DATE OF VI-RECORD
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
          SELECT OPTIONAL TTLOC
          ASSIGN TO "LOCATION.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LO-CODE OF LO-RECORD
          .
          SELECT OPTIONAL SWIPE-FILE ASSIGN TO "TURNSWIP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REJECT-FILE ASSIGN TO "TURNIMP.REJ"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT IMPORT-REPORT ASSIGN TO "TURNIMP.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ROLLOVER-CONTROL-FILE ASSIGN TO "VISITROL.CTL"
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
       COPY "TTVISIT.FD".
       COPY "TTCARD.FD".
       COPY "TTLOC.FD".
       FD  SWIPE-FILE.
        01  TS-RECORD.
            05  TS-REC-TYPE                PIC X(01).
                88  TS-HEADER                  VALUE "H".
                88  TS-DETAIL                  VALUE "D".
                88  TS-TRAILER                 VALUE "T".
            05  FILLER                     PIC X(39).
        01  TS-HEADER-RECORD.
            05  FILLER                     PIC X(01).
            05  TS-CONTROLLER-ID           PIC X(06).
            05  TS-BATCH-NO                PIC X(06).
            05  TS-EXPORT-DATE             PIC X(08).
            05  FILLER                     PIC X(19).
        01  TS-DETAIL-RECORD.
            05  FILLER                     PIC X(01).
            05  TS-CARD-NO                 PIC X(06).
            05  TS-SWIPE-DATE              PIC X(08).
            05  TS-SWIPE-DATE-NUM REDEFINES TS-SWIPE-DATE
                                           PIC 9(08).
            05  TS-SWIPE-TIME              PIC X(06).
            05  TS-SWIPE-TIME-NUM REDEFINES TS-SWIPE-TIME
                                           PIC 9(06).
            05  TS-LOCATION                PIC X(04).
            05  TS-DIRECTION               PIC X(01).
                88  TS-DIRECTION-VALID         VALUE "I" "O".
            05  FILLER                     PIC X(14).
        01  TS-TRAILER-RECORD.
            05  FILLER                     PIC X(01).
            05  TS-DETAIL-COUNT            PIC X(08).
            05  TS-DETAIL-COUNT-NUM REDEFINES TS-DETAIL-COUNT
                                           PIC 9(08).
            05  FILLER                     PIC X(31).
       FD  REJECT-FILE.
        01  REJ-LINE                       PIC X(300).
       FD  IMPORT-REPORT.
        01  RPT-LINE                       PIC X(132).
       COPY "VISITCTL.FD".
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

        01 WS-BATCH-NAME.
           05 WS-BATCH-CONTROLLER        PIC X(06).
           05 WS-BATCH-NO                PIC X(06).
        01 WS-BATCH-STATUS               PIC X(01).
          88 WS-BATCH-IMPORTED           VALUE "Y".
          88 WS-BATCH-NOT-IMPORTED       VALUE "N".
        01 WS-TRAILER-STATUS             PIC X(01).
          88 WS-TRAILER-FOUND            VALUE "Y".
          88 WS-TRAILER-MISSING          VALUE "N".
        01 WS-TRAILER-COUNT              PIC 9(08) VALUE 0.

        01 WS-SWIPE-STATUS               PIC X(01).
          88 WS-SWIPE-VALID              VALUE "Y".
          88 WS-SWIPE-INVALID            VALUE "N".
        01 WS-REJECT-REASON              PIC X(60).
        01 WS-SWIPE-PLAYER-ID            PIC 9(10).

        01 WS-TODAY-DATE                 PIC 9(08).
        01 WS-TIME-RAW                   PIC 9(08).
        01 FILLER REDEFINES WS-TIME-RAW.
           05 WS-TIME-HHMMSS             PIC 9(06).
           05 FILLER                     PIC 9(02).
        01 WS-ROLL-CUTOFF-DATE           PIC 9(08) VALUE 0.

        01 WS-CHECK-DATE                 PIC 9(08).
        01 FILLER REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YYYY              PIC 9(04).
           05 WS-CHECK-MM                PIC 9(02).
           05 WS-CHECK-DD                PIC 9(02).
        01 WS-CHECK-TIME                 PIC 9(06).
        01 FILLER REDEFINES WS-CHECK-TIME.
           05 WS-CHECK-HH                PIC 9(02).
           05 WS-CHECK-MI                PIC 9(02).
           05 WS-CHECK-SS                PIC 9(02).
        01 WS-DAYS-IN-MONTH              PIC 9(02) VALUE 31.
        01 WS-LEAP-QUOTIENT              PIC 9(04).
        01 WS-LEAP-REM-4                 PIC 9(04).
        01 WS-LEAP-REM-100               PIC 9(04).
        01 WS-LEAP-REM-400               PIC 9(04).
        01 WS-30-DAY-MONTHS              PIC X(08)
                     VALUE "04060911".
        01 WS-30-DAY-TABLE REDEFINES WS-30-DAY-MONTHS.
           05 WS-30-DAY-ENTRY            PIC X(02)
                     OCCURS 4 TIMES
                     INDEXED BY WS-30-DAY-IDX.
        01 WS-MONTH-CHARS                PIC X(02).

        01 WS-DETAIL-READ                PIC 9(08) VALUE 0.
        01 WS-VISITS-WRITTEN             PIC 9(08) VALUE 0.
        01 WS-REJECT-COUNT               PIC 9(08) VALUE 0.
        01 WS-DUPLICATE-COUNT            PIC 9(08) VALUE 0.
        01 WS-LATE-COUNT                 PIC 9(08) VALUE 0.
        01 WS-HISTORY-CARD-COUNT         PIC 9(08) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(36)
                     VALUE "TURNSTILE SWIPE IMPORT - CONTROLLER ".
           05 WS-HDR-CONTROLLER          PIC X(06).
           05 FILLER                     PIC X(07) VALUE " BATCH ".
           05 WS-HDR-BATCH               PIC X(06).
           05 FILLER                     PIC X(10)
                     VALUE " EXPORTED ".
           05 WS-HDR-EXPORT-DATE         PIC X(08).
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.
        01 WS-TOTAL-COUNT-DISPLAY        PIC ZZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM IMPORT-ALL-SWIPES
         PERFORM WRITE-IMPORT-SUMMARY

         MOVE WS-DETAIL-READ    TO WS-RUN-RECORDS-READ
         MOVE WS-VISITS-WRITTEN TO WS-RUN-RECORDS-WRITTEN
         MOVE WS-REJECT-COUNT   TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

      * The controller and batch on the header name the run, so the
      * same export is never imported twice under another date
         PERFORM SIGN-ON-OPERATOR
         MOVE "TURNIMP" TO WS-STAMP-PROGRAM

         OPEN INPUT SWIPE-FILE
         PERFORM READ-SWIPE-HEADER
         PERFORM CHECK-BATCH-IMPORTED

         MOVE WS-BATCH-NAME TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN INPUT TTPLAYER
         OPEN I-O TTVISIT
         OPEN INPUT TTCARD
         OPEN INPUT TTLOC
         OPEN OUTPUT REJECT-FILE
         OPEN OUTPUT IMPORT-REPORT
         OPEN EXTEND CENTRAL-AUDIT-FILE

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
         ACCEPT WS-TIME-RAW FROM TIME
         PERFORM READ-ROLLOVER-CUTOFF

         DISPLAY 'Importing swipes from controller '
                 WS-BATCH-CONTROLLER ' batch ' WS-BATCH-NO
         .

      *****************************************************************
       READ-SWIPE-HEADER               SECTION.

           READ SWIPE-FILE
               AT END
                   MOVE SPACES TO TS-RECORD
           END-READ

           IF NOT TS-HEADER
              OR TS-CONTROLLER-ID = SPACES
              OR TS-BATCH-NO = SPACES
               DISPLAY 'NO CONTROLLER HEADER ON TURNSWIP.DAT, '
                       'NOTHING IMPORTED'
               CLOSE SWIPE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE TS-CONTROLLER-ID TO WS-BATCH-CONTROLLER
           MOVE TS-BATCH-NO      TO WS-BATCH-NO
           MOVE TS-CONTROLLER-ID TO WS-HDR-CONTROLLER
           MOVE TS-BATCH-NO      TO WS-HDR-BATCH
           MOVE TS-EXPORT-DATE   TO WS-HDR-EXPORT-DATE
           .

      *****************************************************************
       CHECK-BATCH-IMPORTED            SECTION.

      * A batch that finished once is refused outright; one that
      * stopped partway may be rerun, the visit key turning away the
      * swipes it already wrote
           SET WS-BATCH-NOT-IMPORTED TO TRUE
           SET NO-MORE-RUNS TO FALSE
           OPEN INPUT RUN-REGISTER-FILE
           PERFORM READ-NEXT-RUN-RECORD
           PERFORM UNTIL NO-MORE-RUNS
               IF RR-PROGRAM = WS-STAMP-PROGRAM
                  AND RR-INPUT-FILE = WS-BATCH-NAME
                  AND RR-STATUS-SUCCESS
                   SET WS-BATCH-IMPORTED TO TRUE
               END-IF
               PERFORM READ-NEXT-RUN-RECORD
           END-PERFORM
           CLOSE RUN-REGISTER-FILE

           IF WS-BATCH-IMPORTED
               DISPLAY 'BATCH ALREADY IMPORTED: CONTROLLER '
                       WS-BATCH-CONTROLLER ' BATCH ' WS-BATCH-NO
               CLOSE SWIPE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
       READ-ROLLOVER-CUTOFF            SECTION.

           OPEN INPUT ROLLOVER-CONTROL-FILE
           READ ROLLOVER-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VC-CUTOFF-DATE IS NUMERIC
                       MOVE VC-CUTOFF-DATE TO WS-ROLL-CUTOFF-DATE
                   END-IF
           END-READ
           CLOSE ROLLOVER-CONTROL-FILE
           .

      *****************************************************************
       IMPORT-ALL-SWIPES               SECTION.

           SET WS-TRAILER-MISSING TO TRUE
           SET NO-MORE-INPUT TO FALSE
           PERFORM READ-NEXT-SWIPE
           PERFORM UNTIL NO-MORE-INPUT
               EVALUATE TRUE
                   WHEN TS-DETAIL
                       ADD 1 TO WS-DETAIL-READ
                       PERFORM IMPORT-ONE-SWIPE
                   WHEN TS-TRAILER
                       SET WS-TRAILER-FOUND TO TRUE
                       IF TS-DETAIL-COUNT IS NUMERIC
                           MOVE TS-DETAIL-COUNT-NUM
                               TO WS-TRAILER-COUNT
                       END-IF
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
               END-EVALUATE
               PERFORM READ-NEXT-SWIPE
           END-PERFORM
           .

      *****************************************************************
       READ-NEXT-SWIPE                 SECTION.

           READ SWIPE-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       IMPORT-ONE-SWIPE                SECTION.

           PERFORM VALIDATE-SWIPE
           IF WS-SWIPE-VALID
               PERFORM RESOLVE-SWIPE-CARD
           END-IF
           IF WS-SWIPE-VALID
               PERFORM WRITE-SWIPE-VISIT
           END-IF

           IF WS-SWIPE-INVALID
               PERFORM WRITE-REJECT-RECORD
           END-IF
           .

      *****************************************************************
       VALIDATE-SWIPE                  SECTION.

           SET WS-SWIPE-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF TS-CARD-NO = SPACES
               SET WS-SWIPE-INVALID TO TRUE
               MOVE "CARD NUMBER MISSING" TO WS-REJECT-REASON
           END-IF

           IF WS-SWIPE-VALID
               IF TS-SWIPE-DATE IS NUMERIC
                   MOVE TS-SWIPE-DATE-NUM TO WS-CHECK-DATE
                   PERFORM CHECK-SWIPE-DATE
               ELSE
                   SET WS-SWIPE-INVALID TO TRUE
                   MOVE "BAD SWIPE DATE" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-SWIPE-VALID
               IF TS-SWIPE-TIME IS NUMERIC
                   MOVE TS-SWIPE-TIME-NUM TO WS-CHECK-TIME
                   IF WS-CHECK-HH > 23
                      OR WS-CHECK-MI > 59
                      OR WS-CHECK-SS > 59
                       SET WS-SWIPE-INVALID TO TRUE
                       MOVE "BAD SWIPE TIME" TO WS-REJECT-REASON
                   END-IF
               ELSE
                   SET WS-SWIPE-INVALID TO TRUE
                   MOVE "BAD SWIPE TIME" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-SWIPE-VALID
              AND (WS-CHECK-DATE > WS-TODAY-DATE
                   OR (WS-CHECK-DATE = WS-TODAY-DATE
                       AND WS-CHECK-TIME > WS-TIME-HHMMSS))
               SET WS-SWIPE-INVALID TO TRUE
               MOVE "SWIPE TIMESTAMP IN THE FUTURE" TO WS-REJECT-REASON
           END-IF

           IF WS-SWIPE-VALID
              AND NOT TS-DIRECTION-VALID
               SET WS-SWIPE-INVALID TO TRUE
               MOVE "DIRECTION MUST BE I OR O" TO WS-REJECT-REASON
           END-IF

           IF WS-SWIPE-VALID
               MOVE TS-LOCATION TO LO-CODE
               READ TTLOC
                   INVALID KEY
                       SET WS-SWIPE-INVALID TO TRUE
                       MOVE "UNKNOWN LOCATION" TO WS-REJECT-REASON
               END-READ
           END-IF
           .

      *****************************************************************
       CHECK-SWIPE-DATE                SECTION.

           MOVE WS-CHECK-MM TO WS-MONTH-CHARS
           IF WS-MONTH-CHARS = "02"
      * Leap years are every fourth year, except centuries not
      * divisible by 400
               DIVIDE WS-CHECK-YYYY BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CHECK-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CHECK-YYYY BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0
                  OR (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               ELSE
                   MOVE 28 TO WS-DAYS-IN-MONTH
               END-IF
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

           IF WS-CHECK-YYYY < 1900
              OR WS-CHECK-MM < 1
              OR WS-CHECK-MM > 12
              OR WS-CHECK-DD < 1
              OR WS-CHECK-DD > WS-DAYS-IN-MONTH
               SET WS-SWIPE-INVALID TO TRUE
               MOVE "BAD SWIPE DATE" TO WS-REJECT-REASON
           END-IF
           .

      *****************************************************************
       RESOLVE-SWIPE-CARD              SECTION.

      * A current card belongs to whoever holds it on PLFIL; an old
      * card still counts for its owner up to the day it was retired
           MOVE TS-CARD-NO TO PL-CARD-NO
           READ TTPLAYER
               KEY IS PL-CARD-NO OF PL-RECORD
               INVALID KEY
                   PERFORM RESOLVE-HISTORY-CARD
               NOT INVALID KEY
                   MOVE PL-ID TO WS-SWIPE-PLAYER-ID
           END-READ
           .

      *****************************************************************
       RESOLVE-HISTORY-CARD            SECTION.

           MOVE TS-CARD-NO TO CH-CARD-NO
           PERFORM FIND-CARD-HISTORY
           EVALUATE TRUE
               WHEN WS-CARD-NOT-IN-HISTORY
                   SET WS-SWIPE-INVALID TO TRUE
                   MOVE "CARD NOT ON FILE" TO WS-REJECT-REASON
               WHEN CH-STATUS-RETIRED
                AND WS-CHECK-DATE > CH-RETIRE-DATE
                   SET WS-SWIPE-INVALID TO TRUE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING
                       "CARD RETIRED ON "  DELIMITED BY SIZE
                       CH-RETIRE-DATE      DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN OTHER
                   MOVE CH-PLAYER-ID TO PL-ID
                   READ TTPLAYER
                       INVALID KEY
                           SET WS-SWIPE-INVALID TO TRUE
                           MOVE "CARD OWNER NOT ON FILE"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE PL-ID TO WS-SWIPE-PLAYER-ID
                           ADD 1 TO WS-HISTORY-CARD-COUNT
                   END-READ
           END-EVALUATE
           .

      *****************************************************************
       WRITE-SWIPE-VISIT               SECTION.

      * A swipe for a month VISITROL has already closed still goes on
      * the visit file; the next rollover archives it with the rest
           MOVE SPACES TO VI-RECORD
           MOVE WS-SWIPE-PLAYER-ID TO VI-PLAYER-ID
           MOVE WS-CHECK-DATE      TO VI-DATE
           MOVE WS-CHECK-TIME      TO VI-TIME
           MOVE TS-CARD-NO         TO VI-CARD-NO
           MOVE TS-LOCATION        TO VI-LOCATION
           MOVE TS-DIRECTION       TO VI-DIRECTION
           WRITE VI-RECORD
               INVALID KEY
                   SET WS-SWIPE-INVALID TO TRUE
                   MOVE "DUPLICATE SWIPE" TO WS-REJECT-REASON
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-VISITS-WRITTEN
                   IF VI-DATE < WS-ROLL-CUTOFF-DATE
                       ADD 1 TO WS-LATE-COUNT
                   END-IF
           END-WRITE
           .

      *****************************************************************
       WRITE-REJECT-RECORD             SECTION.

           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJ-LINE
           STRING
               "REJECTED  REASON="  DELIMITED BY SIZE
               WS-REJECT-REASON     DELIMITED BY SIZE
               "  RECORD="          DELIMITED BY SIZE
               TS-RECORD            DELIMITED BY SIZE
               INTO REJ-LINE
           END-STRING
           WRITE REJ-LINE
           .

      *****************************************************************
       WRITE-IMPORT-SUMMARY            SECTION.

           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "SWIPES READ"         TO WS-TOT-LABEL
           MOVE WS-DETAIL-READ        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "VISITS WRITTEN"      TO WS-TOT-LABEL
           MOVE WS-VISITS-WRITTEN     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  BY RETIRED CARD"   TO WS-TOT-LABEL
           MOVE WS-HISTORY-CARD-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  IN ROLLED MONTHS"  TO WS-TOT-LABEL
           MOVE WS-LATE-COUNT         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "RECORDS REJECTED"    TO WS-TOT-LABEL
           MOVE WS-REJECT-COUNT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  DUPLICATE SWIPES"  TO WS-TOT-LABEL
           MOVE WS-DUPLICATE-COUNT    TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           IF WS-TRAILER-MISSING
               MOVE "*** NO TRAILER RECORD, FILE MAY BE INCOMPLETE"
                   TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'NO TRAILER RECORD, FILE MAY BE INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "TRAILER COUNT"       TO WS-TOT-LABEL
               MOVE WS-TRAILER-COUNT      TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-READ
                   MOVE "*** TRAILER COUNT DOES NOT MATCH SWIPES READ"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY 'TRAILER COUNT ' WS-TRAILER-COUNT
                           ' DOES NOT MATCH SWIPES READ '
                           WS-DETAIL-READ
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-LATE-COUNT > 0
               DISPLAY 'Swipes for rolled months: ' WS-LATE-COUNT
                       ', archived at the next VISITROL'
           END-IF

           PERFORM LOG-BATCH-IMPORTED
           .

      *****************************************************************
       LOG-BATCH-IMPORTED              SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "SWIPES IMPORTED  CONTROLLER=" DELIMITED BY SIZE
               WS-BATCH-CONTROLLER  DELIMITED BY SIZE
               "  BATCH="           DELIMITED BY SIZE
               WS-BATCH-NO          DELIMITED BY SIZE
               "  READ="            DELIMITED BY SIZE
               WS-DETAIL-READ       DELIMITED BY SIZE
               "  WRITTEN="         DELIMITED BY SIZE
               WS-VISITS-WRITTEN    DELIMITED BY SIZE
               "  REJECTED="        DELIMITED BY SIZE
               WS-REJECT-COUNT      DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE TTVISIT
         CLOSE TTCARD
         CLOSE TTLOC
         CLOSE SWIPE-FILE
         CLOSE REJECT-FILE
         CLOSE IMPORT-REPORT
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "SWIPES READ:          " WS-DETAIL-READ
         DISPLAY "VISITS WRITTEN:       " WS-VISITS-WRITTEN
         DISPLAY "RECORDS REJECTED:     " WS-REJECT-COUNT
         DISPLAY "DUPLICATE SWIPES:     " WS-DUPLICATE-COUNT
         STOP RUN
          .

      *****************************************************************
         COPY "CARDHIST.PRC".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
