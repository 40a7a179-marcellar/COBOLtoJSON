          ALTERNATE RECORD KEY IS VI-DATE OF VI-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL TTLOC
          ASSIGN TO "LOCATION.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS LO-CODE OF LO-RECORD
          .
          SELECT SORT-WORK-FILE ASSIGN TO "GATERPT.SRT".
          SELECT PRINT-FILE ASSIGN TO "GATERPT.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTVISIT.FD".
       COPY "TTLOC.FD".
       SD  SORT-WORK-FILE.
       01  SW-RECORD.
           05  SW-LOCATION               PIC X(04).
           05  SW-DATE                   PIC 9(08).
           05  SW-TIME                   PIC 9(06).
           05  SW-DIRECTION              PIC X(01).
               88  SW-DIRECTION-OUT          VALUE "O".
       FD  PRINT-FILE.
        01  PRINT-LINE                         PIC X(132).

             WHEN SET TO FALSE IS              0.
          88 NO-MORE-RECORDS             VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-INPUT               VALUE 1
             WHEN SET TO FALSE IS              0.
        01 VISIT-FLAG           PIC X.
          88 NO-MORE-VISITS              VALUE 1
             WHEN SET TO FALSE IS              0.
        01 FILLER REDEFINES WS-VISIT-TIME.
           05 WS-TIME-HH                 PIC 9(02).
           05 FILLER                     PIC 9(04).
        01 FILLER REDEFINES WS-VISIT-TIME.
           05 WS-TIME-HHMM               PIC 9(04).
           05 FILLER                     PIC 9(02).

        01 WS-LOC-COUNT                  PIC 9(02) VALUE 0.
        01 WS-LOC-TABLE.
              10 WS-LOC-HOUR-COUNT       PIC 9(08)
                        OCCURS 24 TIMES.
              10 WS-LOC-TOTAL            PIC 9(08).
              10 WS-LOC-ON-FILE          PIC X(01).
                 88 WS-LOC-KNOWN         VALUE "Y".
              10 WS-LOC-DESC             PIC X(30).
              10 WS-LOC-MAX-OCC          PIC 9(05).
              10 WS-LOC-HOUR-PEAK        PIC 9(08)
                        OCCURS 24 TIMES.
        01 WS-LOC-SUB                    PIC 9(02) VALUE 0.
        01 WS-HOUR-SUB                   PIC 9(02) VALUE 0.
        01 WS-LOC-FULL-COUNT             PIC 9(08) VALUE 0.

        01 WS-OCC-LOCATION               PIC X(04).
        01 WS-OCC-DATE                   PIC 9(08).
        01 WS-OCC-HOUR                   PIC 9(02).
        01 WS-OCC-LOC-SUB                PIC 9(02).
        01 WS-OCC-GAP-SUB                PIC 9(02).
        01 WS-OCC-RUNNING                PIC 9(08).
        01 WS-OCC-PEAK                   PIC 9(08).
        01 WS-OCC-OUTSIDE                PIC 9(08).
        01 WS-OCC-ON-FILE                PIC X(01).
          88 WS-OCC-KNOWN                VALUE "Y".
          88 WS-OCC-UNKNOWN              VALUE "N".
        01 WS-OCC-MAX                    PIC 9(05).
        01 WS-OCC-OPEN                   PIC 9(04).
        01 WS-OCC-CLOSE                  PIC 9(04).
        01 WS-HOURS-FLAG                 PIC X(01).
          88 WS-WITHIN-HOURS             VALUE "Y".
          88 WS-OUTSIDE-HOURS            VALUE "N".
        01 WS-OVER-CAPACITY-COUNT        PIC 9(08) VALUE 0.
        01 WS-OUTSIDE-HOURS-COUNT        PIC 9(08) VALUE 0.
        01 WS-UNKNOWN-LOC-COUNT          PIC 9(08) VALUE 0.
        01 WS-EXCEPTION-COUNT            PIC 9(08) VALUE 0.

        01 WS-CUR-ID                     PIC 9(10) VALUE 0.
        01 WS-CUR-DATE                   PIC 9(08) VALUE 0.
        01 WS-CUR-INS                    PIC 9(08) VALUE 0.
           05 FILLER                     PIC X(08)
                     VALUE "  TOTAL ".
           05 WS-LOCH-TOTAL              PIC ZZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-LOCH-DESC               PIC X(30).
           05 WS-LOCH-CAP-LABEL          PIC X(09).
           05 WS-LOCH-CAPACITY           PIC ZZZZZ.
        01 WS-HOUR-LINE.
           05 FILLER                     PIC X(07)
                     VALUE "  HOUR ".
           05 WS-HR-HOUR                 PIC 9(02).
           05 FILLER                     PIC X(07) VALUE SPACES.
           05 WS-HR-COUNT                PIC ZZZZZZZ9.
           05 FILLER                     PIC X(08)
                     VALUE "   PEAK ".
           05 WS-HR-PEAK                 PIC ZZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-HR-PCT                  PIC ZZZZZ.
           05 WS-HR-PCT-LABEL            PIC X(13).
        01 WS-EXCEPTION-HEADING          PIC X(40)
                     VALUE "LOCATION EXCEPTIONS BY HOUR".
        01 WS-EXCEPTION-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-EXC-LOCATION            PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-EXC-DATE                PIC 9(08).
           05 FILLER                     PIC X(07)
                     VALUE "  HOUR ".
           05 WS-EXC-HOUR                PIC 9(02).
           05 FILLER                     PIC X(08)
                     VALUE "   PEAK ".
           05 WS-EXC-PEAK                PIC ZZZZZZZ9.
           05 FILLER                     PIC X(07)
                     VALUE "  LIMIT".
           05 WS-EXC-LIMIT               PIC ZZZZZZ.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-EXC-TEXT                PIC X(40).
        01 WS-OPEN-HEADING               PIC X(40)
                     VALUE "CHECKED IN WITH NO CHECK-OUT".
        01 WS-OPEN-LINE.

         PERFORM SCAN-VISIT-RECORDS
         PERFORM WRITE-OCCUPANCY-LINE
         PERFORM MEASURE-LOCATION-OCCUPANCY
         PERFORM WRITE-TRAFFIC-SECTION
         PERFORM WRITE-REPORT-TOTALS


         OPEN INPUT TTPLAYER
         OPEN INPUT TTVISIT
         OPEN INPUT TTLOC
         OPEN OUTPUT PRINT-FILE

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               ADD 1 TO WS-LOC-COUNT
               SET WS-LOC-IDX TO WS-LOC-COUNT
               MOVE VI-LOCATION TO WS-LOC-CODE (WS-LOC-IDX)
               MOVE VI-LOCATION TO LO-CODE
               READ TTLOC
                   INVALID KEY
                       MOVE "N" TO WS-LOC-ON-FILE (WS-LOC-IDX)
                       MOVE "*** NOT ON LOCATION FILE"
                           TO WS-LOC-DESC (WS-LOC-IDX)
                       MOVE 0 TO WS-LOC-MAX-OCC (WS-LOC-IDX)
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOC-ON-FILE (WS-LOC-IDX)
                       MOVE LO-DESCRIPTION TO WS-LOC-DESC (WS-LOC-IDX)
                       MOVE LO-MAX-OCCUPANCY
                           TO WS-LOC-MAX-OCC (WS-LOC-IDX)
               END-READ
               PERFORM COUNT-LOCATION-HOUR
           ELSE
               ADD 1 TO WS-LOC-FULL-COUNT
           WRITE PRINT-LINE
           .

      *****************************************************************
       MEASURE-LOCATION-OCCUPANCY      SECTION.

      * Swipes are replayed in time order per location and day to
      * find how many were inside at the busiest point of each hour
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-EXCEPTION-HEADING TO PRINT-LINE
           WRITE PRINT-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-LOCATION
                                SW-DATE
                                SW-TIME
               INPUT PROCEDURE IS SELECT-OCCUPANCY-SWIPES
               OUTPUT PROCEDURE IS REPLAY-OCCUPANCY-SWIPES

           IF WS-EXCEPTION-COUNT = 0
               MOVE "  NONE" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           .

      *****************************************************************
       SELECT-OCCUPANCY-SWIPES         SECTION.

           INITIALIZE VI-RECORD
           MOVE WS-FROM-DATE TO VI-DATE
           PERFORM TTVISIT1-START
           PERFORM
              UNTIL NO-MORE-VISITS
                 OR VI-DATE > WS-TO-DATE
               MOVE VI-LOCATION  TO SW-LOCATION
               MOVE VI-DATE      TO SW-DATE
               MOVE VI-TIME      TO SW-TIME
               MOVE VI-DIRECTION TO SW-DIRECTION
               RELEASE SW-RECORD
               PERFORM TTVISIT1-READ-NEXT
           END-PERFORM
           .

      *****************************************************************
       REPLAY-OCCUPANCY-SWIPES         SECTION.

           MOVE HIGH-VALUES TO WS-OCC-LOCATION
           MOVE 0 TO WS-OCC-DATE
           SET NO-MORE-INPUT TO FALSE
           PERFORM
              UNTIL NO-MORE-INPUT
               RETURN SORT-WORK-FILE
                   AT END SET NO-MORE-INPUT TO TRUE
                   NOT AT END PERFORM REPLAY-ONE-SWIPE
               END-RETURN
           END-PERFORM

           IF WS-OCC-LOCATION NOT = HIGH-VALUES
               PERFORM CLOSE-OCCUPANCY-HOUR
           END-IF
           .

      *****************************************************************
       REPLAY-ONE-SWIPE                SECTION.

           MOVE SW-TIME TO WS-VISIT-TIME
           MOVE WS-TIME-HH TO WS-VISIT-HOUR
           IF WS-VISIT-HOUR > 23
               MOVE 23 TO WS-VISIT-HOUR
           END-IF

           IF SW-LOCATION NOT = WS-OCC-LOCATION
              OR SW-DATE NOT = WS-OCC-DATE
               IF WS-OCC-LOCATION NOT = HIGH-VALUES
                   PERFORM CLOSE-OCCUPANCY-HOUR
               END-IF
               IF SW-LOCATION NOT = WS-OCC-LOCATION
                   PERFORM LOAD-OCCUPANCY-LOCATION
               END-IF
               MOVE SW-DATE       TO WS-OCC-DATE
               MOVE WS-VISIT-HOUR TO WS-OCC-HOUR
               MOVE 0 TO WS-OCC-RUNNING
               MOVE 0 TO WS-OCC-PEAK
               MOVE 0 TO WS-OCC-OUTSIDE
           ELSE
               IF WS-VISIT-HOUR NOT = WS-OCC-HOUR
                   PERFORM CLOSE-OCCUPANCY-HOUR
                   PERFORM CARRY-OCCUPANCY-FORWARD
                   MOVE WS-VISIT-HOUR  TO WS-OCC-HOUR
                   MOVE WS-OCC-RUNNING TO WS-OCC-PEAK
                   MOVE 0 TO WS-OCC-OUTSIDE
               END-IF
           END-IF

           IF SW-DIRECTION-OUT
               IF WS-OCC-RUNNING > 0
                   SUBTRACT 1 FROM WS-OCC-RUNNING
               END-IF
           ELSE
               ADD 1 TO WS-OCC-RUNNING
           END-IF
           IF WS-OCC-RUNNING > WS-OCC-PEAK
               MOVE WS-OCC-RUNNING TO WS-OCC-PEAK
           END-IF

           IF WS-OCC-KNOWN
               PERFORM CHECK-OPENING-HOURS
               IF WS-OUTSIDE-HOURS
                   ADD 1 TO WS-OCC-OUTSIDE
               END-IF
           END-IF
           .

      *****************************************************************
       LOAD-OCCUPANCY-LOCATION         SECTION.

           MOVE SW-LOCATION TO WS-OCC-LOCATION
           MOVE SW-LOCATION TO LO-CODE
           READ TTLOC
               INVALID KEY
                   SET WS-OCC-UNKNOWN TO TRUE
                   MOVE 0 TO WS-OCC-MAX
                   MOVE 0 TO WS-OCC-OPEN
                   MOVE 0 TO WS-OCC-CLOSE
               NOT INVALID KEY
                   SET WS-OCC-KNOWN TO TRUE
                   MOVE LO-MAX-OCCUPANCY TO WS-OCC-MAX
                   MOVE LO-OPEN-TIME     TO WS-OCC-OPEN
                   MOVE LO-CLOSE-TIME    TO WS-OCC-CLOSE
           END-READ

           MOVE 0 TO WS-OCC-LOC-SUB
           SET WS-LOC-IDX TO 1
           SEARCH WS-LOC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LOC-IDX > WS-LOC-COUNT
                   CONTINUE
               WHEN WS-LOC-CODE (WS-LOC-IDX) = SW-LOCATION
                   SET WS-OCC-LOC-SUB TO WS-LOC-IDX
           END-SEARCH
           .

      *****************************************************************
       CHECK-OPENING-HOURS             SECTION.

      * A closing time earlier than the opening time runs past
      * midnight; equal times mean the location never closes
           SET WS-WITHIN-HOURS TO TRUE
           EVALUATE TRUE
               WHEN WS-OCC-OPEN < WS-OCC-CLOSE
                   IF WS-TIME-HHMM < WS-OCC-OPEN
                      OR WS-TIME-HHMM >= WS-OCC-CLOSE
                       SET WS-OUTSIDE-HOURS TO TRUE
                   END-IF
               WHEN WS-OCC-OPEN > WS-OCC-CLOSE
                   IF WS-TIME-HHMM < WS-OCC-OPEN
                      AND WS-TIME-HHMM >= WS-OCC-CLOSE
                       SET WS-OUTSIDE-HOURS TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *****************************************************************
       CLOSE-OCCUPANCY-HOUR            SECTION.

           IF WS-OCC-LOC-SUB > 0
               COMPUTE WS-HOUR-SUB = WS-OCC-HOUR + 1
               IF WS-OCC-PEAK >
                      WS-LOC-HOUR-PEAK (WS-OCC-LOC-SUB WS-HOUR-SUB)
                   MOVE WS-OCC-PEAK
                       TO WS-LOC-HOUR-PEAK (WS-OCC-LOC-SUB WS-HOUR-SUB)
               END-IF
           END-IF

           IF WS-OCC-UNKNOWN
               ADD 1 TO WS-UNKNOWN-LOC-COUNT
               MOVE "NOT ON LOCATION FILE" TO WS-EXC-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               IF WS-OCC-MAX > 0
                  AND WS-OCC-PEAK > WS-OCC-MAX
                   ADD 1 TO WS-OVER-CAPACITY-COUNT
                   MOVE "OVER CAPACITY" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               IF WS-OCC-OUTSIDE > 0
                   ADD 1 TO WS-OUTSIDE-HOURS-COUNT
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING
                       "SWIPES OUTSIDE HOURS "  DELIMITED BY SIZE
                       WS-OCC-OPEN              DELIMITED BY SIZE
                       "-"                      DELIMITED BY SIZE
                       WS-OCC-CLOSE             DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           .

      *****************************************************************
       CARRY-OCCUPANCY-FORWARD         SECTION.

      * Hours with no swipes still hold whoever was left inside,
      * and each one spent over the limit is an exception of its own.
      * The caller resets the hour and peak after the carry
           COMPUTE WS-OCC-GAP-SUB = WS-OCC-HOUR + 2
           PERFORM VARYING WS-HOUR-SUB FROM WS-OCC-GAP-SUB BY 1
              UNTIL WS-HOUR-SUB > WS-VISIT-HOUR
               IF WS-OCC-LOC-SUB > 0
                   IF WS-OCC-RUNNING >
                          WS-LOC-HOUR-PEAK (WS-OCC-LOC-SUB WS-HOUR-SUB)
                       MOVE WS-OCC-RUNNING TO
                           WS-LOC-HOUR-PEAK (WS-OCC-LOC-SUB WS-HOUR-SUB)
                   END-IF
               END-IF
               IF WS-OCC-MAX > 0
                  AND WS-OCC-RUNNING > WS-OCC-MAX
                   COMPUTE WS-OCC-HOUR = WS-HOUR-SUB - 1
                   MOVE WS-OCC-RUNNING TO WS-OCC-PEAK
                   ADD 1 TO WS-OVER-CAPACITY-COUNT
                   MOVE "OVER CAPACITY" TO WS-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           .

      *****************************************************************
       WRITE-EXCEPTION-LINE            SECTION.

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-OCC-LOCATION TO WS-EXC-LOCATION
           MOVE WS-OCC-DATE     TO WS-EXC-DATE
           MOVE WS-OCC-HOUR     TO WS-EXC-HOUR
           MOVE WS-OCC-PEAK     TO WS-EXC-PEAK
           MOVE WS-OCC-MAX      TO WS-EXC-LIMIT
           MOVE WS-EXCEPTION-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       WRITE-TRAFFIC-SECTION           SECTION.

              UNTIL WS-LOC-SUB > WS-LOC-COUNT
               MOVE WS-LOC-CODE (WS-LOC-SUB)  TO WS-LOCH-CODE
               MOVE WS-LOC-TOTAL (WS-LOC-SUB) TO WS-LOCH-TOTAL
               MOVE WS-LOC-DESC (WS-LOC-SUB)  TO WS-LOCH-DESC
               MOVE WS-LOC-MAX-OCC (WS-LOC-SUB) TO WS-LOCH-CAPACITY
               IF WS-LOC-KNOWN (WS-LOC-SUB)
                   MOVE "CAPACITY " TO WS-LOCH-CAP-LABEL
               ELSE
                   MOVE SPACES TO WS-LOCH-CAP-LABEL
               END-IF
               MOVE WS-LOC-HEAD-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM WRITE-LOCATION-HOURS
           PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
              UNTIL WS-HOUR-SUB > 24
               IF WS-LOC-HOUR-COUNT (WS-LOC-SUB WS-HOUR-SUB) > 0
                  OR WS-LOC-HOUR-PEAK (WS-LOC-SUB WS-HOUR-SUB) > 0
                   COMPUTE WS-HR-HOUR = WS-HOUR-SUB - 1
                   MOVE WS-LOC-HOUR-COUNT (WS-LOC-SUB WS-HOUR-SUB)
                       TO WS-HR-COUNT
                   MOVE WS-LOC-HOUR-PEAK (WS-LOC-SUB WS-HOUR-SUB)
                       TO WS-HR-PEAK
                   IF WS-LOC-MAX-OCC (WS-LOC-SUB) > 0
                       COMPUTE WS-HR-PCT ROUNDED =
                           WS-LOC-HOUR-PEAK (WS-LOC-SUB WS-HOUR-SUB)
                           * 100 / WS-LOC-MAX-OCC (WS-LOC-SUB)
                       MOVE "% OF CAPACITY" TO WS-HR-PCT-LABEL
                   ELSE
                       MOVE 0 TO WS-HR-PCT
                       MOVE SPACES TO WS-HR-PCT-LABEL
                   END-IF
                   MOVE WS-HOUR-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "HOURS OVER CAPACITY" TO WS-TOT-LABEL
           MOVE WS-OVER-CAPACITY-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "HOURS OUTSIDE OPENING" TO WS-TOT-LABEL
           MOVE WS-OUTSIDE-HOURS-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "HOURS AT UNKNOWN CODES" TO WS-TOT-LABEL
           MOVE WS-UNKNOWN-LOC-COUNT  TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           IF WS-LOC-FULL-COUNT > 0
               MOVE "LOCATIONS NOT COUNTED" TO WS-TOT-LABEL
               MOVE WS-LOC-FULL-COUNT      TO WS-TOT-COUNT

         CLOSE TTPLAYER
         CLOSE TTVISIT
         CLOSE TTLOC
         CLOSE PRINT-FILE

         DISPLAY "VISIT RECORDS READ:   " WS-VISITS-READ
         DISPLAY "CHECK-OUTS:           " WS-TOTAL-OUTS
         DISPLAY "CURRENTLY INSIDE:     " WS-OCCUPANCY
         DISPLAY "OPEN VISITS:          " WS-OPEN-VISIT-COUNT
         DISPLAY "LOCATION EXCEPTIONS:  " WS-EXCEPTION-COUNT
         STOP RUN
          .

