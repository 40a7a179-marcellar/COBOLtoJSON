       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENYRPT.

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
          SELECT OPTIONAL DENIED-ENTRY-FILE ASSIGN TO "DENIED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORT-WORK-FILE ASSIGN TO "DENYRPT.SRT".
          SELECT PRINT-FILE ASSIGN TO "DENYRPT.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "DENYLOG.FD".
       SD  SORT-WORK-FILE.
       01  SR-RECORD.
           05  SR-LOCATION               PIC X(04).
           05  SR-TIME                   PIC 9(06).
           05  SR-PLAYER-ID              PIC 9(10).
           05  SR-CARD-NO                PIC X(06).
           05  SR-REASON-CODE            PIC X(02).
           05  SR-REASON-TEXT            PIC X(50).
           05  SR-OPERATOR               PIC X(08).
           05  SR-OVERRIDE               PIC X(01).
               88  SR-OVERRIDDEN             VALUE "Y".
           05  SR-SUPERVISOR             PIC X(08).
       FD  PRINT-FILE.
        01  PRINT-LINE                         PIC X(132).

      *****************************************************************
       WORKING-STORAGE                 SECTION.
        01 CONTROL-FLAG         PIC X.
          88 NO-MORE-DUPLICATES          VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-RECORDS             VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-INPUT               VALUE 1
             WHEN SET TO FALSE IS              0.

        01 WS-REPORT-DATE-INPUT          PIC X(08).
        01 WS-REPORT-DATE                PIC 9(08).

        01 WS-PREV-LOCATION              PIC X(04).
        01 WS-LOC-REFUSED                PIC 9(08) VALUE 0.
        01 WS-LOC-OVERRIDDEN             PIC 9(08) VALUE 0.

        01 WS-RECORDS-READ               PIC 9(08) VALUE 0.
        01 WS-RECORDS-SELECTED           PIC 9(08) VALUE 0.
        01 WS-TOTAL-REFUSED              PIC 9(08) VALUE 0.
        01 WS-TOTAL-OVERRIDDEN           PIC 9(08) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(28)
                     VALUE "DENIED ENTRY REPORT FOR ".
           05 WS-HDR-DATE                PIC 9(08).
        01 WS-LOC-HEAD-LINE.
           05 FILLER                     PIC X(09)
                     VALUE "LOCATION ".
           05 WS-LOCH-CODE               PIC X(04).
        01 WS-COLUMN-LINE.
           05 FILLER                     PIC X(32) VALUE
              "  TIME      PLAYER ID   CARD    ".
           05 FILLER                     PIC X(22) VALUE "NAME".
           05 FILLER                     PIC X(52) VALUE "REASON".
           05 FILLER                     PIC X(07) VALUE "OUTCOME".
        01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-TIME                PIC 99B99B99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-ID                  PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-CARD                PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-NAME                PIC X(22).
           05 WS-DTL-REASON              PIC X(50).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-OUTCOME             PIC X(21).
        01 WS-LOC-TOTAL-LINE.
           05 FILLER                     PIC X(11)
                     VALUE "  REFUSED  ".
           05 WS-LTOT-REFUSED            PIC ZZZZZZZ9.
           05 FILLER                     PIC X(14)
                     VALUE "  OVERRIDDEN  ".
           05 WS-LTOT-OVERRIDDEN         PIC ZZZZZZZ9.
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         SORT SORT-WORK-FILE
             ON ASCENDING KEY SR-LOCATION
                              SR-TIME
             INPUT PROCEDURE IS SELECT-DENIED-ENTRIES
             OUTPUT PROCEDURE IS WRITE-DENIED-ENTRIES

         PERFORM WRITE-REPORT-TOTALS

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         OPEN INPUT TTPLAYER
         OPEN OUTPUT PRINT-FILE

         ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
         DISPLAY 'Report date (YYYYMMDD, blank for today):'
         ACCEPT WS-REPORT-DATE-INPUT
         IF WS-REPORT-DATE-INPUT NOT = SPACES
             IF WS-REPORT-DATE-INPUT IS NUMERIC
                 MOVE WS-REPORT-DATE-INPUT TO WS-REPORT-DATE
             ELSE
                 DISPLAY 'Report date not numeric, using '
                         WS-REPORT-DATE ': ' WS-REPORT-DATE-INPUT
             END-IF
         END-IF

         DISPLAY 'Denied entries for ' WS-REPORT-DATE

         MOVE WS-REPORT-DATE TO WS-HDR-DATE
         MOVE WS-HEADER-LINE TO PRINT-LINE
         WRITE PRINT-LINE
         .

      *****************************************************************
       SELECT-DENIED-ENTRIES           SECTION.

           OPEN INPUT DENIED-ENTRY-FILE
           SET NO-MORE-INPUT TO FALSE
           PERFORM READ-NEXT-DENIED-ENTRY
           PERFORM UNTIL NO-MORE-INPUT
               ADD 1 TO WS-RECORDS-READ
               IF DN-DATE = WS-REPORT-DATE
                   PERFORM RELEASE-SORT-RECORD
               END-IF
               PERFORM READ-NEXT-DENIED-ENTRY
           END-PERFORM
           CLOSE DENIED-ENTRY-FILE
           .

      *****************************************************************
       READ-NEXT-DENIED-ENTRY          SECTION.

           READ DENIED-ENTRY-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       RELEASE-SORT-RECORD             SECTION.

           ADD 1 TO WS-RECORDS-SELECTED
           MOVE DN-LOCATION       TO SR-LOCATION
           MOVE DN-TIME           TO SR-TIME
           MOVE DN-PLAYER-ID      TO SR-PLAYER-ID
           MOVE DN-CARD-NO        TO SR-CARD-NO
           MOVE DN-REASON-CODE    TO SR-REASON-CODE
           MOVE DN-REASON-TEXT    TO SR-REASON-TEXT
           MOVE DN-OPERATOR       TO SR-OPERATOR
           MOVE DN-OVERRIDE       TO SR-OVERRIDE
           MOVE DN-SUPERVISOR     TO SR-SUPERVISOR
           RELEASE SR-RECORD
           .

      *****************************************************************
       WRITE-DENIED-ENTRIES            SECTION.

      * Records arrive grouped by desk location in time order, with a
      * subtotal printed at each change of location
           MOVE HIGH-VALUES TO WS-PREV-LOCATION
           SET NO-MORE-INPUT TO FALSE
           PERFORM
              UNTIL NO-MORE-INPUT
               RETURN SORT-WORK-FILE
                   AT END SET NO-MORE-INPUT TO TRUE
                   NOT AT END PERFORM WRITE-ONE-DENIED-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-PREV-LOCATION NOT = HIGH-VALUES
               PERFORM WRITE-LOCATION-TOTAL
           END-IF
           .

      *****************************************************************
       WRITE-ONE-DENIED-ENTRY          SECTION.

           IF SR-LOCATION NOT = WS-PREV-LOCATION
               IF WS-PREV-LOCATION NOT = HIGH-VALUES
                   PERFORM WRITE-LOCATION-TOTAL
               END-IF
               PERFORM WRITE-LOCATION-HEADING
           END-IF

           MOVE SR-PLAYER-ID TO PL-ID
           READ TTPLAYER
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO PL-NAME
           END-READ

           MOVE SR-TIME       TO WS-DTL-TIME
           MOVE SR-PLAYER-ID  TO WS-DTL-ID
           MOVE SR-CARD-NO    TO WS-DTL-CARD
           MOVE SPACES        TO WS-DTL-NAME
           STRING
               PL-LNAME              DELIMITED BY "  "
               ", "                  DELIMITED BY SIZE
               PL-FNAME              DELIMITED BY "  "
               INTO WS-DTL-NAME
           END-STRING
           MOVE SR-REASON-TEXT TO WS-DTL-REASON
           MOVE SPACES         TO WS-DTL-OUTCOME
           IF SR-OVERRIDDEN
               STRING
                   "OVERRIDE BY "        DELIMITED BY SIZE
                   SR-SUPERVISOR         DELIMITED BY SIZE
                   INTO WS-DTL-OUTCOME
               END-STRING
               ADD 1 TO WS-LOC-OVERRIDDEN
               ADD 1 TO WS-TOTAL-OVERRIDDEN
           ELSE
               MOVE "REFUSED" TO WS-DTL-OUTCOME
               ADD 1 TO WS-LOC-REFUSED
               ADD 1 TO WS-TOTAL-REFUSED
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       WRITE-LOCATION-HEADING          SECTION.

           MOVE SR-LOCATION TO WS-PREV-LOCATION
           MOVE 0 TO WS-LOC-REFUSED
           MOVE 0 TO WS-LOC-OVERRIDDEN

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SR-LOCATION TO WS-LOCH-CODE
           MOVE WS-LOC-HEAD-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-COLUMN-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       WRITE-LOCATION-TOTAL            SECTION.

           MOVE WS-LOC-REFUSED    TO WS-LTOT-REFUSED
           MOVE WS-LOC-OVERRIDDEN TO WS-LTOT-OVERRIDDEN
           MOVE WS-LOC-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       WRITE-REPORT-TOTALS             SECTION.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "ENTRIES DENIED"      TO WS-TOT-LABEL
           MOVE WS-RECORDS-SELECTED   TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "REFUSED"             TO WS-TOT-LABEL
           MOVE WS-TOTAL-REFUSED      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "SUPERVISOR OVERRIDES" TO WS-TOT-LABEL
           MOVE WS-TOTAL-OVERRIDDEN   TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE PRINT-FILE

         DISPLAY "DENIED RECORDS READ:  " WS-RECORDS-READ
         DISPLAY "ENTRIES FOR DATE:     " WS-RECORDS-SELECTED
         DISPLAY "REFUSED:              " WS-TOTAL-REFUSED
         DISPLAY "SUPERVISOR OVERRIDES: " WS-TOTAL-OVERRIDDEN
         STOP RUN
          .
