       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRPT.

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
          SELECT OPTIONAL VISIT-ARCHIVE-FILE ASSIGN TO "VISARCH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT DORMANT-WORK-FILE ASSIGN TO "DORMRPT.WRK"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORT-WORK-FILE ASSIGN TO "DORMRPT.SRT".
          SELECT SORT-EXPIRY-FILE ASSIGN TO "DORMRPT.SR2".
          SELECT REPORT-FILE ASSIGN TO "DORMRPT.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PRINT-FILE ASSIGN TO "DORMANT.JSON"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTVISIT.FD".
       FD  VISIT-ARCHIVE-FILE.
        01  VARC-RECORD                    PIC X(36).
       FD  DORMANT-WORK-FILE.
        01  DW-RECORD.
            05  DW-PASS-EXPIRY             PIC 9(08).
            05  DW-DAYS-SINCE              PIC 9(05).
            05  DW-PLAYER-ID               PIC 9(10).
            05  DW-LAST-DATE               PIC 9(08).
            05  DW-LAST-LOCATION           PIC X(04).
       SD  SORT-WORK-FILE.
       01  SV-RECORD.
           05  SV-PLAYER-ID              PIC 9(10).
           05  SV-REC-TYPE               PIC X(01).
               88  SV-TYPE-VISIT             VALUE "1".
               88  SV-TYPE-MEMBER            VALUE "2".
           05  SV-DATE                   PIC 9(08).
           05  SV-TIME                   PIC 9(06).
           05  SV-LOCATION               PIC X(04).
       SD  SORT-EXPIRY-FILE.
       01  SE-RECORD.
           05  SE-PASS-EXPIRY            PIC 9(08).
           05  SE-DAYS-SINCE             PIC 9(05).
           05  SE-PLAYER-ID              PIC 9(10).
           05  SE-LAST-DATE              PIC 9(08).
           05  SE-LAST-LOCATION          PIC X(04).
       FD  REPORT-FILE.
        01  RPT-LINE                       PIC X(132).
       FD  PRINT-FILE.
        01  PRINT-LINE                     PIC X(1000).

      *****************************************************************
       WORKING-STORAGE                 SECTION.
        01 CONTROL-FLAG         PIC X.
          88 NO-MORE-DUPLICATES          VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-RECORDS             VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-INPUT               VALUE 1
             WHEN SET TO FALSE IS              0.
        01 VISIT-FLAG           PIC X.
          88 NO-MORE-VISITS              VALUE 1
             WHEN SET TO FALSE IS              0.

        01 WS-TODAY-DATE                 PIC 9(08).
        01 WS-TODAY-INTEGER              PIC S9(09) COMP.
        01 WS-CUTOFF-INTEGER             PIC S9(09) COMP.
        01 WS-LAST-INTEGER               PIC S9(09) COMP.
        01 WS-CUTOFF-DATE                PIC 9(08).
        01 WS-DORMANT-DAYS               PIC 9(03) VALUE 060.
        01 WS-DORMANT-DAYS-INPUT         PIC X(03).

        01 WS-CUR-ID                     PIC 9(10).
        01 WS-CUR-LAST-DATE              PIC 9(08).
        01 WS-CUR-LAST-LOCATION          PIC X(04).
        01 WS-NEVER-VISITED              PIC 9(05) VALUE 99999.

        01 WS-MEMBERS-READ               PIC 9(08) VALUE 0.
        01 WS-CURRENT-PASSES             PIC 9(08) VALUE 0.
        01 WS-VISITS-READ                PIC 9(08) VALUE 0.
        01 WS-ARCHIVE-READ               PIC 9(08) VALUE 0.
        01 WS-DORMANT-COUNT              PIC 9(08) VALUE 0.
        01 WS-NO-VISIT-COUNT             PIC 9(08) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(36)
                     VALUE "DORMANT MEMBERS - NO VISIT IN LAST ".
           05 WS-HDR-DAYS                PIC ZZ9.
           05 FILLER                     PIC X(17)
                     VALUE " DAYS, CUTOFF ".
           05 WS-HDR-CUTOFF              PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                     PIC X(14) VALUE "  PLAYER ID".
           05 FILLER                     PIC X(32) VALUE "NAME".
           05 FILLER                     PIC X(06) VALUE "TIER".
           05 FILLER                     PIC X(12) VALUE "PASS EXPIRY".
           05 FILLER                     PIC X(12) VALUE "LAST VISIT".
           05 FILLER                     PIC X(08) VALUE "LOC".
           05 FILLER                     PIC X(10) VALUE "DAYS".
           05 FILLER                     PIC X(09) VALUE "HOUSEHOLD".
        01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-ID                  PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-NAME                PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-TIER                PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-EXPIRY              PIC 9(08).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WS-DTL-LAST-DATE           PIC X(08).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WS-DTL-LOCATION            PIC X(04).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WS-DTL-DAYS                PIC X(05).
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 WS-DTL-HOUSEHOLD           PIC X(08).
        01 WS-DAYS-DISPLAY               PIC ZZZZ9.
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.
      *****************************************************************
       COPY "JSONREC.WS".
      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         SORT SORT-WORK-FILE
             ON ASCENDING KEY SV-PLAYER-ID
                              SV-REC-TYPE
                              SV-DATE
                              SV-TIME
             INPUT PROCEDURE IS SELECT-MEMBERS-AND-VISITS
             OUTPUT PROCEDURE IS FIND-DORMANT-MEMBERS

         PERFORM WRITE-STARTING-STRING
         SORT SORT-EXPIRY-FILE
             ON ASCENDING KEY SE-PASS-EXPIRY
                DESCENDING KEY SE-DAYS-SINCE
                ASCENDING KEY SE-PLAYER-ID
             USING DORMANT-WORK-FILE
             OUTPUT PROCEDURE IS WRITE-DORMANT-MEMBERS
         PERFORM WRITE-ENDING-STRING

         PERFORM WRITE-REPORT-TOTALS

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         OPEN INPUT TTPLAYER
         OPEN INPUT TTVISIT
         OPEN OUTPUT REPORT-FILE
         OPEN OUTPUT PRINT-FILE

         SET FL-FIRST-RECORD-YES  TO TRUE
         INITIALIZE WS-STRING

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

         DISPLAY 'Enter days without a visit [060]:'
         ACCEPT WS-DORMANT-DAYS-INPUT
         IF WS-DORMANT-DAYS-INPUT NOT = SPACES
             IF WS-DORMANT-DAYS-INPUT IS NUMERIC
                 MOVE WS-DORMANT-DAYS-INPUT TO WS-DORMANT-DAYS
             ELSE
                 DISPLAY 'Days not numeric, using '
                         WS-DORMANT-DAYS ': ' WS-DORMANT-DAYS-INPUT
             END-IF
         END-IF

         MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
             TO WS-TODAY-INTEGER
         COMPUTE WS-CUTOFF-INTEGER =
             WS-TODAY-INTEGER - WS-DORMANT-DAYS
         MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
             TO WS-CUTOFF-DATE

         DISPLAY 'Current passes with no visit since ' WS-CUTOFF-DATE

         MOVE WS-DORMANT-DAYS TO WS-HDR-DAYS
         MOVE WS-CUTOFF-DATE  TO WS-HDR-CUTOFF
         MOVE WS-HEADER-LINE TO RPT-LINE
         WRITE RPT-LINE
         MOVE SPACES TO RPT-LINE
         WRITE RPT-LINE
         MOVE WS-COLUMN-LINE TO RPT-LINE
         WRITE RPT-LINE
         .

      *****************************************************************
       SELECT-MEMBERS-AND-VISITS       SECTION.

      * Closed months live on the archive once VISITROL has run, so
      * both files are needed to find a member's last check-in; each
      * member record sorts in behind that member's visits
           OPEN INPUT VISIT-ARCHIVE-FILE
           SET NO-MORE-INPUT TO FALSE
           PERFORM READ-NEXT-ARCHIVE-VISIT
           PERFORM UNTIL NO-MORE-INPUT
               ADD 1 TO WS-ARCHIVE-READ
               MOVE VARC-RECORD TO VI-RECORD
               PERFORM RELEASE-VISIT-RECORD
               PERFORM READ-NEXT-ARCHIVE-VISIT
           END-PERFORM
           CLOSE VISIT-ARCHIVE-FILE

           INITIALIZE VI-RECORD
           MOVE ZEROES TO VI-KEY
           PERFORM TTVISIT-START
           PERFORM UNTIL NO-MORE-VISITS
               ADD 1 TO WS-VISITS-READ
               PERFORM RELEASE-VISIT-RECORD
               PERFORM TTVISIT-READ-NEXT
           END-PERFORM

           INITIALIZE PL-RECORD
           MOVE ZEROES TO PL-ID
           PERFORM TTPLAYER-START
           PERFORM UNTIL NO-MORE-RECORDS
               ADD 1 TO WS-MEMBERS-READ
               IF PL-PCS-PAS-DATE IS NUMERIC
                  AND PL-PCS-PAS-DATE NOT < WS-TODAY-DATE
                   ADD 1 TO WS-CURRENT-PASSES
                   MOVE SPACES          TO SV-RECORD
                   MOVE PL-ID           TO SV-PLAYER-ID
                   SET SV-TYPE-MEMBER   TO TRUE
                   MOVE PL-PCS-PAS-DATE TO SV-DATE
                   MOVE ZEROES          TO SV-TIME
                   RELEASE SV-RECORD
               END-IF
               PERFORM TTPLAYER-READ-NEXT
           END-PERFORM
           .

      *****************************************************************
       READ-NEXT-ARCHIVE-VISIT         SECTION.

           READ VISIT-ARCHIVE-FILE
               AT END SET NO-MORE-INPUT TO TRUE
           END-READ
           .

      *****************************************************************
       RELEASE-VISIT-RECORD            SECTION.

      * Only a check-in counts as a visit; the way out does not
           IF NOT VI-DIRECTION-OUT
              AND VI-DATE IS NUMERIC
               MOVE SPACES         TO SV-RECORD
               MOVE VI-PLAYER-ID   TO SV-PLAYER-ID
               SET SV-TYPE-VISIT   TO TRUE
               MOVE VI-DATE        TO SV-DATE
               MOVE VI-TIME        TO SV-TIME
               MOVE VI-LOCATION    TO SV-LOCATION
               RELEASE SV-RECORD
           END-IF
           .

      *****************************************************************
       FIND-DORMANT-MEMBERS            SECTION.

           OPEN OUTPUT DORMANT-WORK-FILE
           MOVE 0 TO WS-CUR-ID
           SET NO-MORE-INPUT TO FALSE
           PERFORM
              UNTIL NO-MORE-INPUT
               RETURN SORT-WORK-FILE
                   AT END SET NO-MORE-INPUT TO TRUE
                   NOT AT END PERFORM CHECK-ONE-SORTED-RECORD
               END-RETURN
           END-PERFORM
           CLOSE DORMANT-WORK-FILE
           .

      *****************************************************************
       CHECK-ONE-SORTED-RECORD         SECTION.

           IF SV-PLAYER-ID NOT = WS-CUR-ID
               MOVE SV-PLAYER-ID TO WS-CUR-ID
               MOVE 0            TO WS-CUR-LAST-DATE
               MOVE SPACES       TO WS-CUR-LAST-LOCATION
           END-IF

           IF SV-TYPE-VISIT
               MOVE SV-DATE      TO WS-CUR-LAST-DATE
               MOVE SV-LOCATION  TO WS-CUR-LAST-LOCATION
           ELSE
               IF WS-CUR-LAST-DATE < WS-CUTOFF-DATE
                   PERFORM WRITE-DORMANT-WORK-RECORD
               END-IF
           END-IF
           .

      *****************************************************************
       WRITE-DORMANT-WORK-RECORD       SECTION.

           MOVE SV-DATE              TO DW-PASS-EXPIRY
           MOVE SV-PLAYER-ID         TO DW-PLAYER-ID
           MOVE WS-CUR-LAST-DATE     TO DW-LAST-DATE
           MOVE WS-CUR-LAST-LOCATION TO DW-LAST-LOCATION
           IF WS-CUR-LAST-DATE = 0
               MOVE WS-NEVER-VISITED TO DW-DAYS-SINCE
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(WS-CUR-LAST-DATE)
                   TO WS-LAST-INTEGER
               IF WS-LAST-INTEGER > 0
                   COMPUTE DW-DAYS-SINCE =
                       WS-TODAY-INTEGER - WS-LAST-INTEGER
               ELSE
                   MOVE WS-NEVER-VISITED TO DW-DAYS-SINCE
               END-IF
           END-IF
           WRITE DW-RECORD
           .

      *****************************************************************
       WRITE-DORMANT-MEMBERS           SECTION.

      * Soonest expiry first, so the calls most likely to save a
      * renewal are made first
           SET NO-MORE-INPUT TO FALSE
           PERFORM
              UNTIL NO-MORE-INPUT
               RETURN SORT-EXPIRY-FILE
                   AT END SET NO-MORE-INPUT TO TRUE
                   NOT AT END PERFORM WRITE-ONE-DORMANT-MEMBER
               END-RETURN
           END-PERFORM
           .

      *****************************************************************
       WRITE-ONE-DORMANT-MEMBER        SECTION.

           MOVE SE-PLAYER-ID TO PL-ID
           READ TTPLAYER
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO PL-NAME
           END-READ
           ADD 1 TO WS-DORMANT-COUNT

           MOVE SE-PLAYER-ID     TO WS-DTL-ID
           MOVE SPACES           TO WS-DTL-NAME
           STRING
               PL-LNAME              DELIMITED BY "  "
               ", "                  DELIMITED BY SIZE
               PL-FNAME              DELIMITED BY "  "
               INTO WS-DTL-NAME
           END-STRING
           EVALUATE TRUE
               WHEN PL-TIER-GOLD
                   MOVE "GOLD"   TO WS-DTL-TIER
               WHEN PL-TIER-SILVER
                   MOVE "SILV"   TO WS-DTL-TIER
               WHEN PL-TIER-BRONZE
                   MOVE "BRNZ"   TO WS-DTL-TIER
               WHEN OTHER
                   MOVE SPACES   TO WS-DTL-TIER
           END-EVALUATE
           MOVE SE-PASS-EXPIRY   TO WS-DTL-EXPIRY
           IF SE-LAST-DATE = 0
               MOVE "NONE"       TO WS-DTL-LAST-DATE
               MOVE SPACES       TO WS-DTL-DAYS
               ADD 1 TO WS-NO-VISIT-COUNT
           ELSE
               MOVE SE-LAST-DATE TO WS-DTL-LAST-DATE
               MOVE SE-DAYS-SINCE TO WS-DAYS-DISPLAY
               MOVE WS-DAYS-DISPLAY TO WS-DTL-DAYS
           END-IF
           MOVE SE-LAST-LOCATION TO WS-DTL-LOCATION
           IF PL-HOUSEHOLD-ID IS NUMERIC
              AND PL-HOUSEHOLD-ID > ZEROES
               MOVE PL-HOUSEHOLD-ID TO WS-DTL-HOUSEHOLD
           ELSE
               MOVE SPACES       TO WS-DTL-HOUSEHOLD
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE

           PERFORM START-JSON-RECORD
           PERFORM ADD-PLAYER-FIELDS
           PERFORM ADD-DORMANCY-FIELDS
           PERFORM END-JSON-RECORD
           .

      *****************************************************************
       ADD-DORMANCY-FIELDS             SECTION.

           MOVE C-ID                 TO WS-ITEM-NAME
           MOVE PL-ID                TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR

           MOVE C-PASS-EXPIRY        TO WS-ITEM-NAME
           MOVE SE-PASS-EXPIRY       TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR

           MOVE C-LAST-VISIT-DATE    TO WS-ITEM-NAME
           MOVE SPACES               TO WS-VALUE
           IF SE-LAST-DATE NOT = 0
               MOVE SE-LAST-DATE     TO WS-VALUE
           END-IF
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR

           MOVE C-LAST-VISIT-LOCATION TO WS-ITEM-NAME
           MOVE SE-LAST-LOCATION     TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR

           MOVE C-DAYS-SINCE-VISIT   TO WS-ITEM-NAME
           IF SE-LAST-DATE = 0
               MOVE SPACES           TO WS-VALUE
               SET FL-NUMERIC-NO     TO TRUE
           ELSE
               MOVE SE-DAYS-SINCE    TO WS-VALUE-NUMERIC
               SET FL-NUMERIC-YES    TO TRUE
           END-IF
           PERFORM ADD-STRING-VALUE-PAIR

           MOVE C-HOUSEHOLD          TO WS-ITEM-NAME
           MOVE WS-DTL-HOUSEHOLD     TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           .

      *****************************************************************
       WRITE-REPORT-TOTALS             SECTION.

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE "CURRENT PASSES"      TO WS-TOT-LABEL
           MOVE WS-CURRENT-PASSES     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "DORMANT MEMBERS"     TO WS-TOT-LABEL
           MOVE WS-DORMANT-COUNT      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE

           MOVE "  NO VISIT ON FILE"  TO WS-TOT-LABEL
           MOVE WS-NO-VISIT-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE TTVISIT
         CLOSE REPORT-FILE
         CLOSE PRINT-FILE

         DISPLAY "PLAYERS READ:         " WS-MEMBERS-READ
         DISPLAY "CURRENT PASSES:       " WS-CURRENT-PASSES
         DISPLAY "VISITS READ:          " WS-VISITS-READ
         DISPLAY "ARCHIVED VISITS READ: " WS-ARCHIVE-READ
         DISPLAY "DORMANT MEMBERS:      " WS-DORMANT-COUNT
         STOP RUN
          .

      *****************************************************************
       COPY "JSONREC.PRC".
      *****************************************************************
         COPY "TTVISIT.IO".
      *****************************************************************
         COPY "TTPLAYER.IO".
