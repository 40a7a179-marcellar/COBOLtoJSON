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
          SELECT PRINT-FILE ASSIGN TO "VISITRPT.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTVISIT.FD".
       COPY "TTCARD.FD".
       FD  PRINT-FILE.
        01  PRINT-LINE                         PIC X(132).

          88 NO-MORE-VISITS              VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "CARDHIST.WS".

        01 WS-FROM-DATE-INPUT            PIC X(08).
        01 WS-TO-DATE-INPUT              PIC X(08).
        01 WS-FROM-DATE                  PIC 9(08) VALUE 0.
                     VALUE "CARD    ".
           05 FILLER                     PIC X(31)
                     VALUE "NAME".
           05 FILLER                     PIC X(10)
                     VALUE "VISITS".
           05 FILLER                     PIC X(04)
                     VALUE "NOTE".
        01 WS-DETAIL-LINE.
           05 WS-DET-ID                  PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-NAME                PIC X(31).
           05 WS-DET-VISITS              PIC ZZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DET-NOTE                PIC X(20).
        01 WS-TOTAL-LINE.
           05 FILLER                     PIC X(21)
                     VALUE "TOTAL VISITS        ".

         OPEN INPUT TTPLAYER
         OPEN INPUT TTVISIT
         OPEN INPUT TTCARD
         OPEN OUTPUT PRINT-FILE

         DISPLAY 'Report from date (YYYYMMDD, blank for all):'
               MOVE VI-CARD-NO   TO WS-CUR-CARD
               MOVE 0            TO WS-CUR-VISITS
           END-IF
      * The latest card swiped is the one checked against the
      * player's current card
           MOVE VI-CARD-NO TO WS-CUR-CARD
           ADD 1 TO WS-CUR-VISITS
           .


           IF WS-CUR-VISITS > 0
               ADD 1 TO WS-PLAYER-COUNT
               MOVE SPACES    TO WS-DET-NOTE
               MOVE WS-CUR-ID TO PL-ID
               READ TTPLAYER
                   INVALID KEY
                       PERFORM RESOLVE-CARD-OWNER
               END-READ
               IF WS-CUR-CARD NOT = PL-CARD-NO
                  AND PL-CARD-NO NOT = SPACES
                   STRING
                       "NOW "            DELIMITED BY SIZE
                       PL-CARD-NO        DELIMITED BY SIZE
                       INTO WS-DET-NOTE
                   END-STRING
               END-IF

               MOVE WS-CUR-ID                TO WS-DET-ID
               MOVE WS-CUR-CARD              TO WS-DET-CARD
           END-IF
           .

      *****************************************************************
       RESOLVE-CARD-OWNER              SECTION.

      * The visit's player is gone, so the card history names the
      * player who held the card and the card now in use
           MOVE "(NOT ON FILE)" TO PL-NAME
           MOVE SPACES          TO PL-CARD-NO
           MOVE WS-CUR-CARD     TO CH-CARD-NO
           PERFORM FIND-CARD-HISTORY
           IF WS-CARD-IN-HISTORY
              AND CH-PLAYER-ID NOT = WS-CUR-ID
               MOVE CH-PLAYER-ID TO PL-ID
               READ TTPLAYER
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO PL-NAME
                       MOVE SPACES          TO PL-CARD-NO
               END-READ
           END-IF
           .

      *****************************************************************
       WRITE-REPORT-TOTALS             SECTION.


         CLOSE TTPLAYER
         CLOSE TTVISIT
         CLOSE TTCARD
         CLOSE PRINT-FILE

         DISPLAY "VISIT RECORDS READ:     " WS-VISITS-READ

      *****************************************************************
         COPY "TTVISIT.IO".
      *****************************************************************
         COPY "CARDHIST.PRC".
