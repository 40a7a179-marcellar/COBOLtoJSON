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
          SELECT OPTIONAL NAME-TRANS-FILE ASSIGN TO "NAMES.TXT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTCARD.FD".
       FD  NAME-TRANS-FILE.
        01  NT-NAME-RECORD                     PIC X(15).
       FD  PRINT-FILE.
        01 WS-FLAT-EMPLOYEE              PIC X(05).
        01 WS-FLAT-VIP                   PIC X(05).
        01 WS-FLAT-TIER                  PIC X(08).
        01 WS-CARD-MATCH-COUNT           PIC 9(04) VALUE 0.
       COPY "CARDHIST.WS".
      *****************************************************************
       COPY "JSONREC.WS".
      *****************************************************************

      * Open files
         OPEN INPUT TTPLAYER
         OPEN INPUT TTCARD

      * Variable initialization
         SET FL-FIRST-RECORD-YES  TO TRUE
       FIND-CARD-NUMBERS               SECTION.

           DISPLAY 'Searching card numbers'
           MOVE 0 TO WS-CARD-MATCH-COUNT
           INITIALIZE PL-RECORD
           MOVE WS-INPUT-NAME TO PL-CARD-NO
           PERFORM TTPLAYER3-START
           PERFORM
              UNTIL NO-MORE-RECORDS
               IF PL-CARD-NO = WS-INPUT-NAME (1:6)
                   ADD 1 TO WS-CARD-MATCH-COUNT
                   PERFORM TTPLAYER-DISPLAY-RECORD
                   PERFORM WRITE-OUTPUT-RECORD
                   PERFORM TTPLAYER3-READ-NEXT
                   SET NO-MORE-RECORDS TO TRUE
               END-IF
           END-PERFORM

           IF WS-CARD-MATCH-COUNT = 0
               PERFORM FIND-RETIRED-CARD
           END-IF
           .

      *****************************************************************
       FIND-RETIRED-CARD               SECTION.

      * An old card number resolves through the card history to the
      * player who held it, shown with the card now in use
           MOVE WS-INPUT-NAME (1:6) TO CH-CARD-NO
           PERFORM FIND-CARD-HISTORY
           IF WS-CARD-IN-HISTORY
               PERFORM DESCRIBE-CARD-REASON
               DISPLAY 'Card ' CH-CARD-NO ' retired ' CH-RETIRE-DATE
                       ' (' WS-CARD-REASON-TEXT ') held by '
                       CH-PLAYER-ID
               MOVE CH-PLAYER-ID TO PL-ID
               READ TTPLAYER
                   INVALID KEY
                       DISPLAY 'Player not on file: ' CH-PLAYER-ID
                   NOT INVALID KEY
                       DISPLAY 'Current card: ' PL-CARD-NO
                       PERFORM TTPLAYER-DISPLAY-RECORD
                       PERFORM WRITE-OUTPUT-RECORD
               END-READ
           END-IF
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE TTCARD
         IF WS-FORMAT-JSON
             CLOSE PRINT-FILE
         ELSE
           WRITE PRINT-LINE-FLAT
           .

      *****************************************************************
       COPY "CARDHIST.PRC".
      *****************************************************************
       COPY "JSONREC.PRC".
      *****************************************************************
