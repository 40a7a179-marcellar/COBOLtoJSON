       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESTRPT.

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
          SELECT OPTIONAL TTGUEST
          ASSIGN TO "GUESTVIS.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS GV-KEY OF GV-RECORD
          ALTERNATE RECORD KEY IS GV-GUEST-NAME OF GV-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL GUEST-CONFIG-FILE ASSIGN TO "GUESTCFG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PRINT-FILE ASSIGN TO "GUESTRPT.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTGUEST.FD".
       COPY "GUESTCFG.FD".
       FD  PRINT-FILE.
        01  PRINT-LINE                         PIC X(132).

      *****************************************************************
       WORKING-STORAGE                 SECTION.
        01 CONTROL-FLAG         PIC X.
          88 NO-MORE-DUPLICATES          VALUE 1
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-RECORDS             VALUE 1
             WHEN SET TO FALSE IS              0.
        01 GUEST-FLAG           PIC X.
          88 NO-MORE-GUESTS              VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "GUESTCFG.WS".

        01 WS-MONTH-INPUT                PIC X(06).
        01 WS-TODAY-DATE                 PIC 9(08).
        01 WS-MONTH-START                PIC 9(08).
        01 FILLER REDEFINES WS-MONTH-START.
           05 WS-REPORT-MONTH            PIC 9(06).
           05 WS-MONTH-START-DD          PIC 9(02).
        01 WS-MONTH-END                  PIC 9(08).
        01 WS-WINDOW-FROM                PIC 9(08).

        01 WS-PREV-SPONSOR               PIC 9(10).
        01 WS-SPONSOR-GUESTS             PIC 9(08) VALUE 0.
        01 WS-SPONSOR-ALLOWED            PIC 9(08) VALUE 0.
        01 WS-SPONSOR-PAID               PIC 9(08) VALUE 0.
        01 WS-SPONSOR-FEES               PIC 9(07)V99 VALUE 0.

        01 WS-PREV-GUEST-NAME            PIC X(30).
        01 WS-REPEAT-VISITS              PIC 9(08) VALUE 0.
        01 WS-REPEAT-LAST-DATE           PIC 9(08).
        01 WS-REPEAT-LAST-SPONSOR        PIC 9(10).

        01 WS-RECORDS-READ               PIC 9(08) VALUE 0.
        01 WS-TOTAL-GUESTS               PIC 9(08) VALUE 0.
        01 WS-TOTAL-ALLOWED              PIC 9(08) VALUE 0.
        01 WS-TOTAL-PAID                 PIC 9(08) VALUE 0.
        01 WS-TOTAL-LAPSED               PIC 9(08) VALUE 0.
        01 WS-TOTAL-SPONSORS             PIC 9(08) VALUE 0.
        01 WS-TOTAL-FEES                 PIC 9(07)V99 VALUE 0.
        01 WS-TOTAL-REPEAT               PIC 9(08) VALUE 0.

        01 WS-HEADER-LINE.
           05 FILLER                     PIC X(32)
                     VALUE "GUEST VISITS BY SPONSOR FOR ".
           05 WS-HDR-MONTH               PIC 9999/99.
        01 WS-SPONSOR-HEAD-LINE.
           05 FILLER                     PIC X(08) VALUE "SPONSOR ".
           05 WS-SPH-ID                  PIC 9(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-SPH-NAME                PIC X(32).
           05 FILLER                     PIC X(06) VALUE "TIER  ".
           05 WS-SPH-TIER                PIC X(04).
           05 FILLER                     PIC X(12)
                     VALUE "ALLOWANCE  ".
           05 WS-SPH-ALLOWANCE           PIC Z9.
           05 FILLER                     PIC X(14)
                     VALUE "  PASS EXPIRY ".
           05 WS-SPH-EXPIRY              PIC 9(08).
        01 WS-COLUMN-LINE.
           05 FILLER                     PIC X(24) VALUE
              "  DATE      TIME      ".
           05 FILLER                     PIC X(34) VALUE "GUEST".
           05 FILLER                     PIC X(10) VALUE "LOCATION".
           05 FILLER                     PIC X(16) VALUE "CHARGE".
           05 FILLER                     PIC X(08) VALUE "FEE".
           05 FILLER                     PIC X(08) VALUE "SPONSOR".
        01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-DATE                PIC 9(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-TIME                PIC 99B99B99.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WS-DTL-GUEST               PIC X(32).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-LOCATION            PIC X(04).
           05 FILLER                     PIC X(06) VALUE SPACES.
           05 WS-DTL-CHARGE              PIC X(12).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-DTL-FEE                 PIC ZZZZ9.99.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WS-DTL-SPONSOR-PASS        PIC X(06).
        01 WS-SPONSOR-TOTAL-LINE.
           05 FILLER                     PIC X(10)
                     VALUE "  GUESTS  ".
           05 WS-STOT-GUESTS             PIC ZZZZZZZ9.
           05 FILLER                     PIC X(19)
                     VALUE "  WITHIN ALLOWANCE ".
           05 WS-STOT-ALLOWED            PIC ZZZZZZZ9.
           05 FILLER                     PIC X(09)
                     VALUE "  PAYING ".
           05 WS-STOT-PAID               PIC ZZZZZZZ9.
           05 FILLER                     PIC X(08)
                     VALUE "  FEES  ".
           05 WS-STOT-FEES               PIC ZZZZZZ9.99.
        01 WS-REPEAT-HEADER-LINE.
           05 FILLER                     PIC X(34)
                     VALUE "REPEAT GUESTS - ASK TO JOIN, ".
           05 WS-RHD-MIN                 PIC Z9.
           05 FILLER                     PIC X(32)
                     VALUE " OR MORE VISITS IN 12 MONTHS TO ".
           05 WS-RHD-MONTH               PIC 9999/99.
        01 WS-REPEAT-COLUMN-LINE.
           05 FILLER                     PIC X(34) VALUE "  GUEST".
           05 FILLER                     PIC X(10) VALUE "VISITS".
           05 FILLER                     PIC X(12) VALUE "LAST VISIT".
           05 FILLER                     PIC X(12) VALUE "LAST SPONSOR".
        01 WS-REPEAT-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RPT-GUEST               PIC X(32).
           05 WS-RPT-VISITS              PIC ZZZZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WS-RPT-LAST-DATE           PIC 9(08).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 WS-RPT-LAST-SPONSOR        PIC 9(10).
        01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL               PIC X(24).
           05 WS-TOT-COUNT               PIC ZZZZZZZ9.
        01 WS-FEE-TOTAL-LINE.
           05 WS-FTOT-LABEL              PIC X(24).
           05 WS-FTOT-AMOUNT             PIC ZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         PERFORM LIST-GUESTS-BY-SPONSOR
         PERFORM LIST-REPEAT-GUESTS

         PERFORM WRITE-REPORT-TOTALS

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         OPEN INPUT TTPLAYER
         OPEN INPUT TTGUEST
         OPEN OUTPUT PRINT-FILE

         PERFORM READ-GUEST-CONFIG

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
         MOVE WS-TODAY-DATE TO WS-MONTH-START
         DISPLAY 'Report month (YYYYMM, blank for this month):'
         ACCEPT WS-MONTH-INPUT
         IF WS-MONTH-INPUT NOT = SPACES
             IF WS-MONTH-INPUT IS NUMERIC
                 MOVE WS-MONTH-INPUT TO WS-REPORT-MONTH
             ELSE
                 DISPLAY 'Report month not numeric, using '
                         WS-REPORT-MONTH ': ' WS-MONTH-INPUT
             END-IF
         END-IF

      * Day 31 closes every month for comparison, and the repeat-guest
      * window is the twelve months ending with the report month
         MOVE 01 TO WS-MONTH-START-DD
         COMPUTE WS-MONTH-END = WS-MONTH-START + 30
         COMPUTE WS-WINDOW-FROM = WS-MONTH-END - 10000

         DISPLAY 'Guest visits for ' WS-REPORT-MONTH

         MOVE WS-REPORT-MONTH TO WS-HDR-MONTH
         MOVE WS-HEADER-LINE TO PRINT-LINE
         WRITE PRINT-LINE
         .

      *****************************************************************
       LIST-GUESTS-BY-SPONSOR          SECTION.

      * The guest file is keyed by sponsor then date, so each
      * sponsor's month comes together with a subtotal at the break
           MOVE 0 TO WS-PREV-SPONSOR
           INITIALIZE GV-RECORD
           PERFORM TTGUEST-START
           PERFORM UNTIL NO-MORE-GUESTS
               ADD 1 TO WS-RECORDS-READ
               IF GV-DATE NOT < WS-MONTH-START
                  AND GV-DATE NOT > WS-MONTH-END
                   PERFORM WRITE-ONE-GUEST-VISIT
               END-IF
               PERFORM TTGUEST-READ-NEXT
           END-PERFORM
           IF WS-PREV-SPONSOR NOT = 0
               PERFORM WRITE-SPONSOR-TOTAL
           END-IF
           .

      *****************************************************************
       WRITE-ONE-GUEST-VISIT           SECTION.

           IF GV-SPONSOR-ID NOT = WS-PREV-SPONSOR
               IF WS-PREV-SPONSOR NOT = 0
                   PERFORM WRITE-SPONSOR-TOTAL
               END-IF
               PERFORM WRITE-SPONSOR-HEADING
           END-IF

           MOVE GV-DATE          TO WS-DTL-DATE
           MOVE GV-TIME          TO WS-DTL-TIME
           MOVE SPACES           TO WS-DTL-GUEST
           STRING
               GV-GUEST-LNAME        DELIMITED BY "  "
               ", "                  DELIMITED BY SIZE
               GV-GUEST-FNAME        DELIMITED BY "  "
               INTO WS-DTL-GUEST
           END-STRING
           MOVE GV-LOCATION      TO WS-DTL-LOCATION
           MOVE GV-FEE           TO WS-DTL-FEE
           IF GV-WITHIN-ALLOWANCE
               MOVE "ALLOWANCE"  TO WS-DTL-CHARGE
               ADD 1 TO WS-SPONSOR-ALLOWED
               ADD 1 TO WS-TOTAL-ALLOWED
           ELSE
               MOVE "FEE"        TO WS-DTL-CHARGE
               ADD 1 TO WS-SPONSOR-PAID
               ADD 1 TO WS-TOTAL-PAID
           END-IF
           IF GV-SPONSOR-LAPSED
               MOVE "LAPSED"     TO WS-DTL-SPONSOR-PASS
               ADD 1 TO WS-TOTAL-LAPSED
           ELSE
               MOVE SPACES       TO WS-DTL-SPONSOR-PASS
           END-IF
           ADD 1 TO WS-SPONSOR-GUESTS
           ADD 1 TO WS-TOTAL-GUESTS
           ADD GV-FEE TO WS-SPONSOR-FEES
           ADD GV-FEE TO WS-TOTAL-FEES

           MOVE WS-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       WRITE-SPONSOR-HEADING           SECTION.

           MOVE GV-SPONSOR-ID TO WS-PREV-SPONSOR
           MOVE 0 TO WS-SPONSOR-GUESTS
           MOVE 0 TO WS-SPONSOR-ALLOWED
           MOVE 0 TO WS-SPONSOR-PAID
           MOVE 0 TO WS-SPONSOR-FEES
           ADD 1 TO WS-TOTAL-SPONSORS

           MOVE GV-SPONSOR-ID TO PL-ID
           READ TTPLAYER
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO PL-NAME
                   MOVE SPACES TO PL-FLAGS
                   MOVE ZEROES TO PL-PCS-PAS-DATE
           END-READ

           PERFORM FIND-GUEST-ALLOWANCE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE GV-SPONSOR-ID TO WS-SPH-ID
           MOVE SPACES        TO WS-SPH-NAME
           STRING
               PL-LNAME              DELIMITED BY "  "
               ", "                  DELIMITED BY SIZE
               PL-FNAME              DELIMITED BY "  "
               INTO WS-SPH-NAME
           END-STRING
           IF PL-VIP-YES
               MOVE "VIP"  TO WS-SPH-TIER
           ELSE
               MOVE PL-TIER TO WS-SPH-TIER
           END-IF
           MOVE WS-GUEST-ALLOWANCE TO WS-SPH-ALLOWANCE
           MOVE PL-PCS-PAS-DATE    TO WS-SPH-EXPIRY
           MOVE WS-SPONSOR-HEAD-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-COLUMN-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       WRITE-SPONSOR-TOTAL             SECTION.

           MOVE WS-SPONSOR-GUESTS  TO WS-STOT-GUESTS
           MOVE WS-SPONSOR-ALLOWED TO WS-STOT-ALLOWED
           MOVE WS-SPONSOR-PAID    TO WS-STOT-PAID
           MOVE WS-SPONSOR-FEES    TO WS-STOT-FEES
           MOVE WS-SPONSOR-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       LIST-REPEAT-GUESTS              SECTION.

      * The name key brings every visit by the same guest together,
      * whoever sponsored it; visits outside the window are skipped
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GUEST-REPEAT-MIN TO WS-RHD-MIN
           MOVE WS-REPORT-MONTH     TO WS-RHD-MONTH
           MOVE WS-REPEAT-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPEAT-COLUMN-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE HIGH-VALUES TO WS-PREV-GUEST-NAME
           INITIALIZE GV-RECORD
           MOVE LOW-VALUES TO GV-GUEST-NAME
           PERFORM TTGUEST1-START
           PERFORM UNTIL NO-MORE-GUESTS
               IF GV-DATE > WS-WINDOW-FROM
                  AND GV-DATE NOT > WS-MONTH-END
                   PERFORM COUNT-ONE-REPEAT-VISIT
               END-IF
               PERFORM TTGUEST1-READ-NEXT
           END-PERFORM
           IF WS-PREV-GUEST-NAME NOT = HIGH-VALUES
               PERFORM WRITE-REPEAT-GUEST
           END-IF
           .

      *****************************************************************
       COUNT-ONE-REPEAT-VISIT          SECTION.

           IF GV-GUEST-NAME NOT = WS-PREV-GUEST-NAME
               IF WS-PREV-GUEST-NAME NOT = HIGH-VALUES
                   PERFORM WRITE-REPEAT-GUEST
               END-IF
               MOVE GV-GUEST-NAME TO WS-PREV-GUEST-NAME
               MOVE 0 TO WS-REPEAT-VISITS
               MOVE 0 TO WS-REPEAT-LAST-DATE
           END-IF

           ADD 1 TO WS-REPEAT-VISITS
           IF GV-DATE NOT < WS-REPEAT-LAST-DATE
               MOVE GV-DATE       TO WS-REPEAT-LAST-DATE
               MOVE GV-SPONSOR-ID TO WS-REPEAT-LAST-SPONSOR
           END-IF
           .

      *****************************************************************
       WRITE-REPEAT-GUEST              SECTION.

           IF WS-REPEAT-VISITS NOT < WS-GUEST-REPEAT-MIN
               ADD 1 TO WS-TOTAL-REPEAT
               MOVE SPACES TO WS-RPT-GUEST
               STRING
                   WS-PREV-GUEST-NAME (1:15) DELIMITED BY "  "
                   ", "                      DELIMITED BY SIZE
                   WS-PREV-GUEST-NAME (16:15) DELIMITED BY "  "
                   INTO WS-RPT-GUEST
               END-STRING
               MOVE WS-REPEAT-VISITS       TO WS-RPT-VISITS
               MOVE WS-REPEAT-LAST-DATE    TO WS-RPT-LAST-DATE
               MOVE WS-REPEAT-LAST-SPONSOR TO WS-RPT-LAST-SPONSOR
               MOVE WS-REPEAT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           .

      *****************************************************************
       WRITE-REPORT-TOTALS             SECTION.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "SPONSORS"            TO WS-TOT-LABEL
           MOVE WS-TOTAL-SPONSORS     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "GUEST VISITS"        TO WS-TOT-LABEL
           MOVE WS-TOTAL-GUESTS       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "WITHIN ALLOWANCE"    TO WS-TOT-LABEL
           MOVE WS-TOTAL-ALLOWED      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "FEE PAYING"          TO WS-TOT-LABEL
           MOVE WS-TOTAL-PAID         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "SPONSOR PASS LAPSED" TO WS-TOT-LABEL
           MOVE WS-TOTAL-LAPSED       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "GUEST FEES"          TO WS-FTOT-LABEL
           MOVE WS-TOTAL-FEES         TO WS-FTOT-AMOUNT
           MOVE WS-FEE-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "REPEAT GUESTS"       TO WS-TOT-LABEL
           MOVE WS-TOTAL-REPEAT       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE TTGUEST
         CLOSE PRINT-FILE

         DISPLAY "GUEST RECORDS READ:   " WS-RECORDS-READ
         DISPLAY "GUEST VISITS IN MONTH:" WS-TOTAL-GUESTS
         DISPLAY "SPONSORS:             " WS-TOTAL-SPONSORS
         DISPLAY "REPEAT GUESTS:        " WS-TOTAL-REPEAT
         STOP RUN
          .

      *****************************************************************
         COPY "TTGUEST.IO".
      *****************************************************************
         COPY "GUESTCFG.PRC".
