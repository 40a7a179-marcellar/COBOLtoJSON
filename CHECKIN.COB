          ALTERNATE RECORD KEY IS VI-DATE OF VI-RECORD
              WITH DUPLICATES
          .
          SELECT OPTIONAL TTSUSP
          ASSIGN TO "SUSPEND.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SU-KEY OF SU-RECORD
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
          SELECT OPTIONAL DENIED-ENTRY-FILE ASSIGN TO "DENIED.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
       FILE SECTION.
       COPY "TTPLAYER.FD".
       COPY "TTVISIT.FD".
       COPY "TTSUSP.FD".
       COPY "TTCARD.FD".
       COPY "TTLOC.FD".
       COPY "TTGUEST.FD".
       COPY "GUESTCFG.FD".
       COPY "DENYLOG.FD".
       COPY "AUDITLOG.FD".

      *****************************************************************
             WHEN SET TO FALSE IS              0.
          88 NO-MORE-RECORDS             VALUE 1
             WHEN SET TO FALSE IS              0.
        01 SUSPEND-FLAG         PIC X.
          88 NO-MORE-SUSPENSIONS         VALUE 1
             WHEN SET TO FALSE IS              0.
        01 VISIT-FLAG           PIC X.
          88 NO-MORE-VISITS              VALUE 1
             WHEN SET TO FALSE IS              0.
        01 GUEST-FLAG           PIC X.
          88 NO-MORE-GUESTS              VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "CARDHIST.WS".
       COPY "GUESTCFG.WS".

        01 WS-PLAYER-FLAG                PIC X(01).
          88 WS-PLAYER-FOUND             VALUE "Y".

        01 WS-CARD-INPUT                 PIC X(06).
        01 WS-LOCATION                   PIC X(04).
        01 WS-LOCATION-STATUS            PIC X(01).
          88 WS-LOCATION-KNOWN           VALUE "Y".
          88 WS-LOCATION-UNKNOWN         VALUE "N".
        01 WS-LOC-MAX-OCC                PIC 9(05).
        01 WS-LOC-OCCUPANCY              PIC S9(08).
        01 WS-LOC-OCC-DISPLAY            PIC -ZZZZZZ9.
        01 WS-OCC-DATE                   PIC 9(08).
        01 WS-DIRECTION                  PIC X(01).
          88 WS-DESK-MODE-IN             VALUE "I".
          88 WS-DESK-MODE-OUT            VALUE "O".
           05 WS-TIME-HHMMSS             PIC 9(06).
           05 FILLER                     PIC 9(02).

        01 WS-TODAY-DATE                 PIC 9(08).

        01 WS-ADMIT-FLAG                 PIC X(01).
          88 WS-ENTRY-ALLOWED            VALUE "Y".
          88 WS-ENTRY-REFUSED            VALUE "N".
        01 WS-DENY-CODE                  PIC X(02).
        01 WS-DENY-REASON                PIC X(50).

        01 WS-SUPV-ID                    PIC X(08).
        01 WS-SUPV-STATUS                PIC X(01).
          88 WS-SUPV-VALID               VALUE "Y".
          88 WS-SUPV-INVALID             VALUE "N".

        01 WS-SPONSOR-STATUS             PIC X(01).
          88 WS-SPONSOR-CURRENT          VALUE "C".
          88 WS-SPONSOR-LAPSED           VALUE "L".
        01 WS-GUEST-LNAME                PIC X(15).
        01 WS-GUEST-FNAME                PIC X(15).
        01 WS-GUEST-ANSWER               PIC X(01).
        01 WS-GUEST-ADMIT                PIC X(01).
          88 WS-GUEST-ADMITTED           VALUE "Y".
          88 WS-GUEST-NOT-ADMITTED       VALUE "N".
        01 WS-GUEST-WRITE-STATUS         PIC X(01).
          88 WS-GUEST-WRITTEN            VALUE "Y".
          88 WS-GUEST-NOT-WRITTEN        VALUE "N".
        01 WS-GUEST-USED                 PIC 9(04).
        01 WS-MONTH-START                PIC 9(08).
        01 FILLER REDEFINES WS-MONTH-START.
           05 WS-MONTH-START-YYYYMM      PIC 9(06).
           05 WS-MONTH-START-DD          PIC 9(02).
        01 WS-GUEST-FEE-DISPLAY          PIC ZZ9.99.
        01 WS-GUEST-TOTAL-DISPLAY        PIC ZZZZZZ9.99.

        01 WS-CHECKIN-COUNT              PIC 9(08) VALUE 0.
        01 WS-NOTFOUND-COUNT             PIC 9(08) VALUE 0.
        01 WS-REFUSED-COUNT              PIC 9(08) VALUE 0.
        01 WS-OVERRIDE-COUNT             PIC 9(08) VALUE 0.
        01 WS-RETIRED-CARD-COUNT         PIC 9(08) VALUE 0.
        01 WS-CAPACITY-WARN-COUNT        PIC 9(08) VALUE 0.
        01 WS-GUEST-COUNT                PIC 9(08) VALUE 0.
        01 WS-GUEST-FEE-COUNT            PIC 9(08) VALUE 0.
        01 WS-GUEST-FEE-TOTAL            PIC 9(07)V99 VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM GET-CARD-NUMBER
         PERFORM UNTIL WS-CARD-INPUT = SPACES
             IF WS-CARD-INPUT = "G" OR "g"
                 PERFORM RECORD-GUEST-VISITS
             ELSE
                 PERFORM FIND-PLAYER-BY-CARD
                 IF WS-PLAYER-FOUND
                     PERFORM CHECK-ADMISSION
                     IF WS-ENTRY-ALLOWED
                         PERFORM WRITE-VISIT-RECORD
                     END-IF
                 ELSE
                     MOVE WS-CARD-INPUT TO CH-CARD-NO
                     PERFORM FIND-CARD-HISTORY
                     IF WS-CARD-IN-HISTORY
                        AND CH-STATUS-RETIRED
                         PERFORM REFUSE-RETIRED-CARD
                     ELSE
                         DISPLAY 'Card not on file: ' WS-CARD-INPUT
                         ADD 1 TO WS-NOTFOUND-COUNT
                     END-IF
                 END-IF
             END-IF
             PERFORM GET-CARD-NUMBER
         END-PERFORM

         OPEN INPUT TTPLAYER
         OPEN I-O TTVISIT
         OPEN INPUT TTSUSP
         OPEN INPUT TTCARD
         OPEN INPUT TTLOC
         OPEN I-O TTGUEST
         OPEN EXTEND DENIED-ENTRY-FILE
         OPEN EXTEND CENTRAL-AUDIT-FILE

         PERFORM GET-DESK-LOCATION

         DISPLAY 'Desk direction - check (I)n or check (O)ut [I]:'
         ACCEPT WS-DIRECTION
         IF NOT WS-DESK-MODE-OUT
             MOVE "I" TO WS-DIRECTION
         END-IF

         PERFORM READ-GUEST-CONFIG
         .

      *****************************************************************
       GET-DESK-LOCATION               SECTION.

      * The desk cannot sign on to a code that is not on the location
      * master, so a typing slip never reaches the visit file
           SET WS-LOCATION-UNKNOWN TO TRUE
           PERFORM UNTIL WS-LOCATION-KNOWN
               DISPLAY 'Enter location code for this desk '
                       '(blank to sign off):'
               MOVE SPACES TO WS-LOCATION
               ACCEPT WS-LOCATION
               IF WS-LOCATION = SPACES
                   DISPLAY 'No location entered, desk not signed on'
                   MOVE 8 TO RETURN-CODE
                   PERFORM FINALIZATION
               END-IF
               MOVE WS-LOCATION TO LO-CODE
               READ TTLOC
                   INVALID KEY
                       DISPLAY 'Unknown location code: ' WS-LOCATION
                   NOT INVALID KEY
                       IF LO-STATUS-CLOSED
                           DISPLAY 'Location is closed: ' WS-LOCATION
                                   ' ' LO-DESCRIPTION
                       ELSE
                           SET WS-LOCATION-KNOWN TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE LO-MAX-OCCUPANCY TO WS-LOC-MAX-OCC
           DISPLAY 'Desk at ' LO-DESCRIPTION ' ' LO-SITE
           DISPLAY 'Capacity ' LO-MAX-OCCUPANCY
                   ', open ' LO-OPEN-TIME ' to ' LO-CLOSE-TIME
           .

      *****************************************************************
       GET-CARD-NUMBER                 SECTION.

         DISPLAY 'Swipe or enter card number (G for a guest, '
                 'blank to end):'
         MOVE SPACES TO WS-CARD-INPUT
         ACCEPT WS-CARD-INPUT
         .
           END-IF
           .

      *****************************************************************
       CHECK-ADMISSION                 SECTION.

      * Only entries are checked, a member is never held at the desk
      * on the way out
           SET WS-ENTRY-ALLOWED TO TRUE
           MOVE SPACES TO WS-DENY-CODE
           MOVE SPACES TO WS-DENY-REASON
           MOVE SPACES TO WS-SUPV-ID
           IF WS-DESK-MODE-IN
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM CHECK-ACTIVE-SUSPENSION
               IF WS-ENTRY-ALLOWED
                   PERFORM CHECK-PASS-CURRENT
               END-IF
           END-IF

           IF WS-ENTRY-REFUSED
               DISPLAY '*** ENTRY REFUSED: ' PL-FNAME ' ' PL-LNAME
               DISPLAY '*** REASON: ' WS-DENY-REASON
               PERFORM GET-SUPERVISOR-OVERRIDE
               IF WS-SUPV-VALID
                   SET WS-ENTRY-ALLOWED TO TRUE
                   ADD 1 TO WS-OVERRIDE-COUNT
                   DISPLAY 'Entry allowed on override by ' WS-SUPV-ID
                   PERFORM LOG-ENTRY-OVERRIDE
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM LOG-ENTRY-REFUSED
               END-IF
               PERFORM WRITE-DENIED-ENTRY
           END-IF
           .

      *****************************************************************
       CHECK-ACTIVE-SUSPENSION         SECTION.

      * A suspension counts from its start date through its end
      * date unless it has been lifted
           INITIALIZE SU-RECORD
           MOVE PL-ID   TO SU-PLAYER-ID
           MOVE ZEROES  TO SU-START-DATE
           PERFORM TTSUSP-START
           PERFORM
              UNTIL NO-MORE-SUSPENSIONS
                 OR SU-PLAYER-ID NOT = PL-ID
                 OR SU-START-DATE > WS-TODAY-DATE
                 OR WS-ENTRY-REFUSED
               IF SU-STATUS-ACTIVE
                  AND SU-END-DATE >= WS-TODAY-DATE
                   SET WS-ENTRY-REFUSED TO TRUE
                   MOVE "SU" TO WS-DENY-CODE
                   STRING
                       "SUSPENDED - "       DELIMITED BY SIZE
                       SU-REASON            DELIMITED BY SIZE
                       INTO WS-DENY-REASON
                   END-STRING
                   DISPLAY '*** Suspended from ' SU-START-DATE
                           ' to ' SU-END-DATE
                           ', entered by ' SU-ENTERED-BY
               ELSE
                   PERFORM TTSUSP-READ-NEXT
               END-IF
           END-PERFORM
           .

      *****************************************************************
       CHECK-PASS-CURRENT              SECTION.

           IF PL-PCS-PAS-DATE NOT NUMERIC
              OR PL-PCS-PAS-DATE < WS-TODAY-DATE
               SET WS-ENTRY-REFUSED TO TRUE
               MOVE "LP" TO WS-DENY-CODE
               STRING
                   "PASS LAPSED - EXPIRED " DELIMITED BY SIZE
                   PL-PCS-PAS-DATE          DELIMITED BY SIZE
                   INTO WS-DENY-REASON
               END-STRING
           END-IF
           .

      *****************************************************************
       GET-SUPERVISOR-OVERRIDE         SECTION.

      * Only an operator carrying the SUPV level on OPERATOR.DAT
      * can let a refused member in
           SET WS-SUPV-INVALID TO TRUE
           DISPLAY 'Supervisor override - enter SUPV operator ID '
                   '(blank to refuse entry):'
           MOVE SPACES TO WS-SUPV-ID
           ACCEPT WS-SUPV-ID
           IF WS-SUPV-ID NOT = SPACES
               SET NO-MORE-OPERATORS TO FALSE
               OPEN INPUT OPERATOR-FILE
               PERFORM READ-NEXT-OPERATOR
               PERFORM UNTIL NO-MORE-OPERATORS
                   IF OP-ID = WS-SUPV-ID
                       IF OP-LEVEL-SUPERVISOR
                           SET WS-SUPV-VALID TO TRUE
                       END-IF
                       SET NO-MORE-OPERATORS TO TRUE
                   ELSE
                       PERFORM READ-NEXT-OPERATOR
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SUPV-INVALID
                   DISPLAY 'Not a supervisor operator: ' WS-SUPV-ID
               END-IF
           END-IF
           .

      *****************************************************************
       REFUSE-RETIRED-CARD             SECTION.

      * A lost or stolen card may be in the wrong hands, so there is
      * no override: the member must present the current card
           PERFORM DESCRIBE-CARD-REASON
           MOVE CH-PLAYER-ID TO PL-ID
           READ TTPLAYER
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO PL-NAME
                   MOVE SPACES TO PL-CARD-NO
           END-READ

           DISPLAY '*** RETIRED CARD ' WS-CARD-INPUT ': '
                   WS-CARD-REASON-TEXT ' ON ' CH-RETIRE-DATE
           DISPLAY '*** Card belonged to ' PL-ID ' '
                   PL-FNAME ' ' PL-LNAME
           DISPLAY '*** Current card is ' PL-CARD-NO
                   ', entry refused'

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           SET WS-SUPV-INVALID TO TRUE
           MOVE SPACES TO WS-SUPV-ID
           MOVE "RC" TO WS-DENY-CODE
           MOVE SPACES TO WS-DENY-REASON
           STRING
               "RETIRED CARD - "    DELIMITED BY SIZE
               WS-CARD-REASON-TEXT  DELIMITED BY SPACE
               " "                  DELIMITED BY SIZE
               CH-RETIRE-DATE       DELIMITED BY SIZE
               " NOW "              DELIMITED BY SIZE
               PL-CARD-NO           DELIMITED BY SIZE
               INTO WS-DENY-REASON
           END-STRING

           ADD 1 TO WS-RETIRED-CARD-COUNT
           PERFORM LOG-RETIRED-CARD
           PERFORM WRITE-DENIED-ENTRY
           .

      *****************************************************************
       LOG-RETIRED-CARD                SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "RETIRED CARD  ID="  DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  CARD="            DELIMITED BY SIZE
               WS-CARD-INPUT        DELIMITED BY SIZE
               "  LOCATION="        DELIMITED BY SIZE
               WS-LOCATION          DELIMITED BY SIZE
               "  REASON="          DELIMITED BY SIZE
               WS-DENY-REASON       DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       WRITE-DENIED-ENTRY              SECTION.

           MOVE SPACES         TO DN-RECORD
           MOVE WS-TODAY-DATE  TO DN-DATE
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-HHMMSS TO DN-TIME
           MOVE WS-LOCATION    TO DN-LOCATION
           MOVE PL-ID          TO DN-PLAYER-ID
           MOVE WS-CARD-INPUT  TO DN-CARD-NO
           MOVE WS-DENY-CODE   TO DN-REASON-CODE
           MOVE WS-DENY-REASON TO DN-REASON-TEXT
           MOVE WS-OPERATOR-ID TO DN-OPERATOR
           IF WS-SUPV-VALID
               SET DN-OVERRIDDEN TO TRUE
               MOVE WS-SUPV-ID TO DN-SUPERVISOR
           ELSE
               SET DN-REFUSED TO TRUE
           END-IF
           WRITE DN-RECORD
           .

      *****************************************************************
       LOG-ENTRY-REFUSED               SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "ENTRY REFUSED  ID="  DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  CARD="            DELIMITED BY SIZE
               PL-CARD-NO           DELIMITED BY SIZE
               "  LOCATION="        DELIMITED BY SIZE
               WS-LOCATION          DELIMITED BY SIZE
               "  REASON="          DELIMITED BY SIZE
               WS-DENY-REASON       DELIMITED BY SIZE
               "  OVERRIDE TRIED BY=" DELIMITED BY SIZE
               WS-SUPV-ID           DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       LOG-ENTRY-OVERRIDE              SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "ENTRY OVERRIDE  ID=" DELIMITED BY SIZE
               PL-ID                DELIMITED BY SIZE
               "  CARD="            DELIMITED BY SIZE
               PL-CARD-NO           DELIMITED BY SIZE
               "  LOCATION="        DELIMITED BY SIZE
               WS-LOCATION          DELIMITED BY SIZE
               "  REASON="          DELIMITED BY SIZE
               WS-DENY-REASON       DELIMITED BY SIZE
               "  SUPERVISOR="      DELIMITED BY SIZE
               WS-SUPV-ID           DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       WRITE-VISIT-RECORD              SECTION.

                       DISPLAY 'Checked in: ' PL-FNAME ' ' PL-LNAME
                   END-IF
                   PERFORM LOG-SWIPE
                   IF WS-DESK-MODE-IN
                       PERFORM CHECK-LOCATION-OCCUPANCY
                   END-IF
           END-WRITE
           .

      *****************************************************************
       CHECK-LOCATION-OCCUPANCY        SECTION.

      * Everyone swiped in at this location today and not yet swiped
      * out is counted as inside
           MOVE VI-DATE TO WS-OCC-DATE
           MOVE 0 TO WS-LOC-OCCUPANCY
           INITIALIZE VI-RECORD
           MOVE WS-OCC-DATE TO VI-DATE
           PERFORM TTVISIT1-START
           PERFORM
              UNTIL NO-MORE-VISITS
                 OR VI-DATE NOT = WS-OCC-DATE
               IF VI-LOCATION = WS-LOCATION
                   IF VI-DIRECTION-OUT
                       SUBTRACT 1 FROM WS-LOC-OCCUPANCY
                   ELSE
                       ADD 1 TO WS-LOC-OCCUPANCY
                   END-IF
               END-IF
               PERFORM TTVISIT1-READ-NEXT
           END-PERFORM

           IF WS-LOC-MAX-OCC > 0
              AND WS-LOC-OCCUPANCY >= WS-LOC-MAX-OCC
               MOVE WS-LOC-OCCUPANCY TO WS-LOC-OCC-DISPLAY
               DISPLAY '*** CAPACITY REACHED AT ' WS-LOCATION ': '
                       WS-LOC-OCC-DISPLAY ' INSIDE, LIMIT '
                       WS-LOC-MAX-OCC
               ADD 1 TO WS-CAPACITY-WARN-COUNT
               PERFORM LOG-CAPACITY-WARNING
           END-IF
           .

      *****************************************************************
       LOG-CAPACITY-WARNING            SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "CAPACITY WARNING  LOCATION=" DELIMITED BY SIZE
               WS-LOCATION          DELIMITED BY SIZE
               "  INSIDE="          DELIMITED BY SIZE
               WS-LOC-OCC-DISPLAY   DELIMITED BY SIZE
               "  LIMIT="           DELIMITED BY SIZE
               WS-LOC-MAX-OCC       DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       LOG-SWIPE                       SECTION.

           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       RECORD-GUEST-VISITS             SECTION.

      * Guests come in on a sponsoring member's card; the desk keys
      * each guest by name and the sponsor's monthly allowance
      * decides whether a fee is taken
           IF WS-DESK-MODE-OUT
               DISPLAY 'Guests are signed in at a check-in desk only'
           ELSE
               DISPLAY 'Swipe or enter sponsor card number '
                       '(blank to cancel):'
               MOVE SPACES TO WS-CARD-INPUT
               ACCEPT WS-CARD-INPUT
               IF WS-CARD-INPUT NOT = SPACES
                   PERFORM FIND-PLAYER-BY-CARD
                   IF WS-PLAYER-FOUND
                       PERFORM CHECK-SPONSOR-SUSPENSION
                       IF WS-ENTRY-ALLOWED
                           PERFORM CHECK-SPONSOR-STANDING
                           PERFORM GET-GUEST-NAME
                           PERFORM UNTIL WS-GUEST-LNAME = SPACES
                               PERFORM ADMIT-ONE-GUEST
                               PERFORM GET-GUEST-NAME
                           END-PERFORM
                       ELSE
                           DISPLAY 'No guests signed in on card '
                                   WS-CARD-INPUT
                       END-IF
                   ELSE
                       DISPLAY 'Sponsor card not on file: '
                               WS-CARD-INPUT
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
       CHECK-SPONSOR-SUSPENSION        SECTION.

      * A suspended member may not bring guests in either; the desk
      * gets the same refusal and supervisor override as at entry
           SET WS-ENTRY-ALLOWED TO TRUE
           MOVE SPACES TO WS-DENY-CODE
           MOVE SPACES TO WS-DENY-REASON
           MOVE SPACES TO WS-SUPV-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-ACTIVE-SUSPENSION

           IF WS-ENTRY-REFUSED
               DISPLAY '*** GUEST SPONSOR REFUSED: ' PL-FNAME ' '
                       PL-LNAME
               DISPLAY '*** REASON: ' WS-DENY-REASON
               PERFORM GET-SUPERVISOR-OVERRIDE
               IF WS-SUPV-VALID
                   SET WS-ENTRY-ALLOWED TO TRUE
                   ADD 1 TO WS-OVERRIDE-COUNT
                   DISPLAY 'Guests allowed on override by ' WS-SUPV-ID
                   PERFORM LOG-ENTRY-OVERRIDE
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM LOG-ENTRY-REFUSED
               END-IF
               PERFORM WRITE-DENIED-ENTRY
           END-IF
           .

      *****************************************************************
       CHECK-SPONSOR-STANDING          SECTION.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MONTH-START-DD

           SET WS-SPONSOR-CURRENT TO TRUE
           IF PL-PCS-PAS-DATE NOT NUMERIC
              OR PL-PCS-PAS-DATE < WS-TODAY-DATE
               SET WS-SPONSOR-LAPSED TO TRUE
           END-IF

           PERFORM FIND-GUEST-ALLOWANCE
           DISPLAY 'Sponsor ' PL-FNAME ' ' PL-LNAME
                   ', guest allowance ' WS-GUEST-ALLOWANCE
                   ' a month'
           IF WS-SPONSOR-LAPSED
               DISPLAY '*** SPONSOR PASS LAPSED - EXPIRED '
                       PL-PCS-PAS-DATE
           END-IF
           .

      *****************************************************************
       GET-GUEST-NAME                  SECTION.

      * Names are held in capitals so the same guest keyed at two
      * desks still groups together on the name key

           DISPLAY 'Guest surname (blank when all guests entered):'
           MOVE SPACES TO WS-GUEST-LNAME
           ACCEPT WS-GUEST-LNAME
           MOVE SPACES TO WS-GUEST-FNAME
           IF WS-GUEST-LNAME NOT = SPACES
               DISPLAY 'Guest first name:'
               ACCEPT WS-GUEST-FNAME
               MOVE FUNCTION UPPER-CASE(WS-GUEST-LNAME)
                                    TO WS-GUEST-LNAME
               MOVE FUNCTION UPPER-CASE(WS-GUEST-FNAME)
                                    TO WS-GUEST-FNAME
           END-IF
           .

      *****************************************************************
       ADMIT-ONE-GUEST                 SECTION.

      * A lapsed sponsor has no allowance, so the desk must confirm
      * the guest and every such guest pays the fee
           SET WS-GUEST-ADMITTED TO TRUE
           IF WS-SPONSOR-LAPSED
               DISPLAY 'Sponsor pass has lapsed - record guest '
                       'anyway (Y/N)?'
               MOVE SPACES TO WS-GUEST-ANSWER
               ACCEPT WS-GUEST-ANSWER
               IF WS-GUEST-ANSWER NOT = "Y" AND "y"
                   SET WS-GUEST-NOT-ADMITTED TO TRUE
                   DISPLAY 'Guest not recorded: ' WS-GUEST-FNAME
                           ' ' WS-GUEST-LNAME
               END-IF
           END-IF

           IF WS-GUEST-ADMITTED
               PERFORM COUNT-SPONSOR-GUESTS
               MOVE SPACES TO GV-RECORD
               IF WS-SPONSOR-CURRENT
                  AND WS-GUEST-USED < WS-GUEST-ALLOWANCE
                   SET GV-WITHIN-ALLOWANCE TO TRUE
                   MOVE 0 TO GV-FEE
                   ADD 1 TO WS-GUEST-USED
                   DISPLAY 'Guest within allowance, ' WS-GUEST-USED
                           ' of ' WS-GUEST-ALLOWANCE ' this month'
               ELSE
                   SET GV-FEE-CHARGED TO TRUE
                   MOVE WS-GUEST-FEE-AMOUNT TO GV-FEE
                   MOVE WS-GUEST-FEE-AMOUNT TO WS-GUEST-FEE-DISPLAY
                   IF WS-SPONSOR-CURRENT
                       DISPLAY '*** GUEST ALLOWANCE USED UP, '
                               WS-GUEST-USED ' OF '
                               WS-GUEST-ALLOWANCE ' THIS MONTH'
                   END-IF
                   DISPLAY '*** COLLECT GUEST FEE ' WS-GUEST-FEE-DISPLAY
               END-IF
               PERFORM WRITE-GUEST-VISIT
           END-IF
           .

      *****************************************************************
       COUNT-SPONSOR-GUESTS            SECTION.

      * Only guests taken against the allowance use it up; fee-paying
      * guests do not
           MOVE 0 TO WS-GUEST-USED
           INITIALIZE GV-RECORD
           MOVE PL-ID          TO GV-SPONSOR-ID
           MOVE WS-MONTH-START TO GV-DATE
           PERFORM TTGUEST-START
           PERFORM
              UNTIL NO-MORE-GUESTS
                 OR GV-SPONSOR-ID NOT = PL-ID
                 OR GV-DATE > WS-TODAY-DATE
               IF GV-WITHIN-ALLOWANCE
                   ADD 1 TO WS-GUEST-USED
               END-IF
               PERFORM TTGUEST-READ-NEXT
           END-PERFORM
           .

      *****************************************************************
       WRITE-GUEST-VISIT               SECTION.

      * Several guests with one sponsor in the same second are kept
      * apart by the sequence number on the key
           MOVE PL-ID            TO GV-SPONSOR-ID
           MOVE WS-TODAY-DATE    TO GV-DATE
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-HHMMSS   TO GV-TIME
           MOVE 0                TO GV-SEQ
           MOVE WS-GUEST-LNAME   TO GV-GUEST-LNAME
           MOVE WS-GUEST-FNAME   TO GV-GUEST-FNAME
           MOVE WS-LOCATION      TO GV-LOCATION
           MOVE WS-SPONSOR-STATUS TO GV-SPONSOR-STATUS
           MOVE WS-OPERATOR-ID   TO GV-OPERATOR

           SET WS-GUEST-NOT-WRITTEN TO TRUE
           PERFORM UNTIL WS-GUEST-WRITTEN
                      OR GV-SEQ = 99
               WRITE GV-RECORD
                   INVALID KEY
                       ADD 1 TO GV-SEQ
                   NOT INVALID KEY
                       SET WS-GUEST-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM

           IF WS-GUEST-WRITTEN
               ADD 1 TO WS-GUEST-COUNT
               IF GV-FEE-CHARGED
                   ADD 1 TO WS-GUEST-FEE-COUNT
                   ADD GV-FEE TO WS-GUEST-FEE-TOTAL
               END-IF
               DISPLAY 'Guest recorded: ' GV-GUEST-FNAME ' '
                       GV-GUEST-LNAME
               PERFORM LOG-GUEST-VISIT
           ELSE
               DISPLAY 'Guest visit could not be recorded: '
                       GV-GUEST-FNAME ' ' GV-GUEST-LNAME
           END-IF
           .

      *****************************************************************
       LOG-GUEST-VISIT                 SECTION.

           MOVE GV-FEE TO WS-GUEST-FEE-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "GUEST  SPONSOR="    DELIMITED BY SIZE
               GV-SPONSOR-ID        DELIMITED BY SIZE
               "  GUEST="           DELIMITED BY SIZE
               GV-GUEST-LNAME       DELIMITED BY "  "
               ","                  DELIMITED BY SIZE
               GV-GUEST-FNAME       DELIMITED BY "  "
               "  LOCATION="        DELIMITED BY SIZE
               GV-LOCATION          DELIMITED BY SIZE
               "  CHARGE="          DELIMITED BY SIZE
               GV-CHARGE-TYPE       DELIMITED BY SIZE
               "  FEE="             DELIMITED BY SIZE
               WS-GUEST-FEE-DISPLAY DELIMITED BY SIZE
               "  SPONSOR PASS="    DELIMITED BY SIZE
               GV-SPONSOR-STATUS    DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE TTPLAYER
         CLOSE TTVISIT
         CLOSE TTSUSP
         CLOSE TTCARD
         CLOSE TTLOC
         CLOSE TTGUEST
         CLOSE DENIED-ENTRY-FILE
         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "SWIPES RECORDED:      " WS-CHECKIN-COUNT
         DISPLAY "CARDS NOT ON FILE:    " WS-NOTFOUND-COUNT
         DISPLAY "ENTRIES REFUSED:      " WS-REFUSED-COUNT
         DISPLAY "SUPERVISOR OVERRIDES: " WS-OVERRIDE-COUNT
         DISPLAY "RETIRED CARDS SWIPED: " WS-RETIRED-CARD-COUNT
         DISPLAY "CAPACITY WARNINGS:    " WS-CAPACITY-WARN-COUNT
         MOVE WS-GUEST-FEE-TOTAL TO WS-GUEST-TOTAL-DISPLAY
         DISPLAY "GUESTS RECORDED:      " WS-GUEST-COUNT
         DISPLAY "GUEST FEES CHARGED:   " WS-GUEST-FEE-COUNT
                 "  " WS-GUEST-TOTAL-DISPLAY
         STOP RUN
          .

      *****************************************************************
         COPY "TTPLAYER.IO".
      *****************************************************************
         COPY "TTSUSP.IO".
      *****************************************************************
         COPY "TTVISIT.IO".
      *****************************************************************
         COPY "TTGUEST.IO".
      *****************************************************************
         COPY "CARDHIST.PRC".
      *****************************************************************
         COPY "GUESTCFG.PRC".
      *****************************************************************
         COPY "AUDITLOG.PRC".
