       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMFEED.

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
          SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO "PLSNAP.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SNAPSHOT-NEW-FILE ASSIGN TO "PLSNAP.NEW"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL FEED-CONTROL-FILE ASSIGN TO "CRMFEED.CTL"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PRINT-FILE ASSIGN TO "CRMFEED.JSON"
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
       FD  SNAPSHOT-FILE.
        01  SN-RECORD.
            05  SN-ID                      PIC 9(10).
            05  SN-LNAME                   PIC X(15).
            05  SN-FNAME                   PIC X(15).
            05  SN-ADDR1                   PIC X(40).
            05  SN-CITY                    PIC X(15).
            05  SN-STATE                   PIC X(02).
            05  SN-ZIP                     PIC 9(05).
            05  SN-EMPLOYEE                PIC X(01).
            05  SN-VIP                     PIC X(01).
            05  SN-TIER                    PIC X(01).
            05  FILLER                     PIC X(02).
            05  SN-CARD-NO                 PIC X(06).
            05  SN-BDAY                    PIC 9(02).
            05  SN-BMONTH                  PIC 9(02).
            05  SN-BYEAR                   PIC 9(02).
            05  SN-PCS-PAS-DATE            PIC 9(08).
            05  SN-BYEAR4                  PIC 9(04).
            05  SN-HOUSEHOLD-ID            PIC 9(08).
            05  FILLER                     PIC X(01).
       FD  SNAPSHOT-NEW-FILE.
        01  SNN-RECORD                     PIC X(140).
       FD  FEED-CONTROL-FILE.
        01  CF-RECORD.
            05  CF-LAST-SEQUENCE           PIC 9(08).
            05  CF-STATUS                  PIC X(01).
                88  CF-STATUS-COMPLETE         VALUE "C".
                88  CF-STATUS-RUNNING          VALUE "R".
                88  CF-STATUS-PROMOTING        VALUE "P".
            05  CF-RUN-SEQUENCE            PIC 9(08).
            05  CF-RUN-DATE                PIC 9(08).
       FD  PRINT-FILE.
        01  PRINT-LINE                     PIC X(1000).
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
        01 SNAPSHOT-FLAG        PIC X.
          88 NO-MORE-SNAPSHOT            VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-LAST-SEQUENCE              PIC 9(08) VALUE 0.
        01 WS-FEED-SEQUENCE              PIC 9(08) VALUE 0.
        01 WS-FEED-PHASE                 PIC X(01).
          88 WS-FEED-EXTRACT             VALUE "E".
          88 WS-FEED-PROMOTE-ONLY        VALUE "P".
        01 WS-CONTROL-STATUS             PIC X(01) VALUE "C".
          88 WS-CONTROL-COMPLETE         VALUE "C".
          88 WS-CONTROL-RUNNING          VALUE "R".
          88 WS-CONTROL-PROMOTING        VALUE "P".
        01 WS-CONTROL-RUN-SEQUENCE       PIC 9(08) VALUE 0.

        01 WS-CHANGE-COUNT               PIC 9(02) VALUE 0.
        01 WS-CHANGE-IDX                 PIC 9(02) VALUE 0.
        01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY            OCCURS 13 TIMES.
              10 WS-CHG-NAME             PIC X(20).
              10 WS-CHG-BEFORE           PIC X(50).
              10 WS-CHG-AFTER            PIC X(50).
        01 WS-CHANGE-NAME                PIC X(20).
        01 WS-CHANGE-BEFORE              PIC X(50).
        01 WS-CHANGE-AFTER               PIC X(50).
        01 WS-FLAG-CODE                  PIC X(01).
        01 WS-FLAG-TEXT                  PIC X(06).

        01 WS-COUNT-EDIT                 PIC Z(07)9.
        01 WS-COUNT-VALUE                PIC 9(08).
        01 WS-LEAD-SPACES                PIC 9(02).
        01 WS-RECORD-TYPE                PIC X(01).

        01 WS-PLAYERS-READ               PIC 9(08) VALUE 0.
        01 WS-SNAPSHOT-READ              PIC 9(08) VALUE 0.
        01 WS-ADDED-COUNT                PIC 9(08) VALUE 0.
        01 WS-CHANGED-COUNT              PIC 9(08) VALUE 0.
        01 WS-DELETED-COUNT              PIC 9(08) VALUE 0.
        01 WS-FEED-RECORDS               PIC 9(08) VALUE 0.
        01 WS-PROMOTED-COUNT             PIC 9(08) VALUE 0.
      *****************************************************************
       COPY "JSONREC.WS".
      *****************************************************************
       PROCEDURE DIVISION.

         PERFORM INITIALIZATION

         IF WS-FEED-EXTRACT
             PERFORM EXTRACT-PLAYER-CHANGES
             SET WS-CONTROL-PROMOTING TO TRUE
             PERFORM WRITE-FEED-CONTROL
         END-IF
         PERFORM PROMOTE-SNAPSHOT
         SET WS-CONTROL-COMPLETE TO TRUE
         MOVE WS-FEED-SEQUENCE TO WS-LAST-SEQUENCE
         PERFORM WRITE-FEED-CONTROL
         PERFORM LOG-FEED-WRITTEN

         MOVE WS-PLAYERS-READ TO WS-RUN-RECORDS-READ
         MOVE WS-FEED-RECORDS TO WS-RUN-RECORDS-WRITTEN
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "CRMFEED" TO WS-STAMP-PROGRAM
         MOVE "PLFIL.DAT" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN EXTEND CENTRAL-AUDIT-FILE

         PERFORM READ-FEED-CONTROL
         .

      *****************************************************************
       READ-FEED-CONTROL               SECTION.

      * The sequence number is only spent once the snapshot has been
      * promoted, so a run that fails while extracting is rerun under
      * the same number and the CRM never sees a gap; a run that
      * failed while promoting has already written its feed and only
      * finishes the promotion
           OPEN INPUT FEED-CONTROL-FILE
           READ FEED-CONTROL-FILE
               AT END
                   DISPLAY 'No CRMFEED.CTL, starting at sequence 1'
               NOT AT END
                   IF CF-LAST-SEQUENCE IS NUMERIC
                       MOVE CF-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                   END-IF
                   MOVE CF-STATUS TO WS-CONTROL-STATUS
                   IF CF-RUN-SEQUENCE IS NUMERIC
                       MOVE CF-RUN-SEQUENCE TO WS-CONTROL-RUN-SEQUENCE
                   END-IF
           END-READ
           CLOSE FEED-CONTROL-FILE

           EVALUATE TRUE
               WHEN WS-CONTROL-PROMOTING
                   SET WS-FEED-PROMOTE-ONLY TO TRUE
                   MOVE WS-CONTROL-RUN-SEQUENCE TO WS-FEED-SEQUENCE
                   DISPLAY 'Feed ' WS-FEED-SEQUENCE
                           ' already written, finishing snapshot'
               WHEN WS-CONTROL-RUNNING
                   SET WS-FEED-EXTRACT TO TRUE
                   MOVE WS-CONTROL-RUN-SEQUENCE TO WS-FEED-SEQUENCE
                   DISPLAY 'Restarting feed ' WS-FEED-SEQUENCE
               WHEN OTHER
                   SET WS-FEED-EXTRACT TO TRUE
                   COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1
                   DISPLAY 'Writing feed ' WS-FEED-SEQUENCE
           END-EVALUATE

           IF WS-FEED-EXTRACT
               SET WS-CONTROL-RUNNING TO TRUE
               PERFORM WRITE-FEED-CONTROL
           END-IF
           .

      *****************************************************************
       WRITE-FEED-CONTROL              SECTION.

           OPEN OUTPUT FEED-CONTROL-FILE
           MOVE WS-LAST-SEQUENCE  TO CF-LAST-SEQUENCE
           MOVE WS-CONTROL-STATUS TO CF-STATUS
           MOVE WS-FEED-SEQUENCE  TO CF-RUN-SEQUENCE
           MOVE WS-RUN-BUSDATE    TO CF-RUN-DATE
           WRITE CF-RECORD
           CLOSE FEED-CONTROL-FILE
           .

      *****************************************************************
       EXTRACT-PLAYER-CHANGES          SECTION.

      * Both files are in PL-ID order, so one matched pass finds the
      * adds, changes and deletes; the new snapshot is written from
      * the master as it goes
           OPEN INPUT TTPLAYER
           OPEN INPUT SNAPSHOT-FILE
           OPEN OUTPUT SNAPSHOT-NEW-FILE
           OPEN OUTPUT PRINT-FILE

           SET FL-FIRST-RECORD-YES  TO TRUE
           INITIALIZE WS-STRING
           PERFORM WRITE-STARTING-STRING
           PERFORM WRITE-FEED-HEADER

           INITIALIZE PL-RECORD
           MOVE ZEROES TO PL-ID
           PERFORM TTPLAYER-START
           SET NO-MORE-SNAPSHOT TO FALSE
           PERFORM READ-NEXT-SNAPSHOT

           PERFORM
              UNTIL NO-MORE-RECORDS
                AND NO-MORE-SNAPSHOT
               EVALUATE TRUE
                   WHEN NO-MORE-SNAPSHOT
                       PERFORM WRITE-ADDED-PLAYER
                       PERFORM READ-NEXT-PLAYER
                   WHEN NO-MORE-RECORDS
                       PERFORM WRITE-DELETED-PLAYER
                       PERFORM READ-NEXT-SNAPSHOT
                   WHEN PL-ID < SN-ID
                       PERFORM WRITE-ADDED-PLAYER
                       PERFORM READ-NEXT-PLAYER
                   WHEN PL-ID > SN-ID
                       PERFORM WRITE-DELETED-PLAYER
                       PERFORM READ-NEXT-SNAPSHOT
                   WHEN OTHER
                       IF PL-RECORD NOT = SN-RECORD
                           PERFORM COMPARE-PLAYER-FIELDS
                           IF WS-CHANGE-COUNT > 0
                               PERFORM WRITE-CHANGED-PLAYER
                           END-IF
                       END-IF
                       PERFORM READ-NEXT-PLAYER
                       PERFORM READ-NEXT-SNAPSHOT
               END-EVALUATE
           END-PERFORM

           PERFORM WRITE-FEED-TRAILER
           PERFORM WRITE-ENDING-STRING

           CLOSE TTPLAYER
           CLOSE SNAPSHOT-FILE
           CLOSE SNAPSHOT-NEW-FILE
           CLOSE PRINT-FILE
           .

      *****************************************************************
       READ-NEXT-PLAYER                SECTION.

           MOVE PL-RECORD TO SNN-RECORD
           WRITE SNN-RECORD
           ADD 1 TO WS-PLAYERS-READ
           PERFORM TTPLAYER-READ-NEXT
           .

      *****************************************************************
       READ-NEXT-SNAPSHOT              SECTION.

           READ SNAPSHOT-FILE
               AT END
                   SET NO-MORE-SNAPSHOT TO TRUE
               NOT AT END
                   ADD 1 TO WS-SNAPSHOT-READ
           END-READ
           .

      *****************************************************************
       COMPARE-PLAYER-FIELDS           SECTION.

      * Only the fields the CRM holds are compared; a change confined
      * to internal bytes of the record sends nothing
           MOVE 0 TO WS-CHANGE-COUNT

           IF PL-LNAME NOT = SN-LNAME
               MOVE C-LAST-NAME       TO WS-CHANGE-NAME
               MOVE SN-LNAME          TO WS-CHANGE-BEFORE
               MOVE PL-LNAME          TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-FNAME NOT = SN-FNAME
               MOVE C-FIRST-NAME      TO WS-CHANGE-NAME
               MOVE SN-FNAME          TO WS-CHANGE-BEFORE
               MOVE PL-FNAME          TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-ADDR1 NOT = SN-ADDR1
               MOVE C-ADDRESS-LINE1   TO WS-CHANGE-NAME
               MOVE SN-ADDR1          TO WS-CHANGE-BEFORE
               MOVE PL-ADDR1          TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-CITY NOT = SN-CITY
               MOVE C-CITY            TO WS-CHANGE-NAME
               MOVE SN-CITY           TO WS-CHANGE-BEFORE
               MOVE PL-CITY           TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-STATE NOT = SN-STATE
               MOVE C-STATE           TO WS-CHANGE-NAME
               MOVE SN-STATE          TO WS-CHANGE-BEFORE
               MOVE PL-STATE          TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-ZIP NOT = SN-ZIP
               MOVE C-POSTCODE        TO WS-CHANGE-NAME
               MOVE SN-ZIP            TO WS-CHANGE-BEFORE
               MOVE PL-ZIP            TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-EMPLOYEE NOT = SN-EMPLOYEE
               MOVE C-EMPLOYEE        TO WS-CHANGE-NAME
               MOVE SN-EMPLOYEE       TO WS-FLAG-CODE
               PERFORM DESCRIBE-YES-NO
               MOVE WS-FLAG-TEXT      TO WS-CHANGE-BEFORE
               MOVE PL-EMPLOYEE       TO WS-FLAG-CODE
               PERFORM DESCRIBE-YES-NO
               MOVE WS-FLAG-TEXT      TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-VIP NOT = SN-VIP
               MOVE C-VIP             TO WS-CHANGE-NAME
               MOVE SN-VIP            TO WS-FLAG-CODE
               PERFORM DESCRIBE-YES-NO
               MOVE WS-FLAG-TEXT      TO WS-CHANGE-BEFORE
               MOVE PL-VIP            TO WS-FLAG-CODE
               PERFORM DESCRIBE-YES-NO
               MOVE WS-FLAG-TEXT      TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-TIER NOT = SN-TIER
               MOVE C-TIER            TO WS-CHANGE-NAME
               MOVE SN-TIER           TO WS-FLAG-CODE
               PERFORM DESCRIBE-TIER
               MOVE WS-FLAG-TEXT      TO WS-CHANGE-BEFORE
               MOVE PL-TIER           TO WS-FLAG-CODE
               PERFORM DESCRIBE-TIER
               MOVE WS-FLAG-TEXT      TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-CARD-NO NOT = SN-CARD-NO
               MOVE C-CARD-NO         TO WS-CHANGE-NAME
               MOVE SN-CARD-NO        TO WS-CHANGE-BEFORE
               MOVE PL-CARD-NO        TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-BDAY NOT = SN-BDAY
              OR PL-BMONTH NOT = SN-BMONTH
              OR PL-BYEAR4 NOT = SN-BYEAR4
               MOVE C-BIRTHDAY        TO WS-CHANGE-NAME
               MOVE SPACES            TO WS-CHANGE-BEFORE
               STRING
                   SN-BDAY               DELIMITED BY SIZE
                   C-BACKSLASH           DELIMITED BY SIZE
                   SN-BMONTH             DELIMITED BY SIZE
                   C-BACKSLASH           DELIMITED BY SIZE
                   SN-BYEAR4             DELIMITED BY SIZE
                   INTO WS-CHANGE-BEFORE
               END-STRING
               MOVE SPACES            TO WS-CHANGE-AFTER
               STRING
                   PL-BDAY               DELIMITED BY SIZE
                   C-BACKSLASH           DELIMITED BY SIZE
                   PL-BMONTH             DELIMITED BY SIZE
                   C-BACKSLASH           DELIMITED BY SIZE
                   PL-BYEAR4             DELIMITED BY SIZE
                   INTO WS-CHANGE-AFTER
               END-STRING
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-PCS-PAS-DATE NOT = SN-PCS-PAS-DATE
               MOVE C-PASS-EXPIRY     TO WS-CHANGE-NAME
               MOVE SN-PCS-PAS-DATE   TO WS-CHANGE-BEFORE
               MOVE PL-PCS-PAS-DATE   TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF PL-HOUSEHOLD-ID NOT = SN-HOUSEHOLD-ID
               MOVE C-HOUSEHOLD       TO WS-CHANGE-NAME
               MOVE SN-HOUSEHOLD-ID   TO WS-CHANGE-BEFORE
               MOVE PL-HOUSEHOLD-ID   TO WS-CHANGE-AFTER
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           .

      *****************************************************************
       ADD-CHANGE-ENTRY                SECTION.

           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-CHANGE-NAME   TO WS-CHG-NAME (WS-CHANGE-COUNT)
           MOVE WS-CHANGE-BEFORE TO WS-CHG-BEFORE (WS-CHANGE-COUNT)
           MOVE WS-CHANGE-AFTER  TO WS-CHG-AFTER (WS-CHANGE-COUNT)
           .

      *****************************************************************
       DESCRIBE-YES-NO                 SECTION.

           IF WS-FLAG-CODE = "Y"
               MOVE C-YES TO WS-FLAG-TEXT
           ELSE
               MOVE C-NO  TO WS-FLAG-TEXT
           END-IF
           .

      *****************************************************************
       DESCRIBE-TIER                   SECTION.

           EVALUATE WS-FLAG-CODE
               WHEN "G"
                   MOVE C-TIER-GOLD      TO WS-FLAG-TEXT
               WHEN "S"
                   MOVE C-TIER-SILVER    TO WS-FLAG-TEXT
               WHEN "B"
                   MOVE C-TIER-BRONZE    TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE C-TIER-NONE      TO WS-FLAG-TEXT
           END-EVALUATE
           .

      *****************************************************************
       WRITE-FEED-HEADER               SECTION.

           PERFORM START-JSON-RECORD
           MOVE "H" TO WS-RECORD-TYPE
           PERFORM ADD-RECORD-TYPE
           MOVE C-SEQUENCE           TO WS-ITEM-NAME
           MOVE WS-FEED-SEQUENCE     TO WS-COUNT-VALUE
           PERFORM ADD-COUNT-VALUE-PAIR
           MOVE C-FEED-DATE          TO WS-ITEM-NAME
           MOVE WS-RUN-BUSDATE       TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           PERFORM END-JSON-RECORD
           .

      *****************************************************************
       WRITE-ADDED-PLAYER              SECTION.

           ADD 1 TO WS-ADDED-COUNT
           ADD 1 TO WS-FEED-RECORDS
           PERFORM START-JSON-RECORD
           MOVE "A" TO WS-RECORD-TYPE
           PERFORM ADD-RECORD-TYPE
           PERFORM ADD-PLAYER-ID
           PERFORM ADD-PLAYER-FIELDS
           MOVE C-CARD-NO            TO WS-ITEM-NAME
           MOVE PL-CARD-NO           TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           MOVE C-PASS-EXPIRY        TO WS-ITEM-NAME
           MOVE PL-PCS-PAS-DATE      TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           MOVE C-HOUSEHOLD          TO WS-ITEM-NAME
           MOVE PL-HOUSEHOLD-ID      TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           PERFORM END-JSON-RECORD
           .

      *****************************************************************
       WRITE-DELETED-PLAYER            SECTION.

      * The player is gone from the master, so the snapshot supplies
      * the name the CRM last held
           ADD 1 TO WS-DELETED-COUNT
           ADD 1 TO WS-FEED-RECORDS
           PERFORM START-JSON-RECORD
           MOVE "D" TO WS-RECORD-TYPE
           PERFORM ADD-RECORD-TYPE
           MOVE C-ID                 TO WS-ITEM-NAME
           MOVE SN-ID                TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           MOVE C-LAST-NAME          TO WS-ITEM-NAME
           MOVE SN-LNAME             TO WS-VALUE
           PERFORM ADD-STRING-VALUE-PAIR
           MOVE C-FIRST-NAME         TO WS-ITEM-NAME
           MOVE SN-FNAME             TO WS-VALUE
           PERFORM ADD-STRING-VALUE-PAIR
           PERFORM END-JSON-RECORD
           .

      *****************************************************************
       WRITE-CHANGED-PLAYER            SECTION.

           ADD 1 TO WS-CHANGED-COUNT
           ADD 1 TO WS-FEED-RECORDS
           PERFORM START-JSON-RECORD
           MOVE "U" TO WS-RECORD-TYPE
           PERFORM ADD-RECORD-TYPE
           PERFORM ADD-PLAYER-ID

           STRING
               C-COMMA               DELIMITED BY SIZE
               C-SPACE               DELIMITED BY SIZE
               C-QUOTE               DELIMITED BY SIZE
               C-CHANGES             DELIMITED BY SIZE
               C-QUOTE               DELIMITED BY SIZE
               C-COLON               DELIMITED BY SIZE
               C-OPEN-CURLY-BRACKET  DELIMITED BY SIZE
               INTO WS-STRING
               WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   PERFORM JSON-OVERFLOW-ABORT
           END-STRING
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
              UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               PERFORM ADD-ONE-FIELD-CHANGE
           END-PERFORM
           STRING
               C-SPACE               DELIMITED BY SIZE
               C-CLOSE-CURLY-BRACKET DELIMITED BY SIZE
               INTO WS-STRING
               WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   PERFORM JSON-OVERFLOW-ABORT
           END-STRING
           PERFORM END-JSON-RECORD
           .

      *****************************************************************
       ADD-ONE-FIELD-CHANGE            SECTION.

      * Each changed field is an object of its own holding the value
      * the CRM has and the value it should now hold
           IF WS-CHANGE-IDX > 1
               PERFORM ADD-COMMA
           END-IF
           STRING
               C-SPACE               DELIMITED BY SIZE
               C-QUOTE               DELIMITED BY SIZE
               WS-CHG-NAME (WS-CHANGE-IDX)
                                     DELIMITED BY SPACE
               C-QUOTE               DELIMITED BY SIZE
               C-COLON               DELIMITED BY SIZE
               C-OPEN-CURLY-BRACKET  DELIMITED BY SIZE
               INTO WS-STRING
               WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   PERFORM JSON-OVERFLOW-ABORT
           END-STRING

           SET FL-FIRST-FIELD-YES    TO TRUE
           MOVE C-BEFORE             TO WS-ITEM-NAME
           MOVE WS-CHG-BEFORE (WS-CHANGE-IDX) TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           SET FL-FIRST-FIELD-NO     TO TRUE
           MOVE C-AFTER              TO WS-ITEM-NAME
           MOVE WS-CHG-AFTER (WS-CHANGE-IDX)  TO WS-VALUE
           PERFORM ADD-STRING-VALUE-PAIR

           STRING
               C-SPACE               DELIMITED BY SIZE
               C-CLOSE-CURLY-BRACKET DELIMITED BY SIZE
               INTO WS-STRING
               WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   PERFORM JSON-OVERFLOW-ABORT
           END-STRING
           .

      *****************************************************************
       WRITE-FEED-TRAILER              SECTION.

      * The CRM checks the record count against what it loaded and
      * the sequence against the header before applying the feed
           PERFORM START-JSON-RECORD
           MOVE "T" TO WS-RECORD-TYPE
           PERFORM ADD-RECORD-TYPE
           MOVE C-SEQUENCE           TO WS-ITEM-NAME
           MOVE WS-FEED-SEQUENCE     TO WS-COUNT-VALUE
           PERFORM ADD-COUNT-VALUE-PAIR
           MOVE C-RECORD-COUNT       TO WS-ITEM-NAME
           MOVE WS-FEED-RECORDS      TO WS-COUNT-VALUE
           PERFORM ADD-COUNT-VALUE-PAIR
           MOVE C-ADDED              TO WS-ITEM-NAME
           MOVE WS-ADDED-COUNT       TO WS-COUNT-VALUE
           PERFORM ADD-COUNT-VALUE-PAIR
           MOVE C-CHANGED            TO WS-ITEM-NAME
           MOVE WS-CHANGED-COUNT     TO WS-COUNT-VALUE
           PERFORM ADD-COUNT-VALUE-PAIR
           MOVE C-DELETED            TO WS-ITEM-NAME
           MOVE WS-DELETED-COUNT     TO WS-COUNT-VALUE
           PERFORM ADD-COUNT-VALUE-PAIR
           PERFORM END-JSON-RECORD
           .

      *****************************************************************
       ADD-RECORD-TYPE                 SECTION.

           MOVE C-RECORD-TYPE        TO WS-ITEM-NAME
           MOVE WS-RECORD-TYPE       TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           SET FL-FIRST-FIELD-NO     TO TRUE
           .

      *****************************************************************
       ADD-PLAYER-ID                   SECTION.

           MOVE C-ID                 TO WS-ITEM-NAME
           MOVE PL-ID                TO WS-VALUE
           SET FL-NUMERIC-NO         TO TRUE
           PERFORM ADD-STRING-VALUE-PAIR
           .

      *****************************************************************
       ADD-COUNT-VALUE-PAIR            SECTION.

      * Counts can outgrow the five-digit numeric value, so they are
      * edited here and written without leading zeroes
           PERFORM ADD-COMMA
           MOVE WS-COUNT-VALUE TO WS-COUNT-EDIT
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-COUNT-EDIT
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           STRING
               C-SPACE              DELIMITED BY SIZE
               C-QUOTE              DELIMITED BY SIZE
               WS-ITEM-NAME         DELIMITED BY SPACE
               C-QUOTE              DELIMITED BY SIZE
               C-COLON              DELIMITED BY SIZE
               WS-COUNT-EDIT (WS-LEAD-SPACES + 1:)
                                    DELIMITED BY SIZE
               INTO WS-STRING
               WITH POINTER WS-JSON-PTR
               ON OVERFLOW
                   PERFORM JSON-OVERFLOW-ABORT
           END-STRING
           .

      *****************************************************************
       PROMOTE-SNAPSHOT                SECTION.

      * Tonight's copy of the master becomes the baseline for the
      * next feed only after the feed itself is complete
           OPEN INPUT SNAPSHOT-NEW-FILE
           OPEN OUTPUT SNAPSHOT-FILE
           SET NO-MORE-INPUT TO FALSE
           PERFORM UNTIL NO-MORE-INPUT
               READ SNAPSHOT-NEW-FILE
                   AT END
                       SET NO-MORE-INPUT TO TRUE
                   NOT AT END
                       MOVE SNN-RECORD TO SN-RECORD
                       WRITE SN-RECORD
                       ADD 1 TO WS-PROMOTED-COUNT
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-NEW-FILE
           CLOSE SNAPSHOT-FILE
           .

      *****************************************************************
       LOG-FEED-WRITTEN                SECTION.

           MOVE SPACES TO WS-AUDIT-TEXT
           STRING
               "CRM FEED WRITTEN  SEQUENCE=" DELIMITED BY SIZE
               WS-FEED-SEQUENCE     DELIMITED BY SIZE
               "  ADDED="           DELIMITED BY SIZE
               WS-ADDED-COUNT       DELIMITED BY SIZE
               "  CHANGED="         DELIMITED BY SIZE
               WS-CHANGED-COUNT     DELIMITED BY SIZE
               "  DELETED="         DELIMITED BY SIZE
               WS-DELETED-COUNT     DELIMITED BY SIZE
               "  SNAPSHOT="        DELIMITED BY SIZE
               WS-PROMOTED-COUNT    DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-CENTRAL-AUDIT
           .

      *****************************************************************
       FINALIZATION                    SECTION.

         CLOSE CENTRAL-AUDIT-FILE

         DISPLAY "FEED SEQUENCE:        " WS-FEED-SEQUENCE
         DISPLAY "PLAYERS READ:         " WS-PLAYERS-READ
         DISPLAY "SNAPSHOT RECORDS READ:" WS-SNAPSHOT-READ
         DISPLAY "PLAYERS ADDED:        " WS-ADDED-COUNT
         DISPLAY "PLAYERS CHANGED:      " WS-CHANGED-COUNT
         DISPLAY "PLAYERS DELETED:      " WS-DELETED-COUNT
         DISPLAY "FEED RECORDS:         " WS-FEED-RECORDS
         STOP RUN
          .

      *****************************************************************
       COPY "JSONREC.PRC".
      *****************************************************************
         COPY "TTPLAYER.IO".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
