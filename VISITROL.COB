          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ROLLOVER-REPORT ASSIGN TO "VISITROL.RPT"
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
        01  VARC-RECORD                    PIC X(36).
       FD  ROLLOVER-REPORT.
        01  RPT-LINE                       PIC X(132).
       COPY "VISITCTL.FD".
       COPY "AUDITLOG.FD".
       COPY "RUNREG.FD".

      *****************************************************************
       WORKING-STORAGE                 SECTION.
          88 NO-MORE-VISITS              VALUE 1
             WHEN SET TO FALSE IS              0.

       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-TODAY-DATE                 PIC 9(08).
        01 FILLER REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYYMM            PIC 9(06).
        01 WS-CUTOFF-INPUT               PIC X(06).
        01 WS-CUTOFF-MONTH               PIC 9(06).
        01 WS-CUTOFF-DATE                PIC 9(08).
        01 WS-LAST-CUTOFF-DATE           PIC 9(08) VALUE 0.
        01 WS-ROLL-INPUT-NAME.
           05 FILLER                     PIC X(06) VALUE "VISITS".
           05 WS-ROLL-INPUT-MONTH        PIC 9(06).

        01 WS-VISITS-READ                PIC 9(08) VALUE 0.
        01 WS-VISITS-ARCHIVED            PIC 9(08) VALUE 0.

         PERFORM ROLL-CLOSED-MONTHS
         PERFORM WRITE-ROLLOVER-TOTALS
         PERFORM WRITE-ROLLOVER-CONTROL

         MOVE WS-VISITS-READ     TO WS-RUN-RECORDS-READ
         MOVE WS-VISITS-ARCHIVED TO WS-RUN-RECORDS-WRITTEN
         MOVE WS-DELETE-FAILED   TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .
      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "VISITROL" TO WS-STAMP-PROGRAM

         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
         MOVE WS-TODAY-YYYYMM TO WS-CUTOFF-MONTH

         COMPUTE WS-CUTOFF-DATE = (WS-CUTOFF-MONTH * 100) + 01

      * The register is keyed on the cutoff month, so a second roll
      * of the same month on the same business date asks before it
      * goes ahead
         MOVE WS-CUTOFF-MONTH TO WS-ROLL-INPUT-MONTH
         MOVE WS-ROLL-INPUT-NAME TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN I-O TTVISIT
         OPEN EXTEND VISIT-ARCHIVE-FILE
         OPEN OUTPUT ROLLOVER-REPORT

         DISPLAY 'Archiving visit records dated before '
                 WS-CUTOFF-DATE

           WRITE RPT-LINE
           .

      *****************************************************************
       WRITE-ROLLOVER-CONTROL          SECTION.

      * VISITROL.CTL keeps the latest cutoff rolled, so a late swipe
      * import can tell which of its visits fall in a closed month
           OPEN INPUT ROLLOVER-CONTROL-FILE
           READ ROLLOVER-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VC-CUTOFF-DATE IS NUMERIC
                       MOVE VC-CUTOFF-DATE TO WS-LAST-CUTOFF-DATE
                   END-IF
           END-READ
           CLOSE ROLLOVER-CONTROL-FILE

           IF WS-CUTOFF-DATE > WS-LAST-CUTOFF-DATE
               OPEN OUTPUT ROLLOVER-CONTROL-FILE
               MOVE WS-CUTOFF-DATE TO VC-CUTOFF-DATE
               MOVE WS-TODAY-DATE  TO VC-ROLL-DATE
               WRITE VC-RECORD
               CLOSE ROLLOVER-CONTROL-FILE
           END-IF
           .

      *****************************************************************
       FINALIZATION                    SECTION.


      *****************************************************************
         COPY "TTVISIT.IO".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
