          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT EXCEPTION-REPORT ASSIGN TO "PLVERIFY.RPT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CENTRAL-AUDIT-FILE ASSIGN TO "PLAUDIT.LOG"
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN TO "RUNREG.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "PLCTL.FD".
       FD  EXCEPTION-REPORT.
        01  RPT-LINE                           PIC X(132).
       COPY "AUDITLOG.FD".
       COPY "RUNREG.FD".

      *****************************************************************
       WORKING-STORAGE                 SECTION.
             WHEN SET TO FALSE IS              0.

       COPY "PLEDITS.WS".
       COPY "AUDITLOG.WS".
       COPY "RUNREG.WS".

        01 WS-CTL-STATUS                 PIC X(01).
          88 WS-CTL-PRESENT              VALUE "Y".
         PERFORM VERIFY-CONTROL-TOTALS
         PERFORM WRITE-VERIFY-TOTALS

         MOVE WS-RECORD-COUNT    TO WS-RUN-RECORDS-READ
         MOVE 0                  TO WS-RUN-RECORDS-WRITTEN
         MOVE WS-EXCEPTION-COUNT TO WS-RUN-RECORDS-REJECTED
         PERFORM REGISTER-RUN-END

         PERFORM FINALIZATION
         .

      *****************************************************************
       INITIALIZATION                  SECTION.

         PERFORM SIGN-ON-OPERATOR
         MOVE "PLVERIFY" TO WS-STAMP-PROGRAM
         MOVE "PLFIL.DAT" TO WS-RUN-INPUT-NAME
         PERFORM REGISTER-RUN-START

         OPEN INPUT TTPLAYER
         OPEN OUTPUT EXCEPTION-REPORT

         COPY "PLEDITS.PRC".
      *****************************************************************
         COPY "TTPLAYER.IO".
      *****************************************************************
         COPY "AUDITLOG.PRC".
      *****************************************************************
         COPY "RUNREG.PRC".
