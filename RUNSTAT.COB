         OPEN OUTPUT STATUS-REPORT

         ACCEPT WS-BUSDATE FROM DATE YYYYMMDD
         MOVE SPACES TO WS-BUSDATE-INPUT
         ACCEPT WS-BUSDATE-INPUT FROM ENVIRONMENT "RUNBUSDATE"
         IF WS-BUSDATE-INPUT NOT = SPACES
            AND WS-BUSDATE-INPUT IS NUMERIC
             MOVE WS-BUSDATE-INPUT TO WS-BUSDATE
         END-IF
         DISPLAY 'Business date YYYYMMDD [' WS-BUSDATE ']:'
         MOVE SPACES TO WS-BUSDATE-INPUT
         ACCEPT WS-BUSDATE-INPUT
         IF WS-BUSDATE-INPUT NOT = SPACES
            AND WS-BUSDATE-INPUT IS NUMERIC
