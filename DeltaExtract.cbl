       01 RC-COUNT-1 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-2 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-3 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-4 PIC 9(08) VALUE ZERO.
       01 RC-RESULT PIC X(02).
           88 RC-RESULT-OK VALUE "OK".
           88 RC-RESULT-NG VALUE "NG".
            MOVE "START" TO RC-FUNCTION.
            CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                RC-COUNT-4 RC-RESULT.
            IF RC-RESULT-NG
                DISPLAY "DELTA EXTRACT - STEP REFUSED BY RUN CONTROL."
                MOVE 8 TO RETURN-CODE
            MOVE WS-CHANGE-COUNT TO RC-COUNT-3.
            CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                RC-COUNT-4 RC-RESULT.
            STOP RUN.

      ******************************************************************
