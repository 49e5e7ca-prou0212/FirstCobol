      *          ../STUDELTA FEED DeltaExtract BUILDS, SO THE BURSAR
      *          SIDE CAN PROVE THEY GOT IT ALL. THE BUSINESS DAY
      *          COMES FROM RunControl (../RUNCTL) WHEN RUN CONTROL
      *          IS IN EFFECT, ELSE THE SYSTEM DATE. THE COUNT OF
      *          THE BUSINESS DATE'S EVENTS READ GOES TO RUN CONTROL
      *          WITH THE STEP END SO RunBalance CAN TIE IT TO THE
      *          EVENTS EnrollEdit WROTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 ACTIVITY-EOF-SWITCH PIC X(01) VALUE "N".
           88 ACTIVITY-AT-EOF VALUE "Y".
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-EVENT-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-CHARGE-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-REVERSAL-COUNT PIC 9(08) COMP VALUE ZERO.
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
                DISPLAY "BILLING EXTRACT - STEP REFUSED BY RUN "
                    "CONTROL."
            PERFORM 3000-ASSESS-EVENT THRU 3000-ASSESS-EVENT-EXIT
                UNTIL ACTIVITY-AT-EOF.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "BILLING EXTRACT - EVENTS READ    : "
                WS-EVENT-COUNT.
            DISPLAY "BILLING EXTRACT - RECORDS WRITTEN: "
                WS-DETAIL-COUNT.
            DISPLAY "BILLING EXTRACT - CHARGES        : "
            MOVE WS-DETAIL-COUNT TO RC-COUNT-1.
            MOVE WS-CHARGE-COUNT TO RC-COUNT-2.
            MOVE WS-REVERSAL-COUNT TO RC-COUNT-3.
            MOVE WS-EVENT-COUNT TO RC-COUNT-4.
            CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                RC-COUNT-4 RC-RESULT.
            STOP RUN.

      ******************************************************************
      ******************************************************************
       3000-ASSESS-EVENT.
            IF EV-ACTIVITY-DATE = WS-RUN-DATE
                ADD 1 TO WS-EVENT-COUNT
                EVALUATE TRUE
                    WHEN EV-NEW-STATUS = "E"
                            AND EV-OLD-STATUS NOT = "E"
