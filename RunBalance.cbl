      *          PROVES, FOR THE CURRENT BUSINESS DATE, THAT
      *          StudentLoad'S RECORDS READ EQUALS DupRecon'S RECORD
      *          COUNT, AND THAT LOADED PLUS SUSPENSE EQUALS READ.
      *          WHEN THE ENROLLMENT LEG RAN FOR THE DATE IT ALSO
      *          PROVES THAT EnrollEdit'S APPLIED PLUS REJECTED
      *          EQUALS READ AND THAT THE ACTIVITY EVENTS IT WROTE
      *          EQUAL THE EVENTS BillingExtract READ FOR THE DATE -
      *          ONE OF THE PAIR ENDED WITHOUT THE OTHER FAILS - AND,
      *          WHEN GradePost RAN, THAT ITS APPLIED PLUS REJECTED
      *          EQUALS READ.
      *          ANY NUMBER THAT DOES NOT TIE - OR A STEP THAT
      *          NEVER ENDED - FAILS THE JOB WITH RETURN CODE 8 SO
      *          THE STREAM STOPS AT THE HALF-RUN INSTEAD OF THE
           88 DUPRECON-SEEN VALUE "Y".
       01 STULOAD-SEEN-SWITCH PIC X(01) VALUE "N".
           88 STULOAD-SEEN VALUE "Y".
       01 ENRLEDIT-SEEN-SWITCH PIC X(01) VALUE "N".
           88 ENRLEDIT-SEEN VALUE "Y".
       01 BILLEXT-SEEN-SWITCH PIC X(01) VALUE "N".
           88 BILLEXT-SEEN VALUE "Y".
       01 GRADPOST-SEEN-SWITCH PIC X(01) VALUE "N".
           88 GRADPOST-SEEN VALUE "Y".
       01 BALANCE-FAIL-SWITCH PIC X(01) VALUE "N".
           88 BALANCE-FAILED VALUE "Y".
       01 WS-BUSINESS-DATE PIC 9(08) VALUE ZERO.
       01 WS-STULOAD-LOADED PIC 9(08) VALUE ZERO.
       01 WS-STULOAD-SUSPENSE PIC 9(08) VALUE ZERO.
       01 WS-LOADED-PLUS-SUSP PIC 9(08) VALUE ZERO.
       01 WS-ENRLEDIT-READ PIC 9(08) VALUE ZERO.
       01 WS-ENRLEDIT-APPLIED PIC 9(08) VALUE ZERO.
       01 WS-ENRLEDIT-REJECTED PIC 9(08) VALUE ZERO.
       01 WS-ENRLEDIT-EVENTS PIC 9(08) VALUE ZERO.
       01 WS-BILLEXT-EVENTS PIC 9(08) VALUE ZERO.
       01 WS-GRADPOST-READ PIC 9(08) VALUE ZERO.
       01 WS-GRADPOST-APPLIED PIC 9(08) VALUE ZERO.
       01 WS-GRADPOST-REJECTED PIC 9(08) VALUE ZERO.
       01 WS-APPLIED-PLUS-REJ PIC 9(08) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            OPEN INPUT CONTROL-FILE.
                    UNTIL CONTROL-AT-EOF
                CLOSE CONTROL-FILE
                PERFORM 4000-PROVE-THE-TIE THRU 4000-PROVE-THE-TIE-EXIT
                PERFORM 5000-PROVE-ENROLLMENT-LEG THRU
                    5000-PROVE-ENROLLMENT-LEG-EXIT
                PERFORM 6000-PROVE-GRADE-POST THRU
                    6000-PROVE-GRADE-POST-EXIT
            END-IF.
            IF BALANCE-FAILED
                DISPLAY "RUN BALANCE - *** STREAM OUT OF BALANCE ***"
                            MOVE RC-COUNT-1 TO WS-STULOAD-READ
                            MOVE RC-COUNT-2 TO WS-STULOAD-LOADED
                            MOVE RC-COUNT-3 TO WS-STULOAD-SUSPENSE
                        WHEN "ENRLEDIT"
                            SET ENRLEDIT-SEEN TO TRUE
                            MOVE RC-COUNT-1 TO WS-ENRLEDIT-READ
                            MOVE RC-COUNT-2 TO WS-ENRLEDIT-APPLIED
                            MOVE RC-COUNT-3 TO WS-ENRLEDIT-REJECTED
                            MOVE RC-COUNT-4 TO WS-ENRLEDIT-EVENTS
                        WHEN "BILLEXT"
                            SET BILLEXT-SEEN TO TRUE
                            MOVE RC-COUNT-4 TO WS-BILLEXT-EVENTS
                        WHEN "GRADPOST"
                            SET GRADPOST-SEEN TO TRUE
                            MOVE RC-COUNT-1 TO WS-GRADPOST-READ
                            MOVE RC-COUNT-2 TO WS-GRADPOST-APPLIED
                            MOVE RC-COUNT-3 TO WS-GRADPOST-REJECTED
                    END-EVALUATE
            END-EVALUATE.
            PERFORM 2000-READ-CONTROL THRU 2000-READ-CONTROL-EXIT.
            END-IF.
       4000-PROVE-THE-TIE-EXIT.
            EXIT.

      ******************************************************************
      * ENROLLMENT LEG - EVERY ACTIVITY EVENT EnrollEdit WROTE FOR
      * THE BUSINESS DATE MUST HAVE BEEN READ BY BillingExtract. A
      * DATE ON WHICH NEITHER STEP RAN HAS NOTHING TO PROVE.
      ******************************************************************
       5000-PROVE-ENROLLMENT-LEG.
            IF ENRLEDIT-SEEN AND NOT BILLEXT-SEEN
                DISPLAY "RUNBALANCE - BILLEXT NEVER ENDED FOR "
                    "BUSINESS DATE " WS-BUSINESS-DATE
                SET BALANCE-FAILED TO TRUE
            END-IF.
            IF BILLEXT-SEEN AND NOT ENRLEDIT-SEEN
                DISPLAY "RUNBALANCE - ENRLEDIT NEVER ENDED FOR "
                    "BUSINESS DATE " WS-BUSINESS-DATE
                SET BALANCE-FAILED TO TRUE
            END-IF.
            IF ENRLEDIT-SEEN AND BILLEXT-SEEN
                DISPLAY "RUN BALANCE - ENRLEDIT READ  : "
                    WS-ENRLEDIT-READ
                DISPLAY "RUN BALANCE - ENRLEDIT APPL. : "
                    WS-ENRLEDIT-APPLIED
                DISPLAY "RUN BALANCE - ENRLEDIT REJ.  : "
                    WS-ENRLEDIT-REJECTED
                DISPLAY "RUN BALANCE - ENRLEDIT EVENTS: "
                    WS-ENRLEDIT-EVENTS
                DISPLAY "RUN BALANCE - BILLEXT EVENTS : "
                    WS-BILLEXT-EVENTS
                COMPUTE WS-APPLIED-PLUS-REJ =
                    WS-ENRLEDIT-APPLIED + WS-ENRLEDIT-REJECTED
                IF WS-APPLIED-PLUS-REJ NOT = WS-ENRLEDIT-READ
                    DISPLAY "RUNBALANCE - ENRLEDIT APPLIED PLUS "
                        "REJECTED DOES NOT TIE TO RECORDS READ"
                    SET BALANCE-FAILED TO TRUE
                END-IF
                IF WS-BILLEXT-EVENTS NOT = WS-ENRLEDIT-EVENTS
                    DISPLAY "RUNBALANCE - BILLEXT EVENTS READ DOES "
                        "NOT TIE TO ENRLEDIT EVENTS WRITTEN"
                    SET BALANCE-FAILED TO TRUE
                END-IF
            END-IF.
       5000-PROVE-ENROLLMENT-LEG-EXIT.
            EXIT.

       6000-PROVE-GRADE-POST.
            IF GRADPOST-SEEN
                DISPLAY "RUN BALANCE - GRADPOST READ  : "
                    WS-GRADPOST-READ
                DISPLAY "RUN BALANCE - GRADPOST APPL. : "
                    WS-GRADPOST-APPLIED
                DISPLAY "RUN BALANCE - GRADPOST REJ.  : "
                    WS-GRADPOST-REJECTED
                COMPUTE WS-APPLIED-PLUS-REJ =
                    WS-GRADPOST-APPLIED + WS-GRADPOST-REJECTED
                IF WS-APPLIED-PLUS-REJ NOT = WS-GRADPOST-READ
                    DISPLAY "RUNBALANCE - GRADPOST APPLIED PLUS "
                        "REJECTED DOES NOT TIE TO RECORDS READ"
                    SET BALANCE-FAILED TO TRUE
                END-IF
            END-IF.
       6000-PROVE-GRADE-POST-EXIT.
            EXIT.
       END PROGRAM RunBalance.
