      *                     DOUBLE-RUN GUARD - OR IF ITS
      *                     PREREQUISITE STEP HAS NOT ENDED:
      *                     STULOAD NEEDS DUPRECON; EXTRACT AND
      *                     DELTAEXT NEED STULOAD; BILLEXT NEEDS
      *                     ENRLEDIT; LEDGPOST NEEDS BILLEXT. A
      *                     STARTED BUT UNENDED STEP MAY START AGAIN
      *                     (ABEND RESTART). OTHERWISE AN ST/S RECORD
      *                     IS APPENDED.
      *            END    - APPEND AN ST/E RECORD WITH THE CALLER'S
      *                     BALANCING COUNTS (SEE RunBalance).
      *          EVERY CALL RETURNS THE BUSINESS DATE. WHEN ../RUNCTL
       01 LK-COUNT-1 PIC 9(08).
       01 LK-COUNT-2 PIC 9(08).
       01 LK-COUNT-3 PIC 9(08).
       01 LK-COUNT-4 PIC 9(08).
       01 LK-RESULT PIC X(02).
           88 LK-RESULT-OK VALUE "OK".
           88 LK-RESULT-NG VALUE "NG".
       PROCEDURE DIVISION USING LK-FUNCTION LK-STEP-NAME
                   LK-BUSINESS-DATE LK-COUNT-1 LK-COUNT-2 LK-COUNT-3
                   LK-COUNT-4 LK-RESULT.
       0000-MAINLINE.
            SET LK-RESULT-OK TO TRUE.
            EVALUATE TRUE
            MOVE SPACES TO RUN-CONTROL-RECORD.
            MOVE "BD" TO RC-RECORD-TYPE.
            MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
            MOVE ZERO TO RC-COUNT-1 RC-COUNT-2 RC-COUNT-3 RC-COUNT-4.
            WRITE RUN-CONTROL-RECORD.
            CLOSE CONTROL-FILE.
            MOVE WS-BUSINESS-DATE TO LK-BUSINESS-DATE.
                    WHEN OTHER
                        MOVE "S" TO RC-STEP-STATUS
                        MOVE ZERO TO RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                            RC-COUNT-4
                        PERFORM 4000-APPEND-STEP-RECORD THRU
                            4000-APPEND-STEP-RECORD-EXIT
                END-EVALUATE
                    MOVE "STULOAD" TO WS-PREREQ-NAME
                WHEN "DELTAEXT"
                    MOVE "STULOAD" TO WS-PREREQ-NAME
                WHEN "BILLEXT"
                    MOVE "ENRLEDIT" TO WS-PREREQ-NAME
                WHEN "LEDGPOST"
                    MOVE "BILLEXT" TO WS-PREREQ-NAME
                WHEN OTHER
                    MOVE SPACES TO WS-PREREQ-NAME
            END-EVALUATE.
                MOVE LK-COUNT-1 TO RC-COUNT-1
                MOVE LK-COUNT-2 TO RC-COUNT-2
                MOVE LK-COUNT-3 TO RC-COUNT-3
                MOVE LK-COUNT-4 TO RC-COUNT-4
                PERFORM 4000-APPEND-STEP-RECORD THRU
                    4000-APPEND-STEP-RECORD-EXIT
            END-IF.
