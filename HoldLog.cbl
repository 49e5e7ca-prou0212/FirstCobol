      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: APPENDS A HOLD PLACEMENT OR RELEASE RECORD TO
      *          ../HOLDLOG. CALLED BY HoldMaint FOR EVERY HOLD IT
      *          PLACES OR RELEASES SO THE LOG IS WRITTEN THE SAME
      *          WAY EVERYWHERE, UNDER THE OPERATOR ID OperSignon
      *          RETURNED - THE HOLDS COUNTERPART OF AuditLog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldLog.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT HOLD-LOG-FILE ASSIGN TO "../HOLDLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HOLD-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-LOG-FILE.
           COPY HOLDLOG.
       WORKING-STORAGE SECTION.
       01 HOLD-LOG-FILE-STATUS PIC X(02).
           88 HOLD-LOG-FILE-OK VALUE "00".
       LINKAGE SECTION.
       01 LK-HOLD-ACTION PIC X(07).
       01 LK-HOLD-USER-ID PIC X(08).
       01 LK-HOLD-IMAGE PIC X(81).
       PROCEDURE DIVISION USING LK-HOLD-ACTION LK-HOLD-USER-ID
                   LK-HOLD-IMAGE.
       0000-MAINLINE.
            OPEN EXTEND HOLD-LOG-FILE.
            IF NOT HOLD-LOG-FILE-OK
                OPEN OUTPUT HOLD-LOG-FILE
            END-IF.
            ACCEPT HG-LOG-DATE FROM DATE YYYYMMDD.
            ACCEPT HG-LOG-TIME FROM TIME.
            MOVE LK-HOLD-ACTION TO HG-ACTION.
            MOVE LK-HOLD-USER-ID TO HG-USER-ID.
            MOVE LK-HOLD-IMAGE TO HG-HOLD-IMAGE.
            WRITE HOLD-LOG-RECORD.
            CLOSE HOLD-LOG-FILE.
            GOBACK.
       END PROGRAM HoldLog.
