      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: NIGHTLY STUDENT ACCOUNT LEDGER POSTING. POSTS TWO
      *          FEEDS TO THE PER-STUDENT ACCOUNT LEDGER (../LEDGER,
      *          SEE LEDGER COPYBOOK): THE NIGHT'S BURSAR BILLING
      *          EXTRACT (../BILLEXT, BUILT BY BillingExtract) AND
      *          THE BURSAR'S INBOUND PAYMENT AND ADJUSTMENT FEED
      *          (../BURSIN). BOTH CARRY THE SAME CONTROLS - AN HDR
      *          RECORD WITH THE FEED DATE AND A TRL RECORD WITH THE
      *          DETAIL COUNT, THE DEBIT TOTAL AND THE CREDIT TOTAL.
      *          THE INBOUND DETAIL IS:
      *            1:1   TYPE - P PAYMENT, A CREDIT ADJUSTMENT,
      *                  D DEBIT ADJUSTMENT
      *            2:8   STUDENT NUMBER
      *            10:6  TERM CODE
      *            16:7  AMOUNT (9(05)V99)
      *            23:10 BURSAR REFERENCE
      *            33:8  EFFECTIVE DATE (YYYYMMDD)
      *          EACH FEED IS PROVED IN FULL BEFORE ANYTHING IS
      *          POSTED: A MISSING HEADER OR TRAILER, AN INVALID
      *          DETAIL, A STUDENT NOT ON THE MASTER, OR A TRAILER
      *          COUNT OR AMOUNT TOTAL THAT DOES NOT TIE REJECTS
      *          THE WHOLE FEED AND NOTHING FROM IT IS POSTED. A
      *          POSTED FEED IS NOTED ON THE POSTING REGISTER
      *          (../LEDGREG) BY SOURCE AND FEED DATE, AND A FEED
      *          ALREADY ON THE REGISTER IS SKIPPED, SO A RERUN
      *          DOES NOT POST A REGISTERED FEED AGAIN. A FEED IS
      *          REGISTERED ONLY WHEN EVERY ONE OF ITS ENTRIES WAS
      *          WRITTEN; A LEDGER WRITE FAILURE LEAVES IT OFF THE
      *          REGISTER AND FAILS THE STEP. THE LEDGER CARRIES NO
      *          FEED LINE IDENTIFIER, SO A RERUN AFTER A WRITE
      *          FAILURE, OR AFTER AN ABEND BETWEEN POSTING A FEED
      *          AND REGISTERING IT, POSTS THE WHOLE FEED AGAIN -
      *          THE ENTRIES ALREADY WRITTEN FOR THAT FEED MUST BE
      *          BACKED OUT OF ../LEDGER BEFORE THE RERUN. THE
      *          POSTING REPORT GOES TO ../LEDGRPT. A REJECTED FEED
      *          ENDS THE JOB WITH RETURN CODE 8 AND LEAVES THE STEP
      *          UNENDED UNDER RunControl SO IT CAN BE RERUN WHEN THE
      *          CORRECTED FEED ARRIVES. THE BUSINESS DAY COMES FROM
      *          RunControl (../RUNCTL) WHEN RUN CONTROL IS IN
      *          EFFECT, ELSE THE SYSTEM DATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FEED-FILE-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "../LEDGER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LG-KEY
                   FILE STATUS IS LEDGER-FILE-STATUS.
               SELECT STUDENT-FILE ASSIGN TO "../STUDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT REGISTER-FILE ASSIGN TO "../LEDGREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REGISTER-FILE-STATUS.
               SELECT POSTING-REPORT ASSIGN TO "../LEDGRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS POSTING-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-RECORD PIC X(40).
       FD LEDGER-FILE.
           COPY LEDGER.
       FD STUDENT-FILE.
           COPY STUDENT.
       FD REGISTER-FILE.
       01 REGISTER-RECORD.
           05 LR-FEED-SOURCE PIC X(07).
           05 LR-FEED-DATE PIC 9(08).
           05 LR-DETAIL-COUNT PIC 9(08).
           05 LR-DEBIT-TOTAL PIC 9(09)V99.
           05 LR-CREDIT-TOTAL PIC 9(09)V99.
           05 LR-POSTED-DATE PIC 9(08).
       FD POSTING-REPORT.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY FSTAT.
       01 FEED-FILE-STATUS PIC X(02).
           88 FEED-FILE-OK VALUE "00".
       01 LEDGER-FILE-STATUS PIC X(02).
           88 LEDGER-FILE-OK VALUE "00".
           88 LEDGER-FILE-DUPLICATE VALUE "22".
           88 LEDGER-FILE-NOT-PRESENT VALUE "35".
       01 LEDGER-FILE-OPEN-STATUS PIC X(02).
           88 LEDGER-FILE-OPENED VALUE "00".
       01 STUDENT-FILE-OPEN-STATUS PIC X(02).
           88 STUDENT-FILE-OPENED VALUE "00".
       01 REGISTER-FILE-STATUS PIC X(02).
           88 REGISTER-FILE-OK VALUE "00".
       01 POSTING-REPORT-STATUS PIC X(02).
       01 FEED-EOF-SWITCH PIC X(01).
           88 FEED-AT-EOF VALUE "Y".
       01 REGISTER-EOF-SWITCH PIC X(01).
           88 REGISTER-AT-EOF VALUE "Y".
       01 TRAILER-SEEN-SWITCH PIC X(01).
           88 TRAILER-SEEN VALUE "Y".
       01 ALREADY-POSTED-SWITCH PIC X(01).
           88 FEED-ALREADY-POSTED VALUE "Y".
       01 LEDGER-WRITTEN-SWITCH PIC X(01).
           88 LEDGER-WRITTEN VALUE "Y".
       01 WS-FEED-NAME PIC X(20) VALUE SPACES.
       01 WS-FEED-SOURCE PIC X(07) VALUE SPACES.
           88 FEED-IS-BILLING VALUE "BILLEXT".
           88 FEED-IS-BURSAR VALUE "BURSAR".
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-FEED-DATE PIC 9(08) VALUE ZERO.
       01 WS-RECORD-NUMBER PIC 9(08) COMP VALUE ZERO.
       01 WS-FEED-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-FEED-DETAIL-COUNT PIC 9(08) VALUE ZERO.
       01 WS-FEED-DEBIT-TOTAL PIC 9(09)V99 VALUE ZERO.
       01 WS-FEED-CREDIT-TOTAL PIC 9(09)V99 VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(08) VALUE ZERO.
       01 WS-TRAILER-DEBIT-TOTAL PIC 9(09)V99 VALUE ZERO.
       01 WS-TRAILER-CREDIT-TOTAL PIC 9(09)V99 VALUE ZERO.
       01 WS-FEED-POSTED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-BILLING-POSTED PIC 9(08) COMP VALUE ZERO.
       01 WS-BURSAR-POSTED PIC 9(08) COMP VALUE ZERO.
       01 WS-REJECTED-FEEDS PIC 9(04) COMP VALUE ZERO.
       01 WS-WRITE-FAILURES PIC 9(06) COMP VALUE ZERO.
       01 WS-FEED-WRITE-FAILURES PIC 9(06) COMP VALUE ZERO.
       01 WS-ERROR-TEXT PIC X(40).
      * THE FEED RECORD IS MOVED HERE AND VIEWED AS WHICHEVER OF THE
      * HEADER, TRAILER OR FEED'S OWN DETAIL LAYOUT IT IS. THE
      * BILLING DETAIL IS BillingExtract'S DETAIL-RECORD.
       01 WS-FEED-RECORD PIC X(40).
       01 WS-FEED-HEADER REDEFINES WS-FEED-RECORD.
           05 FH-RECORD-TYPE PIC X(03).
           05 FH-FEED-DATE PIC 9(08).
           05 FILLER PIC X(29).
       01 WS-FEED-TRAILER REDEFINES WS-FEED-RECORD.
           05 FT-RECORD-TYPE PIC X(03).
           05 FT-DETAIL-COUNT PIC 9(08).
           05 FT-DEBIT-TOTAL PIC 9(09)V99.
           05 FT-CREDIT-TOTAL PIC 9(09)V99.
           05 FILLER PIC X(07).
       01 WS-BILLING-DETAIL REDEFINES WS-FEED-RECORD.
           05 BD-TYPE PIC X(01).
               88 BD-TYPE-CHARGE VALUE "C".
               88 BD-TYPE-REVERSAL VALUE "R".
           05 BD-STUDENT-NUMBER PIC 9(08).
           05 BD-COURSE-CODE PIC X(08).
           05 BD-TERM-CODE PIC X(06).
           05 BD-CHARGE-AMOUNT PIC 9(05)V99.
           05 FILLER PIC X(10).
       01 WS-BURSAR-DETAIL REDEFINES WS-FEED-RECORD.
           05 BP-TYPE PIC X(01).
               88 BP-TYPE-PAYMENT VALUE "P".
               88 BP-TYPE-CREDIT-ADJ VALUE "A".
               88 BP-TYPE-DEBIT-ADJ VALUE "D".
           05 BP-STUDENT-NUMBER PIC 9(08).
           05 BP-TERM-CODE PIC X(06).
           05 BP-AMOUNT PIC 9(05)V99.
           05 BP-REFERENCE PIC X(10).
           05 BP-EFFECTIVE-DATE PIC 9(08).
       01 RC-FUNCTION PIC X(08).
       01 RC-STEP-NAME PIC X(08) VALUE "LEDGPOST".
       01 RC-BUSINESS-DATE PIC 9(08) VALUE ZERO.
       01 RC-COUNT-1 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-2 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-3 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-4 PIC 9(08) VALUE ZERO.
       01 RC-RESULT PIC X(02).
           88 RC-RESULT-OK VALUE "OK".
           88 RC-RESULT-NG VALUE "NG".
       01 HEADING-LINE-1.
           05 FILLER PIC X(37) VALUE
               "STUDENT LEDGER POSTING, BUSINESS DATE".
           05 FILLER PIC X(01) VALUE SPACES.
           05 HL-RUN-DATE PIC 9(08).
       01 FEED-LINE.
           05 FILLER PIC X(05) VALUE "FEED ".
           05 FL-FEED-NAME PIC X(20).
           05 FILLER PIC X(13) VALUE " HEADER DATE ".
           05 FL-FEED-DATE PIC 9(08).
       01 ERROR-LINE.
           05 FILLER PIC X(09) VALUE "  RECORD ".
           05 EL-RECORD-NUMBER PIC Z(07)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 EL-ERROR-TEXT PIC X(40).
       01 CONTROL-HEADING-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "      FEED READ".
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "   TRAILER SAYS".
       01 COUNT-LINE.
           05 FILLER PIC X(12) VALUE "  DETAILS".
           05 CL-READ-COUNT PIC Z(15)9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 CL-TRAILER-COUNT PIC Z(15)9.
       01 AMOUNT-LINE.
           05 AL-LABEL PIC X(12).
           05 AL-READ-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 AL-TRAILER-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 RESULT-LINE.
           05 FILLER PIC X(10) VALUE "  RESULT: ".
           05 RL-RESULT-TEXT PIC X(40).
       01 POSTED-TEXT.
           05 FILLER PIC X(07) VALUE "POSTED ".
           05 PT-POSTED-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(08) VALUE " ENTRIES".
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "START" TO RC-FUNCTION.
            CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                RC-COUNT-4 RC-RESULT.
            IF RC-RESULT-NG
                DISPLAY "LEDGER POST - STEP REFUSED BY RUN CONTROL."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            EVALUATE TRUE
                WHEN NOT LEDGER-FILE-OPENED
                    DISPLAY "LEDGERPOST - CANNOT OPEN LEDGER, "
                        "STATUS = " LEDGER-FILE-STATUS
                    ADD 1 TO WS-REJECTED-FEEDS
                WHEN NOT STUDENT-FILE-OPENED
                    DISPLAY "LEDGERPOST - CANNOT OPEN STUDENT-FILE, "
                        "STATUS = " STUDENT-FILE-STATUS
                    ADD 1 TO WS-REJECTED-FEEDS
                WHEN OTHER
                    MOVE "../BILLEXT" TO WS-FEED-NAME
                    SET FEED-IS-BILLING TO TRUE
                    PERFORM 2000-PROCESS-FEED THRU
                        2000-PROCESS-FEED-EXIT
                    MOVE "../BURSIN" TO WS-FEED-NAME
                    SET FEED-IS-BURSAR TO TRUE
                    PERFORM 2000-PROCESS-FEED THRU
                        2000-PROCESS-FEED-EXIT
            END-EVALUATE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "LEDGER POST - BILLING ENTRIES POSTED: "
                WS-BILLING-POSTED.
            DISPLAY "LEDGER POST - BURSAR ENTRIES POSTED : "
                WS-BURSAR-POSTED.
            DISPLAY "LEDGER POST - FEEDS REJECTED        : "
                WS-REJECTED-FEEDS.
            IF WS-REJECTED-FEEDS > ZERO OR WS-WRITE-FAILURES > ZERO
                DISPLAY "LEDGER POST - *** FEED NOT POSTED, STEP NOT "
                    "ENDED ***"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "END" TO RC-FUNCTION
                MOVE WS-BILLING-POSTED TO RC-COUNT-1
                MOVE WS-BURSAR-POSTED TO RC-COUNT-2
                MOVE WS-REJECTED-FEEDS TO RC-COUNT-3
                CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                    RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                    RC-COUNT-4 RC-RESULT
            END-IF.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION. THE LEDGER IS ONLY CREATED WHEN IT DOES NOT
      * EXIST (STATUS 35) - ANY OTHER OPEN FAILURE ENDS THE RUN
      * RATHER THAN REPLACE THE LIVE LEDGER WITH AN EMPTY FILE.
      ******************************************************************
       1000-INITIALIZE.
            MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
            OPEN OUTPUT POSTING-REPORT.
            MOVE WS-RUN-DATE TO HL-RUN-DATE.
            WRITE REPORT-LINE FROM HEADING-LINE-1.
            OPEN I-O LEDGER-FILE.
            IF LEDGER-FILE-NOT-PRESENT
                OPEN OUTPUT LEDGER-FILE
                CLOSE LEDGER-FILE
                OPEN I-O LEDGER-FILE
            END-IF.
            MOVE LEDGER-FILE-STATUS TO LEDGER-FILE-OPEN-STATUS.
            OPEN INPUT STUDENT-FILE.
            MOVE STUDENT-FILE-STATUS TO STUDENT-FILE-OPEN-STATUS.
       1000-INITIALIZE-EXIT.
            EXIT.

      ******************************************************************
      * ONE FEED - PROVE IT, CHECK THE REGISTER, THEN POST IT. A FEED
      * THAT IS NOT THERE AT ALL HAS NOTHING TO POST AND IS NOT AN
      * ERROR - THE BURSAR DOES NOT SEND A FILE EVERY NIGHT.
      ******************************************************************
       2000-PROCESS-FEED.
            MOVE ZERO TO WS-FEED-DATE.
            WRITE REPORT-LINE FROM BLANK-LINE.
            OPEN INPUT FEED-FILE.
            IF NOT FEED-FILE-OK
                MOVE WS-FEED-NAME TO FL-FEED-NAME
                MOVE ZERO TO FL-FEED-DATE
                WRITE REPORT-LINE FROM FEED-LINE
                MOVE "NOT PRESENT - NOTHING TO POST" TO
                    RL-RESULT-TEXT
                WRITE REPORT-LINE FROM RESULT-LINE
            ELSE
                PERFORM 2100-PROVE-FEED THRU 2100-PROVE-FEED-EXIT
                CLOSE FEED-FILE
                PERFORM 2400-REPORT-CONTROLS THRU
                    2400-REPORT-CONTROLS-EXIT
                EVALUATE TRUE
                    WHEN WS-FEED-ERROR-COUNT > ZERO
                        ADD 1 TO WS-REJECTED-FEEDS
                        MOVE "REJECTED - NOTHING POSTED" TO
                            RL-RESULT-TEXT
                        DISPLAY "LEDGERPOST - FEED " WS-FEED-NAME
                            " REJECTED, SEE ../LEDGRPT."
                    WHEN OTHER
                        PERFORM 2500-CHECK-REGISTER THRU
                            2500-CHECK-REGISTER-EXIT
                        IF FEED-ALREADY-POSTED
                            MOVE "ALREADY POSTED - SKIPPED" TO
                                RL-RESULT-TEXT
                        ELSE
                            MOVE ZERO TO WS-FEED-WRITE-FAILURES
                            PERFORM 2600-POST-FEED THRU
                                2600-POST-FEED-EXIT
                            IF WS-FEED-WRITE-FAILURES = ZERO
                                PERFORM 2700-APPEND-REGISTER THRU
                                    2700-APPEND-REGISTER-EXIT
                                MOVE WS-FEED-POSTED-COUNT TO
                                    PT-POSTED-COUNT
                                MOVE POSTED-TEXT TO RL-RESULT-TEXT
                            ELSE
                                MOVE "POST INCOMPLETE - NOT REGISTERED"
                                    TO RL-RESULT-TEXT
                                DISPLAY "LEDGERPOST - FEED "
                                    WS-FEED-NAME
                                    " POST INCOMPLETE, FEED NOT "
                                    "REGISTERED."
                            END-IF
                        END-IF
                END-EVALUATE
                WRITE REPORT-LINE FROM RESULT-LINE
            END-IF.
       2000-PROCESS-FEED-EXIT.
            EXIT.

      ******************************************************************
      * PROVE THE FEED - HEADER FIRST, TRAILER LAST, EVERY DETAIL
      * VALID, AND THE TRAILER'S COUNT AND BOTH AMOUNT TOTALS EQUAL
      * TO WHAT WAS ACTUALLY READ. EVERY PROBLEM IS LISTED, NOT JUST
      * THE FIRST, SO ONE RESEND FIXES THEM ALL.
      ******************************************************************
       2100-PROVE-FEED.
            MOVE ZERO TO WS-RECORD-NUMBER WS-FEED-ERROR-COUNT
                WS-FEED-DETAIL-COUNT WS-FEED-DEBIT-TOTAL
                WS-FEED-CREDIT-TOTAL WS-TRAILER-COUNT
                WS-TRAILER-DEBIT-TOTAL WS-TRAILER-CREDIT-TOTAL.
            MOVE "N" TO FEED-EOF-SWITCH TRAILER-SEEN-SWITCH.
            PERFORM 2110-READ-FEED THRU 2110-READ-FEED-EXIT.
            IF FEED-AT-EOF
                MOVE "FEED IS EMPTY" TO WS-ERROR-TEXT
                PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
            ELSE
                IF FH-RECORD-TYPE = "HDR" AND FH-FEED-DATE IS NUMERIC
                    MOVE FH-FEED-DATE TO WS-FEED-DATE
                ELSE
                    MOVE "HEADER RECORD MISSING OR INVALID" TO
                        WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                END-IF
                MOVE WS-FEED-NAME TO FL-FEED-NAME
                MOVE WS-FEED-DATE TO FL-FEED-DATE
                WRITE REPORT-LINE FROM FEED-LINE
                PERFORM 2110-READ-FEED THRU 2110-READ-FEED-EXIT
                PERFORM 2200-PROVE-ONE-RECORD THRU
                    2200-PROVE-ONE-RECORD-EXIT
                    UNTIL FEED-AT-EOF
                PERFORM 2300-PROVE-TRAILER THRU
                    2300-PROVE-TRAILER-EXIT
            END-IF.
       2100-PROVE-FEED-EXIT.
            EXIT.

       2110-READ-FEED.
            READ FEED-FILE
                AT END SET FEED-AT-EOF TO TRUE
            END-READ.
            IF NOT FEED-AT-EOF
                ADD 1 TO WS-RECORD-NUMBER
                MOVE FEED-RECORD TO WS-FEED-RECORD
            END-IF.
       2110-READ-FEED-EXIT.
            EXIT.

       2200-PROVE-ONE-RECORD.
            EVALUATE TRUE
                WHEN TRAILER-SEEN
                    MOVE "RECORD FOLLOWS THE TRAILER" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN FT-RECORD-TYPE = "TRL"
                    SET TRAILER-SEEN TO TRUE
                    IF FT-DETAIL-COUNT IS NUMERIC
                            AND FT-DEBIT-TOTAL IS NUMERIC
                            AND FT-CREDIT-TOTAL IS NUMERIC
                        MOVE FT-DETAIL-COUNT TO WS-TRAILER-COUNT
                        MOVE FT-DEBIT-TOTAL TO WS-TRAILER-DEBIT-TOTAL
                        MOVE FT-CREDIT-TOTAL TO
                            WS-TRAILER-CREDIT-TOTAL
                    ELSE
                        MOVE "TRAILER CONTROLS NOT NUMERIC" TO
                            WS-ERROR-TEXT
                        PERFORM 2900-FEED-ERROR THRU
                            2900-FEED-ERROR-EXIT
                    END-IF
                WHEN FEED-IS-BILLING
                    PERFORM 2210-PROVE-BILLING-DETAIL THRU
                        2210-PROVE-BILLING-DETAIL-EXIT
                WHEN OTHER
                    PERFORM 2220-PROVE-BURSAR-DETAIL THRU
                        2220-PROVE-BURSAR-DETAIL-EXIT
            END-EVALUATE.
            PERFORM 2110-READ-FEED THRU 2110-READ-FEED-EXIT.
       2200-PROVE-ONE-RECORD-EXIT.
            EXIT.

      * AN AMOUNT THAT IS NOT NUMERIC CANNOT BE ADDED TO THE TOTALS;
      * THE DETAIL IS STILL COUNTED, SO THE TRAILER COUNT IS PROVED
      * AGAINST EVERY RECORD BETWEEN HEADER AND TRAILER.
       2210-PROVE-BILLING-DETAIL.
            ADD 1 TO WS-FEED-DETAIL-COUNT.
            EVALUATE TRUE
                WHEN NOT BD-TYPE-CHARGE AND NOT BD-TYPE-REVERSAL
                    MOVE "DETAIL TYPE NOT C OR R" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN BD-CHARGE-AMOUNT IS NOT NUMERIC
                    MOVE "AMOUNT NOT NUMERIC" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN BD-TERM-CODE = SPACES
                    MOVE "TERM CODE MISSING" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN OTHER
                    IF BD-TYPE-CHARGE
                        ADD BD-CHARGE-AMOUNT TO WS-FEED-DEBIT-TOTAL
                    ELSE
                        ADD BD-CHARGE-AMOUNT TO WS-FEED-CREDIT-TOTAL
                    END-IF
                    MOVE BD-STUDENT-NUMBER TO STUDENT-NUMBER
                    PERFORM 2230-PROVE-STUDENT THRU
                        2230-PROVE-STUDENT-EXIT
            END-EVALUATE.
       2210-PROVE-BILLING-DETAIL-EXIT.
            EXIT.

       2220-PROVE-BURSAR-DETAIL.
            ADD 1 TO WS-FEED-DETAIL-COUNT.
            EVALUATE TRUE
                WHEN NOT BP-TYPE-PAYMENT AND NOT BP-TYPE-CREDIT-ADJ
                        AND NOT BP-TYPE-DEBIT-ADJ
                    MOVE "DETAIL TYPE NOT P, A OR D" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN BP-AMOUNT IS NOT NUMERIC
                    MOVE "AMOUNT NOT NUMERIC" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN BP-TERM-CODE = SPACES
                    MOVE "TERM CODE MISSING" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN BP-EFFECTIVE-DATE IS NOT NUMERIC
                        OR BP-EFFECTIVE-DATE = ZERO
                    MOVE "EFFECTIVE DATE INVALID" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                WHEN OTHER
                    IF BP-TYPE-DEBIT-ADJ
                        ADD BP-AMOUNT TO WS-FEED-DEBIT-TOTAL
                    ELSE
                        ADD BP-AMOUNT TO WS-FEED-CREDIT-TOTAL
                    END-IF
                    MOVE BP-STUDENT-NUMBER TO STUDENT-NUMBER
                    PERFORM 2230-PROVE-STUDENT THRU
                        2230-PROVE-STUDENT-EXIT
            END-EVALUATE.
       2220-PROVE-BURSAR-DETAIL-EXIT.
            EXIT.

       2230-PROVE-STUDENT.
            IF STUDENT-NUMBER IS NOT NUMERIC
                MOVE "STUDENT NUMBER NOT NUMERIC" TO WS-ERROR-TEXT
                PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
            ELSE
                READ STUDENT-FILE
                    INVALID KEY
                        MOVE "STUDENT NUMBER NOT ON MASTER FILE" TO
                            WS-ERROR-TEXT
                        PERFORM 2900-FEED-ERROR THRU
                            2900-FEED-ERROR-EXIT
                END-READ
            END-IF.
       2230-PROVE-STUDENT-EXIT.
            EXIT.

       2300-PROVE-TRAILER.
            IF NOT TRAILER-SEEN
                MOVE "TRAILER RECORD MISSING" TO WS-ERROR-TEXT
                PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
            ELSE
                IF WS-TRAILER-COUNT NOT = WS-FEED-DETAIL-COUNT
                    MOVE "TRAILER COUNT DOES NOT TIE" TO WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                END-IF
                IF WS-TRAILER-DEBIT-TOTAL NOT = WS-FEED-DEBIT-TOTAL
                    MOVE "TRAILER DEBIT TOTAL DOES NOT TIE" TO
                        WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                END-IF
                IF WS-TRAILER-CREDIT-TOTAL NOT = WS-FEED-CREDIT-TOTAL
                    MOVE "TRAILER CREDIT TOTAL DOES NOT TIE" TO
                        WS-ERROR-TEXT
                    PERFORM 2900-FEED-ERROR THRU 2900-FEED-ERROR-EXIT
                END-IF
            END-IF.
       2300-PROVE-TRAILER-EXIT.
            EXIT.

       2400-REPORT-CONTROLS.
            WRITE REPORT-LINE FROM CONTROL-HEADING-LINE.
            MOVE WS-FEED-DETAIL-COUNT TO CL-READ-COUNT.
            MOVE WS-TRAILER-COUNT TO CL-TRAILER-COUNT.
            WRITE REPORT-LINE FROM COUNT-LINE.
            MOVE "  DEBITS" TO AL-LABEL.
            MOVE WS-FEED-DEBIT-TOTAL TO AL-READ-AMOUNT.
            MOVE WS-TRAILER-DEBIT-TOTAL TO AL-TRAILER-AMOUNT.
            WRITE REPORT-LINE FROM AMOUNT-LINE.
            MOVE "  CREDITS" TO AL-LABEL.
            MOVE WS-FEED-CREDIT-TOTAL TO AL-READ-AMOUNT.
            MOVE WS-TRAILER-CREDIT-TOTAL TO AL-TRAILER-AMOUNT.
            WRITE REPORT-LINE FROM AMOUNT-LINE.
       2400-REPORT-CONTROLS-EXIT.
            EXIT.

      ******************************************************************
      * REGISTER - A FEED IS KNOWN BY ITS SOURCE AND HEADER DATE. A
      * MISSING REGISTER MEANS NOTHING HAS BEEN POSTED YET.
      ******************************************************************
       2500-CHECK-REGISTER.
            MOVE "N" TO ALREADY-POSTED-SWITCH.
            OPEN INPUT REGISTER-FILE.
            IF REGISTER-FILE-OK
                MOVE "N" TO REGISTER-EOF-SWITCH
                PERFORM 2510-READ-REGISTER THRU
                    2510-READ-REGISTER-EXIT
                PERFORM 2520-CHECK-ONE-ENTRY THRU
                    2520-CHECK-ONE-ENTRY-EXIT
                    UNTIL REGISTER-AT-EOF
                CLOSE REGISTER-FILE
            END-IF.
       2500-CHECK-REGISTER-EXIT.
            EXIT.

       2510-READ-REGISTER.
            READ REGISTER-FILE
                AT END SET REGISTER-AT-EOF TO TRUE
            END-READ.
       2510-READ-REGISTER-EXIT.
            EXIT.

       2520-CHECK-ONE-ENTRY.
            IF LR-FEED-SOURCE = WS-FEED-SOURCE
                    AND LR-FEED-DATE = WS-FEED-DATE
                SET FEED-ALREADY-POSTED TO TRUE
                SET REGISTER-AT-EOF TO TRUE
            ELSE
                PERFORM 2510-READ-REGISTER THRU
                    2510-READ-REGISTER-EXIT
            END-IF.
       2520-CHECK-ONE-ENTRY-EXIT.
            EXIT.

      ******************************************************************
      * POST - THE PROVED FEED IS READ AGAIN AND EVERY DETAIL WRITTEN
      * TO THE LEDGER. A BILLING ENTRY TAKES EFFECT ON THE FEED DATE,
      * A BURSAR ENTRY ON ITS OWN EFFECTIVE DATE.
      ******************************************************************
       2600-POST-FEED.
            MOVE ZERO TO WS-FEED-POSTED-COUNT WS-RECORD-NUMBER.
            MOVE "N" TO FEED-EOF-SWITCH.
            OPEN INPUT FEED-FILE.
            PERFORM 2110-READ-FEED THRU 2110-READ-FEED-EXIT.
            PERFORM 2610-POST-ONE-RECORD THRU
                2610-POST-ONE-RECORD-EXIT
                UNTIL FEED-AT-EOF.
            CLOSE FEED-FILE.
            IF FEED-IS-BILLING
                ADD WS-FEED-POSTED-COUNT TO WS-BILLING-POSTED
            ELSE
                ADD WS-FEED-POSTED-COUNT TO WS-BURSAR-POSTED
            END-IF.
       2600-POST-FEED-EXIT.
            EXIT.

       2610-POST-ONE-RECORD.
            IF FH-RECORD-TYPE NOT = "HDR"
                    AND FT-RECORD-TYPE NOT = "TRL"
                MOVE WS-RUN-DATE TO LG-POSTED-DATE
                IF FEED-IS-BILLING
                    PERFORM 2620-BUILD-BILLING-ENTRY THRU
                        2620-BUILD-BILLING-ENTRY-EXIT
                ELSE
                    PERFORM 2630-BUILD-BURSAR-ENTRY THRU
                        2630-BUILD-BURSAR-ENTRY-EXIT
                END-IF
                MOVE ZERO TO LG-SEQUENCE
                MOVE "N" TO LEDGER-WRITTEN-SWITCH
                PERFORM 2650-WRITE-LEDGER THRU 2650-WRITE-LEDGER-EXIT
                    UNTIL LEDGER-WRITTEN
            END-IF.
            PERFORM 2110-READ-FEED THRU 2110-READ-FEED-EXIT.
       2610-POST-ONE-RECORD-EXIT.
            EXIT.

       2620-BUILD-BILLING-ENTRY.
            MOVE BD-STUDENT-NUMBER TO LG-STUDENT-NUMBER.
            MOVE BD-TERM-CODE TO LG-TERM-CODE.
            MOVE WS-FEED-DATE TO LG-ENTRY-DATE.
            MOVE BD-TYPE TO LG-ENTRY-TYPE.
            MOVE BD-CHARGE-AMOUNT TO LG-AMOUNT.
            MOVE BD-COURSE-CODE TO LG-COURSE-CODE.
            MOVE "BILLEXT" TO LG-REFERENCE.
            SET LG-FROM-BILLING TO TRUE.
       2620-BUILD-BILLING-ENTRY-EXIT.
            EXIT.

       2630-BUILD-BURSAR-ENTRY.
            MOVE BP-STUDENT-NUMBER TO LG-STUDENT-NUMBER.
            MOVE BP-TERM-CODE TO LG-TERM-CODE.
            MOVE BP-EFFECTIVE-DATE TO LG-ENTRY-DATE.
            MOVE BP-TYPE TO LG-ENTRY-TYPE.
            MOVE BP-AMOUNT TO LG-AMOUNT.
            MOVE SPACES TO LG-COURSE-CODE.
            MOVE BP-REFERENCE TO LG-REFERENCE.
            SET LG-FROM-BURSAR TO TRUE.
       2630-BUILD-BURSAR-ENTRY-EXIT.
            EXIT.

      * A DUPLICATE KEY ONLY MEANS ANOTHER ENTRY FOR THE SAME
      * STUDENT, TERM AND DATE - THE NEXT SEQUENCE IS TRIED. ANY
      * OTHER FAILURE IS COUNTED AND FAILS THE STEP.
       2650-WRITE-LEDGER.
            ADD 1 TO LG-SEQUENCE.
            WRITE STUDENT-LEDGER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE.
            EVALUATE TRUE
                WHEN LEDGER-FILE-OK
                    SET LEDGER-WRITTEN TO TRUE
                    ADD 1 TO WS-FEED-POSTED-COUNT
                WHEN LEDGER-FILE-DUPLICATE AND LG-SEQUENCE < 9999
                    CONTINUE
                WHEN OTHER
                    SET LEDGER-WRITTEN TO TRUE
                    ADD 1 TO WS-WRITE-FAILURES
                    ADD 1 TO WS-FEED-WRITE-FAILURES
                    DISPLAY "LEDGERPOST - LEDGER WRITE FAILED FOR "
                        LG-STUDENT-NUMBER " " LG-TERM-CODE
                        ", STATUS = " LEDGER-FILE-STATUS
            END-EVALUATE.
       2650-WRITE-LEDGER-EXIT.
            EXIT.

       2700-APPEND-REGISTER.
            OPEN EXTEND REGISTER-FILE.
            IF NOT REGISTER-FILE-OK
                OPEN OUTPUT REGISTER-FILE
            END-IF.
            MOVE WS-FEED-SOURCE TO LR-FEED-SOURCE.
            MOVE WS-FEED-DATE TO LR-FEED-DATE.
            MOVE WS-FEED-DETAIL-COUNT TO LR-DETAIL-COUNT.
            MOVE WS-FEED-DEBIT-TOTAL TO LR-DEBIT-TOTAL.
            MOVE WS-FEED-CREDIT-TOTAL TO LR-CREDIT-TOTAL.
            MOVE WS-RUN-DATE TO LR-POSTED-DATE.
            WRITE REGISTER-RECORD.
            CLOSE REGISTER-FILE.
       2700-APPEND-REGISTER-EXIT.
            EXIT.

       2900-FEED-ERROR.
            ADD 1 TO WS-FEED-ERROR-COUNT.
            MOVE WS-RECORD-NUMBER TO EL-RECORD-NUMBER.
            MOVE WS-ERROR-TEXT TO EL-ERROR-TEXT.
            WRITE REPORT-LINE FROM ERROR-LINE.
       2900-FEED-ERROR-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION
      ******************************************************************
       9000-TERMINATE.
            IF LEDGER-FILE-OPENED
                CLOSE LEDGER-FILE
            END-IF.
            IF STUDENT-FILE-OPENED
                CLOSE STUDENT-FILE
            END-IF.
            CLOSE POSTING-REPORT.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM LedgerPost.
