      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: AGED RECEIVABLES REPORT FROM THE STUDENT ACCOUNT
      *          LEDGER (../LEDGER, POSTED BY LedgerPost). ONE LINE
      *          PER STUDENT PER TERM WITH A BALANCE, AGED AS OF AN
      *          OPERATOR-KEYED DATE (ZERO FOR TODAY) INTO CURRENT
      *          (UNDER 30 DAYS), 30-59, 60-89 AND 90 DAYS AND OVER
      *          BY THE ENTRY DATE OF EACH CHARGE. PAYMENTS, REVERSALS
      *          AND CREDIT ADJUSTMENTS ARE APPLIED TO THE OLDEST
      *          CHARGES FIRST, SO WHAT REMAINS OUTSTANDING IS THE
      *          NEWEST. A TERM PAID IN FULL IS NOT LISTED; A TERM IN
      *          CREDIT SHOWS ONLY A NEGATIVE BALANCE. LINES ARE BY
      *          TERM THEN STUDENT WITH A SUBTOTAL PER TERM AND A
      *          GRAND TOTAL. OUTPUT GOES TO ../ARAGING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceivablesAging.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO "../LEDGER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LG-KEY
                   FILE STATUS IS LEDGER-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT AGING-REPORT ASSIGN TO "../ARAGING"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AGING-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY LEDGER.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-TERM PIC X(6).
           05 SORT-STUDENT PIC 9(8).
           05 SORT-CLASS PIC 9(1).
               88 SORT-CREDIT VALUE 1.
               88 SORT-DEBIT VALUE 2.
           05 SORT-ENTRY-DATE PIC 9(8).
           05 SORT-AMOUNT PIC 9(05)V99.
       FD AGING-REPORT.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 LEDGER-FILE-STATUS PIC X(02).
           88 LEDGER-FILE-OK VALUE "00".
       01 AGING-REPORT-STATUS PIC X(02).
       01 LEDGER-EOF-SWITCH PIC X(01).
           88 LEDGER-AT-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01).
           88 SORT-AT-EOF VALUE "Y".
       01 FIRST-RECORD-SWITCH PIC X(01).
           88 IS-FIRST-RECORD VALUE "Y".
       01 WS-AS-OF-DATE PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-TERM PIC X(06) VALUE SPACES.
       01 WS-PRIOR-STUDENT PIC 9(08) VALUE ZERO.
       01 WS-AGE-DAYS PIC S9(07) VALUE ZERO.
       01 WS-BUCKET PIC 9(01) VALUE ZERO.
       01 WS-CREDIT-LEFT PIC 9(09)V99 VALUE ZERO.
       01 WS-OUTSTANDING PIC 9(09)V99 VALUE ZERO.
       01 WS-STUDENT-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-TERM-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-GRAND-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-STUDENT-AGING.
           05 WS-STUDENT-BUCKET PIC 9(09)V99 OCCURS 4 TIMES.
       01 WS-TERM-AGING.
           05 WS-TERM-BUCKET PIC 9(09)V99 OCCURS 4 TIMES.
       01 WS-GRAND-AGING.
           05 WS-GRAND-BUCKET PIC 9(09)V99 OCCURS 4 TIMES.
       01 WS-LINE-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-TERM-LINE-COUNT PIC 9(06) COMP VALUE ZERO.
       01 HEADING-LINE-1.
           05 FILLER PIC X(28) VALUE "AGED RECEIVABLES BY TERM AS".
           05 FILLER PIC X(03) VALUE "OF ".
           05 HL-AS-OF-DATE PIC 9(08).
       01 HEADING-LINE-2.
           05 FILLER PIC X(06) VALUE "TERM".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STUDENT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "    CURRENT".
           05 FILLER PIC X(12) VALUE "      30-59".
           05 FILLER PIC X(12) VALUE "      60-89".
           05 FILLER PIC X(12) VALUE "        90+".
           05 FILLER PIC X(12) VALUE "    BALANCE".
       01 DETAIL-LINE.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-STUDENT PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-BUCKET-ENTRY OCCURS 4 TIMES.
               10 FILLER PIC X(02).
               10 DL-BUCKET PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-BALANCE PIC ZZZ,ZZ9.99-.
       01 TOTAL-LINE.
           05 TL-LABEL PIC X(18).
           05 TL-BUCKET-ENTRY OCCURS 4 TIMES.
               10 FILLER PIC X(01).
               10 TL-BUCKET PIC ZZZZ,ZZ9.99.
           05 TL-BALANCE PIC ZZZZ,ZZ9.99-.
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            SORT SORT-WORK
                ON ASCENDING KEY SORT-TERM SORT-STUDENT SORT-CLASS
                    SORT-ENTRY-DATE
                INPUT PROCEDURE IS 2000-LEDGER-INPUT THRU
                    2000-LEDGER-INPUT-EXIT
                OUTPUT PROCEDURE IS 3000-AGING-OUTPUT THRU
                    3000-AGING-OUTPUT-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "RECEIVABLES AGING - BALANCES LISTED: "
                WS-LINE-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION - KEY THE AGING DATE
      ******************************************************************
       1000-INITIALIZE.
            DISPLAY "ENTER AGING DATE (YYYYMMDD, 0 FOR TODAY): ".
            ACCEPT WS-AS-OF-DATE.
            IF WS-AS-OF-DATE = ZERO
                ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
            END-IF.
            OPEN OUTPUT AGING-REPORT.
            MOVE WS-AS-OF-DATE TO HL-AS-OF-DATE.
            WRITE REPORT-LINE FROM HEADING-LINE-1.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM HEADING-LINE-2.
            INITIALIZE WS-GRAND-AGING.
       1000-INITIALIZE-EXIT.
            EXIT.

      ******************************************************************
      * INPUT - RELEASE EVERY LEDGER ENTRY. CREDITS SORT AHEAD OF
      * DEBITS WITHIN A STUDENT'S TERM SO THE WHOLE CREDIT IS KNOWN
      * BEFORE THE FIRST (OLDEST) CHARGE IS AGED.
      ******************************************************************
       2000-LEDGER-INPUT.
            MOVE "N" TO LEDGER-EOF-SWITCH.
            OPEN INPUT LEDGER-FILE.
            IF LEDGER-FILE-OK
                PERFORM 2100-READ-LEDGER THRU 2100-READ-LEDGER-EXIT
                PERFORM 2200-RELEASE-ENTRY THRU
                    2200-RELEASE-ENTRY-EXIT
                    UNTIL LEDGER-AT-EOF
                CLOSE LEDGER-FILE
            ELSE
                DISPLAY "RECEIVABLESAGING - CANNOT OPEN LEDGER, "
                    "STATUS = " LEDGER-FILE-STATUS
            END-IF.
       2000-LEDGER-INPUT-EXIT.
            EXIT.

       2100-READ-LEDGER.
            READ LEDGER-FILE NEXT RECORD
                AT END SET LEDGER-AT-EOF TO TRUE
            END-READ.
       2100-READ-LEDGER-EXIT.
            EXIT.

       2200-RELEASE-ENTRY.
            MOVE LG-TERM-CODE TO SORT-TERM.
            MOVE LG-STUDENT-NUMBER TO SORT-STUDENT.
            IF LG-CREDIT-ENTRY
                SET SORT-CREDIT TO TRUE
            ELSE
                SET SORT-DEBIT TO TRUE
            END-IF.
            MOVE LG-ENTRY-DATE TO SORT-ENTRY-DATE.
            MOVE LG-AMOUNT TO SORT-AMOUNT.
            RELEASE SORT-RECORD.
            PERFORM 2100-READ-LEDGER THRU 2100-READ-LEDGER-EXIT.
       2200-RELEASE-ENTRY-EXIT.
            EXIT.

      ******************************************************************
      * OUTPUT - BREAK ON STUDENT WITHIN TERM. CREDITS ARRIVE FIRST
      * AND ARE HELD; EACH CHARGE THEN ABSORBS WHAT CREDIT IS LEFT
      * AND ANY REMAINDER IS AGED BY THE CHARGE'S ENTRY DATE.
      ******************************************************************
       3000-AGING-OUTPUT.
            MOVE "N" TO SORT-EOF-SWITCH.
            MOVE "Y" TO FIRST-RECORD-SWITCH.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
            PERFORM 3200-AGE-ONE-ENTRY THRU 3200-AGE-ONE-ENTRY-EXIT
                UNTIL SORT-AT-EOF.
            IF NOT IS-FIRST-RECORD
                PERFORM 3400-PRINT-STUDENT THRU 3400-PRINT-STUDENT-EXIT
                PERFORM 3500-PRINT-TERM-TOTAL THRU
                    3500-PRINT-TERM-TOTAL-EXIT
            END-IF.
       3000-AGING-OUTPUT-EXIT.
            EXIT.

       3100-RETURN-SORTED.
            RETURN SORT-WORK
                AT END SET SORT-AT-EOF TO TRUE
            END-RETURN.
       3100-RETURN-SORTED-EXIT.
            EXIT.

       3200-AGE-ONE-ENTRY.
            EVALUATE TRUE
                WHEN IS-FIRST-RECORD
                    MOVE "N" TO FIRST-RECORD-SWITCH
                    PERFORM 3310-START-TERM THRU 3310-START-TERM-EXIT
                    PERFORM 3300-START-STUDENT THRU
                        3300-START-STUDENT-EXIT
                WHEN SORT-TERM NOT = WS-PRIOR-TERM
                    PERFORM 3400-PRINT-STUDENT THRU
                        3400-PRINT-STUDENT-EXIT
                    PERFORM 3500-PRINT-TERM-TOTAL THRU
                        3500-PRINT-TERM-TOTAL-EXIT
                    PERFORM 3310-START-TERM THRU 3310-START-TERM-EXIT
                    PERFORM 3300-START-STUDENT THRU
                        3300-START-STUDENT-EXIT
                WHEN SORT-STUDENT NOT = WS-PRIOR-STUDENT
                    PERFORM 3400-PRINT-STUDENT THRU
                        3400-PRINT-STUDENT-EXIT
                    PERFORM 3300-START-STUDENT THRU
                        3300-START-STUDENT-EXIT
            END-EVALUATE.
            IF SORT-CREDIT
                ADD SORT-AMOUNT TO WS-CREDIT-LEFT
                SUBTRACT SORT-AMOUNT FROM WS-STUDENT-BALANCE
            ELSE
                ADD SORT-AMOUNT TO WS-STUDENT-BALANCE
                PERFORM 3250-AGE-CHARGE THRU 3250-AGE-CHARGE-EXIT
            END-IF.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-AGE-ONE-ENTRY-EXIT.
            EXIT.

       3250-AGE-CHARGE.
            IF WS-CREDIT-LEFT >= SORT-AMOUNT
                SUBTRACT SORT-AMOUNT FROM WS-CREDIT-LEFT
            ELSE
                COMPUTE WS-OUTSTANDING = SORT-AMOUNT - WS-CREDIT-LEFT
                MOVE ZERO TO WS-CREDIT-LEFT
                COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
                    - FUNCTION INTEGER-OF-DATE (SORT-ENTRY-DATE)
                EVALUATE TRUE
                    WHEN WS-AGE-DAYS < 30
                        MOVE 1 TO WS-BUCKET
                    WHEN WS-AGE-DAYS < 60
                        MOVE 2 TO WS-BUCKET
                    WHEN WS-AGE-DAYS < 90
                        MOVE 3 TO WS-BUCKET
                    WHEN OTHER
                        MOVE 4 TO WS-BUCKET
                END-EVALUATE
                ADD WS-OUTSTANDING TO WS-STUDENT-BUCKET (WS-BUCKET)
            END-IF.
       3250-AGE-CHARGE-EXIT.
            EXIT.

       3300-START-STUDENT.
            MOVE SORT-STUDENT TO WS-PRIOR-STUDENT.
            MOVE ZERO TO WS-CREDIT-LEFT WS-STUDENT-BALANCE.
            INITIALIZE WS-STUDENT-AGING.
       3300-START-STUDENT-EXIT.
            EXIT.

       3310-START-TERM.
            MOVE SORT-TERM TO WS-PRIOR-TERM.
            MOVE ZERO TO WS-TERM-BALANCE WS-TERM-LINE-COUNT.
            INITIALIZE WS-TERM-AGING.
       3310-START-TERM-EXIT.
            EXIT.

      * A TERM PAID EXACTLY TO ZERO IS NOT LISTED.
       3400-PRINT-STUDENT.
            IF WS-STUDENT-BALANCE NOT = ZERO
                MOVE SPACES TO DETAIL-LINE
                MOVE WS-PRIOR-TERM TO DL-TERM
                MOVE WS-PRIOR-STUDENT TO DL-STUDENT
                MOVE 1 TO WS-BUCKET
                PERFORM 3410-MOVE-STUDENT-BUCKET THRU
                    3410-MOVE-STUDENT-BUCKET-EXIT
                    UNTIL WS-BUCKET > 4
                MOVE WS-STUDENT-BALANCE TO DL-BALANCE
                WRITE REPORT-LINE FROM DETAIL-LINE
                ADD WS-STUDENT-BALANCE TO WS-TERM-BALANCE
                    WS-GRAND-BALANCE
                ADD 1 TO WS-LINE-COUNT WS-TERM-LINE-COUNT
            END-IF.
       3400-PRINT-STUDENT-EXIT.
            EXIT.

       3410-MOVE-STUDENT-BUCKET.
            MOVE WS-STUDENT-BUCKET (WS-BUCKET) TO
                DL-BUCKET (WS-BUCKET).
            ADD WS-STUDENT-BUCKET (WS-BUCKET) TO
                WS-TERM-BUCKET (WS-BUCKET)
                WS-GRAND-BUCKET (WS-BUCKET).
            ADD 1 TO WS-BUCKET.
       3410-MOVE-STUDENT-BUCKET-EXIT.
            EXIT.

       3500-PRINT-TERM-TOTAL.
            IF WS-TERM-LINE-COUNT > ZERO
                MOVE SPACES TO TOTAL-LINE
                STRING "TERM " WS-PRIOR-TERM " TOTAL"
                    DELIMITED BY SIZE INTO TL-LABEL
                END-STRING
                MOVE 1 TO WS-BUCKET
                PERFORM 3510-MOVE-TERM-BUCKET THRU
                    3510-MOVE-TERM-BUCKET-EXIT
                    UNTIL WS-BUCKET > 4
                MOVE WS-TERM-BALANCE TO TL-BALANCE
                WRITE REPORT-LINE FROM TOTAL-LINE
                WRITE REPORT-LINE FROM BLANK-LINE
            END-IF.
       3500-PRINT-TERM-TOTAL-EXIT.
            EXIT.

       3510-MOVE-TERM-BUCKET.
            MOVE WS-TERM-BUCKET (WS-BUCKET) TO TL-BUCKET (WS-BUCKET).
            ADD 1 TO WS-BUCKET.
       3510-MOVE-TERM-BUCKET-EXIT.
            EXIT.

       3520-MOVE-GRAND-BUCKET.
            MOVE WS-GRAND-BUCKET (WS-BUCKET) TO
                TL-BUCKET (WS-BUCKET).
            ADD 1 TO WS-BUCKET.
       3520-MOVE-GRAND-BUCKET-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION - GRAND TOTAL ACROSS ALL TERMS
      ******************************************************************
       9000-TERMINATE.
            MOVE SPACES TO TOTAL-LINE.
            MOVE "GRAND TOTAL" TO TL-LABEL.
            MOVE 1 TO WS-BUCKET.
            PERFORM 3520-MOVE-GRAND-BUCKET THRU
                3520-MOVE-GRAND-BUCKET-EXIT
                UNTIL WS-BUCKET > 4.
            MOVE WS-GRAND-BALANCE TO TL-BALANCE.
            WRITE REPORT-LINE FROM TOTAL-LINE.
            CLOSE AGING-REPORT.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM ReceivablesAging.
