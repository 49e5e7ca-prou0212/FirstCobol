      ******************************************************************
      * Copybook: LEDGER
      * Purpose:  Student account ledger record (../LEDGER), one per
      *           charge, reversal, payment or adjustment posted to a
      *           student's account for a term. Posted nightly by
      *           LedgerPost from the bursar billing extract
      *           (../BILLEXT) and the bursar's inbound payment and
      *           adjustment feed (../BURSIN). LG-ENTRY-DATE is the
      *           date the entry takes effect and drives the aging
      *           in ReceivablesAging; LG-SEQUENCE keeps entries of
      *           the same student, term and date apart. Charges and
      *           debit adjustments raise the balance; reversals,
      *           payments and credit adjustments lower it.
      ******************************************************************
       01 STUDENT-LEDGER-RECORD.
           05 LG-KEY.
               10 LG-STUDENT-NUMBER PIC 9(8).
               10 LG-TERM-CODE PIC X(6).
               10 LG-ENTRY-DATE PIC 9(08).
               10 LG-SEQUENCE PIC 9(04).
           05 LG-ENTRY-TYPE PIC X(01).
               88 LG-TYPE-CHARGE VALUE "C".
               88 LG-TYPE-REVERSAL VALUE "R".
               88 LG-TYPE-PAYMENT VALUE "P".
               88 LG-TYPE-CREDIT-ADJ VALUE "A".
               88 LG-TYPE-DEBIT-ADJ VALUE "D".
               88 LG-DEBIT-ENTRY VALUE "C" "D".
               88 LG-CREDIT-ENTRY VALUE "R" "P" "A".
           05 LG-AMOUNT PIC 9(05)V99.
           05 LG-COURSE-CODE PIC X(8).
           05 LG-REFERENCE PIC X(10).
           05 LG-SOURCE PIC X(01).
               88 LG-FROM-BILLING VALUE "B".
               88 LG-FROM-BURSAR VALUE "F".
           05 LG-POSTED-DATE PIC 9(08).
