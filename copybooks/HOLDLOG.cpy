      ******************************************************************
      * Copybook: HOLDLOG
      * Purpose:  Hold placement/release log record (../HOLDLOG),
      *           one per hold placed or released through HoldMaint,
      *           carrying the signed-on operator id and the hold
      *           record as it stood after the change. Appended
      *           forever by HoldLog, the way AuditLog extends
      *           ../STUDAUD.
      ******************************************************************
       01 HOLD-LOG-RECORD.
           05 HG-LOG-DATE PIC 9(08).
           05 HG-LOG-TIME PIC 9(06).
           05 HG-ACTION PIC X(07).
               88 HG-ACTION-PLACE VALUE "PLACE".
               88 HG-ACTION-RELEASE VALUE "RELEASE".
           05 HG-USER-ID PIC X(08).
           05 HG-HOLD-IMAGE PIC X(81).
