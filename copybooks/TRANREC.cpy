      ******************************************************************
      *  TRANREC - daily transaction detail record, TRANS-FILE
      *  Widened from 19 to 25 bytes for the internal transfer: the
      *  transfer's to-account rides after the account number, so
      *  every detail field keeps its offset. Extracts, REJFILE and
      *  anything else built in this layout must be cut at the new
      *  length.
      ******************************************************************
       01  TRANS-RECORD.
           05  TRANS-REC-TYPE          PIC X(1).
      *        "D" = detail record, "X" = internal transfer,
      *        "T" = trailer (control totals), "H" = header
           05  TRANS-AMOUNT            PIC 9(5)V99.
           05  TRANS-DC-IND            PIC X(1).
      *        "D" = debit/normal posting, adds to the running total
           05  TRANS-ACCOUNT-NUMBER    PIC X(6).
      *        Account the posting belongs to; spaces when the extract
      *        system has no account to cite (older extracts).
           05  FILLER                  PIC X(6).

      *    Internal transfer, record type "X": one amount moved from
      *    one account to another in the same currency. DLYACCUM
      *    posts the from-leg (balance reduced) and the to-leg
      *    (balance increased) together or rejects the record whole,
      *    so a transfer is balanced by construction -- it nets to
      *    zero in the control and currency totals. The extract
      *    system strikes its trailer the same way: a transfer adds
      *    one to the record count and nothing to the control total.
      *    Amount, currency and from-account share the detail
      *    record's offsets; the D/C and reversal bytes are unused.
       01  TRANS-TRANSFER-RECORD REDEFINES TRANS-RECORD.
           05  XFER-REC-TYPE           PIC X(1).
           05  XFER-AMOUNT             PIC 9(5)V99.
           05  FILLER                  PIC X(1).
           05  XFER-CURRENCY-CODE      PIC X(3).
           05  FILLER                  PIC X(1).
           05  XFER-FROM-ACCOUNT       PIC X(6).
           05  XFER-TO-ACCOUNT         PIC X(6).

      *    Trailer record, last record on TRANS-FILE, carries the
      *    control total and record count the extract was built with.
