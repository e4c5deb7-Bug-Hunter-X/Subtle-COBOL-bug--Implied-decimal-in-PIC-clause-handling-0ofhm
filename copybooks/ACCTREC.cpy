      *  so a record replayed by a checkpoint restart is recognized
      *  and not posted twice (the run identity is a serial struck
      *  once per run, NOT the wall-clock date).
      *  The layout has grown three times -- first for the
      *  replay-guard fields, then for ACCT-STATUS, then for
      *  ACCT-CURRENCY-CODE -- an ACCTMAST built before any of them
      *  must be converted before use. Accounts are opened, closed
      *  and frozen by ACCTMNT only; DLYACCUM rejects a posting to a
      *  closed, frozen or unknown account, or one whose currency is
      *  not the account's own.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC X(6).
               88  ACCT-OPEN           VALUE "O".
               88  ACCT-CLOSED         VALUE "C".
               88  ACCT-FROZEN         VALUE "F".
           05  ACCT-CURRENCY-CODE      PIC X(3).
      *        The currency the account is denominated in, fixed by
      *        ACCTMNT when the account is opened. Spaces on a
      *        converted master means not yet denominated: DLYACCUM
      *        rejects postings to such an account until an "O"
      *        request carrying a currency denominates it.
