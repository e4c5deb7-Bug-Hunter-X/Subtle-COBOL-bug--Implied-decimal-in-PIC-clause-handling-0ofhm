      ******************************************************************
      *  STNDREC - standing instruction record, STNDMAST
      *  One recurring posting per instruction, keyed by instruction
      *  ID. STNDORD selects the instructions due on the business
      *  date, writes them to the daily extract and moves each one's
      *  next-due date on by its frequency.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-INSTRUCTION-ID           PIC X(8).
           05  SO-ACCOUNT-NUMBER           PIC X(6).
      *        Account posted to; the from-account of a transfer
           05  SO-TO-ACCOUNT               PIC X(6).
      *        Transfer ("X") only: the account credited with the
      *        amount. Spaces otherwise
           05  SO-AMOUNT                   PIC 9(5)V99.
           05  SO-CURRENCY-CODE            PIC X(3).
           05  SO-DC-IND                   PIC X(1).
      *        "D" = adds to the balance, "C" = reduces it (written
      *        as a credit with the reversal flag set), "X" = moves
      *        the amount from SO-ACCOUNT-NUMBER to SO-TO-ACCOUNT
           05  SO-FREQUENCY                PIC X(1).
               88  SO-DAILY                VALUE "D".
               88  SO-WEEKLY               VALUE "W".
               88  SO-MONTHLY              VALUE "M".
               88  SO-QUARTERLY            VALUE "Q".
               88  SO-ANNUAL               VALUE "A".
               88  SO-FREQUENCY-VALID      VALUE "D" "W" "M" "Q" "A".
      *        Monthly, quarterly and annual instructions fall on
      *        the start date's day of the month, or the month's
      *        last day when it is shorter
           05  SO-START-DATE               PIC 9(8).
           05  SO-END-DATE                 PIC 9(8).
      *        Last date an occurrence may fall on; zero = no end
           05  SO-NEXT-DUE-DATE            PIC 9(8).
      *        Zero on a new instruction = the start date
           05  SO-STATUS                   PIC X(1).
               88  SO-ACTIVE               VALUE "A" " ".
               88  SO-SUSPENDED            VALUE "S".
               88  SO-ENDED                VALUE "E".
      *        Set to "E" by STNDORD once the next occurrence would
      *        fall after the end date
           05  SO-LAST-RUN-DATE            PIC 9(8).
      *        Business date STNDORD last processed a due occurrence
      *        for -- the rerun guard
           05  SO-LAST-RESULT              PIC X(1).
      *        "G" = generated, "S" = skipped on that run
           05  SO-LAST-DUE-DATE            PIC 9(8).
      *        The occurrence that run covered
           05  FILLER                      PIC X(6).
