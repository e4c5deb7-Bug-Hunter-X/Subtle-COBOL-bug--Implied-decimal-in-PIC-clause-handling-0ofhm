      ******************************************************************
      *  MNTHIST - maintenance change history record, MNTHIST
      *  Permanent: ACCTMNT and SUSPMGMT append one record for every
      *  change they apply -- account opens, reopens, closes and
      *  freezes, and suspense clears -- naming who asked for it
      *  and who approved it. Never rewritten or swapped.
      ******************************************************************
       01  MNT-HIST-RECORD.
           05  MHS-CHANGE-DATE             PIC 9(8).
           05  MHS-CHANGE-TIME             PIC 9(6).
           05  MHS-PROGRAM                 PIC X(8).
           05  MHS-ACTION                  PIC X(1).
      *        ACCTMNT: "O", "C", "F" as on MAINTIN.
      *        SUSPMGMT: "R" repost, "W" write-off, "P" paper clear
           05  MHS-SUBJECT                 PIC X(15).
      *        Account number for ACCTMNT
           05  MHS-SUSP-SUBJECT REDEFINES MHS-SUBJECT.
               10  MHS-SUSP-RUN-DATE       PIC 9(8).
               10  MHS-SUSP-SOURCE-RECORD  PIC 9(7).
      *        Suspense item key for SUSPMGMT
           05  MHS-BEFORE-STATUS           PIC X(1).
           05  MHS-AFTER-STATUS            PIC X(1).
      *        ACCT-STATUS (space before = new account) or
      *        SUSP-CLEARED-IND before and after the change
           05  MHS-CURRENCY-CODE           PIC X(3).
           05  MHS-AMOUNT                  PIC S9(9)V99.
      *        Account balance, or the suspense item amount
           05  MHS-OPERATOR-ID             PIC X(8).
           05  MHS-APPROVER-ID             PIC X(8).
      *        Spaces when no approval was required (a write-off
      *        within the single-operator limit)
           05  MHS-REQUEST-DATE            PIC 9(8).
      *        Date the request was first held
           05  FILLER                      PIC X(10).
