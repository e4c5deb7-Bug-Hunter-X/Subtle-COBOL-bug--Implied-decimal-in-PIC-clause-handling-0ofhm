      ******************************************************************
      *  MAINTREC - account maintenance request record, MAINTIN
      *  One open/close/freeze request per record, applied to
      *  ACCTMAST by ACCTMNT. DORMSCAN writes its generated freeze
      *  and proposed close requests in this layout so they go
      *  through ACCTMNT's normal path instead of being keyed.
      *  Every request names the operator who keyed it. ACCTMNT
      *  holds a request on its pending file until a second record
      *  for the same action and account, flagged "A" and keyed by a
      *  different operator, approves it.
      ******************************************************************
       01  MAINT-RECORD.
           05  MNT-ACTION                  PIC X(1).
      *        "O" = open (create, or reopen/unfreeze an existing
      *        account), "C" = close, "F" = freeze
           05  MNT-ACCOUNT-NUMBER          PIC X(6).
           05  MNT-CURRENCY-CODE           PIC X(3).
      *        Required on "O" for a new account; ignored on "C"/"F"
           05  MNT-OPERATOR-ID             PIC X(8).
      *        Requesting operator, or the approver on an "A" record;
      *        DORMSCAN signs its generated requests "DORMSCAN"
           05  MNT-AUTH-IND                PIC X(1).
      *        "A" = approval of the pending request for this action
      *        and account; anything else = a new request
