      ******************************************************************
      *  MNTPEND - account maintenance request awaiting approval,
      *  MNTPEND / MNTPNEW
      *  ACCTMNT reads MNTPEND and writes the requests still waiting
      *  to MNTPNEW (old-master/new-master -- the operator swaps
      *  MNTPNEW in as the next MNTPEND). At most one request per
      *  action and account is held.
      ******************************************************************
       01  MNT-PENDING-RECORD.
           05  PMN-ACTION                  PIC X(1).
           05  PMN-ACCOUNT-NUMBER          PIC X(6).
           05  PMN-CURRENCY-CODE           PIC X(3).
           05  PMN-OPERATOR-ID             PIC X(8).
      *        Operator who keyed the request; the approver must be
      *        someone else
           05  PMN-REQUEST-DATE            PIC 9(8).
      *        Run date the request was first held
           05  FILLER                      PIC X(14).
