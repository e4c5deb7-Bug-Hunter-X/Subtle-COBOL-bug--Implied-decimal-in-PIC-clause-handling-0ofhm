      ******************************************************************
      *  CLRPEND - suspense clear request awaiting approval,
      *  CLRPEND / CLRPNEW
      *  SUSPMGMT reads CLRPEND and writes the requests still
      *  waiting to CLRPNEW (old-master/new-master -- the operator
      *  swaps CLRPNEW in as the next CLRPEND). At most one request
      *  per suspense item is held.
      ******************************************************************
       01  CLR-PENDING-RECORD.
           05  PCL-RUN-DATE                PIC 9(8).
           05  PCL-SOURCE-RECORD           PIC 9(7).
      *        Suspense item key, as on SUSPFILE and CLEARIN
           05  PCL-DISPOSITION             PIC X(1).
           05  PCL-AMOUNT                  PIC S9(9)V99.
           05  PCL-CURRENCY-CODE           PIC X(3).
      *        Item amount and currency when the request was held,
      *        for the pending-approvals report
           05  PCL-OPERATOR-ID             PIC X(8).
           05  PCL-REQUEST-DATE            PIC 9(8).
           05  FILLER                      PIC X(14).
