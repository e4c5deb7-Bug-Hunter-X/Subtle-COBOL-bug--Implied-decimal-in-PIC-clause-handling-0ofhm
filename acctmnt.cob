      *  posting edits. A close is refused while the account still
      *  carries a balance, so money can never be stranded on a
      *  closed account; clear the balance and resubmit.
      *  An open request carries the account's currency: a new
      *  account is refused without one, an existing account that
      *  predates currencies is denominated by it, and a request
      *  naming a different currency from the one the account
      *  already holds is refused -- an account's currency does not
      *  change once set.
      *  No request is applied on one operator's say-so. A request
      *  is held on the pending file (MNTPEND in, MNTPNEW out,
      *  old-master/new-master) until a second MAINTIN record for
      *  the same action and account, flagged "A" and keyed by a
      *  different operator, approves it; only then is it applied.
      *  Every change applied is appended to the permanent history
      *  file MNTHIST with the before and after status, requesting
      *  operator, approver and date. PENDRPT lists requests left
      *  waiting.
      *  RETURN-CODE 4 when any request could not be applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-FILE ASSIGN TO "MNTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NEW-PENDING-FILE ASSIGN TO "MNTPNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F.
       COPY MAINTREC.

       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       COPY MNTPEND REPLACING ==MNT-PENDING-RECORD==
           BY ==PENDING-RECORD==
           LEADING ==PMN-== BY ==OMN-==.

       FD  NEW-PENDING-FILE
           RECORDING MODE IS F.
       COPY MNTPEND.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY MNTHIST.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS             PIC X(2) VALUE "00".
       01  WS-ACCT-STATUS              PIC X(2) VALUE "00".
       01  WS-PEND-STATUS              PIC X(2) VALUE "00".
       01  WS-HIST-STATUS              PIC X(2) VALUE "00".
       01  WS-MAINT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-MAINT-EOF            VALUE "Y".
       01  WS-REQUEST-COUNT            PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-RESULT-TEXT              PIC X(40) VALUE SPACES.
       01  WS-DENOMINATED-SWITCH       PIC X VALUE "N".
           88  WS-DENOMINATED          VALUE "Y".
       01  WS-PEND-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PEND-EOF             VALUE "Y".
       01  WS-HELD-COUNT               PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(5) VALUE 0.

      *    Requests awaiting approval, loaded from MNTPEND and added
      *    to as new requests arrive; written back out to MNTPNEW
      *    less the ones approved this run.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT           PIC 9(3) VALUE 0.
           05  WS-PEND-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PEND-IDX.
               10  WS-PEND-ACTION      PIC X(1).
               10  WS-PEND-ACCOUNT     PIC X(6).
               10  WS-PEND-CURRENCY    PIC X(3).
               10  WS-PEND-OPERATOR    PIC X(8).
               10  WS-PEND-DATE        PIC 9(8).
               10  WS-PEND-RESOLVED    PIC X(1).
      *            "Y" = approved this run, not carried forward
       01  WS-PEND-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PEND-FOUND           VALUE "Y".
       01  WS-PEND-SUB                 PIC 9(3) VALUE 0.

      *    Who asked and who approved, for the history record of the
      *    request being applied.
       01  WS-REQUESTER-ID             PIC X(8) VALUE SPACES.
       01  WS-APPROVER-ID              PIC X(8) VALUE SPACES.
       01  WS-REQUEST-DATE             PIC 9(8) VALUE 0.
       01  WS-BEFORE-STATUS            PIC X(1) VALUE SPACE.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-BALANCE-EDIT             PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1200-LOAD-PENDING-REQUESTS
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-MAINT-FILE
           PERFORM UNTIL WS-MAINT-EOF
               PERFORM 2000-APPLY-ONE-REQUEST
               PERFORM 1100-READ-MAINT-FILE
           END-PERFORM
           PERFORM 3100-WRITE-PENDING-FILE
           PERFORM 3000-WRITE-SUMMARY
           CLOSE MAINT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE NEW-PENDING-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    MNTHIST is permanent and only ever appended to, created
      *    empty on first use -- the same shape as DLYACCUM's
      *    POSTHIST.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "ACCTMNT - HISTORY FILE OPEN FAILED, STATUS "
                   WS-HIST-STATUS
               CLOSE MAINT-FILE
               CLOSE ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-PENDING-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT MAINTENANCE - RUN DATE "
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACT  ACCOUNT  CCY  OPERATOR  RESULT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

                   SET WS-MAINT-EOF TO TRUE
           END-READ.

      *    No pending file is normal on the first run; the table
      *    just starts empty. A pending file too big for the table
      *    stops the run rather than silently dropping requests
      *    from MNTPNEW -- loaded before 1000 opens anything, so the
      *    stop leaves ACCTMAST, MNTPNEW and the report untouched.
       1200-LOAD-PENDING-REQUESTS.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ACCTMNT - NO PENDING REQUEST FILE, NONE "
                   "AWAITING APPROVAL"
           ELSE
               PERFORM 1250-READ-PENDING-FILE
               PERFORM UNTIL WS-PEND-EOF
      *            WS-PEND-ENTRY OCCURS 200 TIMES -- this limit must
      *            track that OCCURS count.
                   IF WS-PEND-COUNT >= 200
                       DISPLAY "ACCTMNT - PENDING REQUEST TABLE FULL,"
                           " REMAINING PENDING REQUESTS NOT LOADED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE OMN-ACTION TO WS-PEND-ACTION(WS-PEND-COUNT)
                   MOVE OMN-ACCOUNT-NUMBER
                       TO WS-PEND-ACCOUNT(WS-PEND-COUNT)
                   MOVE OMN-CURRENCY-CODE
                       TO WS-PEND-CURRENCY(WS-PEND-COUNT)
                   MOVE OMN-OPERATOR-ID
                       TO WS-PEND-OPERATOR(WS-PEND-COUNT)
                   MOVE OMN-REQUEST-DATE TO WS-PEND-DATE(WS-PEND-COUNT)
                   MOVE "N" TO WS-PEND-RESOLVED(WS-PEND-COUNT)
                   PERFORM 1250-READ-PENDING-FILE
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       1250-READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
           END-READ.

       2000-APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-RESULT-TEXT
           IF MNT-ACCOUNT-NUMBER = SPACES
               MOVE "REFUSED - BLANK ACCOUNT NUMBER" TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
           IF MNT-OPERATOR-ID = SPACES
               MOVE "REFUSED - NO OPERATOR ID" TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
           IF MNT-ACTION NOT = "O" AND MNT-ACTION NOT = "C"
               AND MNT-ACTION NOT = "F"
               MOVE "REFUSED - INVALID ACTION" TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF MNT-AUTH-IND = "A"
                   PERFORM 2050-APPROVE-REQUEST
               ELSE
                   PERFORM 2020-HOLD-REQUEST
               END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 2900-WRITE-RESULT-LINE.

      *    A new request goes on the pending table and waits. One
      *    request per action and account is held at a time -- a
      *    second would leave the approver unable to tell which of
      *    the two they were signing for.
       2020-HOLD-REQUEST.
           PERFORM 2040-FIND-PENDING-REQUEST
           IF WS-PEND-FOUND
               STRING "REFUSED - PENDING "
                   WS-PEND-DATE(WS-PEND-SUB) " BY "
                   WS-PEND-OPERATOR(WS-PEND-SUB)
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
      *        WS-PEND-ENTRY OCCURS 200 TIMES -- this limit must
      *        track that OCCURS count.
               IF WS-PEND-COUNT >= 200
                   MOVE "REFUSED - PENDING TABLE FULL"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE MNT-ACTION TO WS-PEND-ACTION(WS-PEND-COUNT)
                   MOVE MNT-ACCOUNT-NUMBER
                       TO WS-PEND-ACCOUNT(WS-PEND-COUNT)
                   MOVE MNT-CURRENCY-CODE
                       TO WS-PEND-CURRENCY(WS-PEND-COUNT)
                   MOVE MNT-OPERATOR-ID
                       TO WS-PEND-OPERATOR(WS-PEND-COUNT)
                   MOVE WS-RUN-DATE-NUM TO WS-PEND-DATE(WS-PEND-COUNT)
                   MOVE "N" TO WS-PEND-RESOLVED(WS-PEND-COUNT)
                   MOVE "HELD FOR APPROVAL" TO WS-RESULT-TEXT
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF.

       2040-FIND-PENDING-REQUEST.
           MOVE "N" TO WS-PEND-FOUND-SWITCH
           MOVE 0 TO WS-PEND-SUB
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT OR WS-PEND-FOUND
               IF WS-PEND-ACTION(WS-PEND-IDX) = MNT-ACTION
                   AND WS-PEND-ACCOUNT(WS-PEND-IDX)
                       = MNT-ACCOUNT-NUMBER
                   AND WS-PEND-RESOLVED(WS-PEND-IDX) = "N"
                   SET WS-PEND-FOUND TO TRUE
                   SET WS-PEND-SUB TO WS-PEND-IDX
               END-IF
           END-PERFORM.

      *    An approval applies the request exactly as it was held --
      *    the held currency, not anything on the approval record --
      *    and only when someone other than the requester keys it.
      *    A refused approval leaves the request pending. Once
      *    approved the request leaves the pending file whether or
      *    not the master accepts it; a request the master refuses
      *    is corrected and resubmitted from the start.
       2050-APPROVE-REQUEST.
           PERFORM 2040-FIND-PENDING-REQUEST
           IF NOT WS-PEND-FOUND
               MOVE "REFUSED - NO PENDING REQUEST TO APPROVE"
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-PEND-OPERATOR(WS-PEND-SUB) = MNT-OPERATOR-ID
                   MOVE "REFUSED - APPROVER IS THE REQUESTER"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   MOVE "Y" TO WS-PEND-RESOLVED(WS-PEND-SUB)
                   MOVE WS-PEND-OPERATOR(WS-PEND-SUB)
                       TO WS-REQUESTER-ID
                   MOVE MNT-OPERATOR-ID TO WS-APPROVER-ID
                   MOVE WS-PEND-DATE(WS-PEND-SUB) TO WS-REQUEST-DATE
                   MOVE WS-PEND-CURRENCY(WS-PEND-SUB)
                       TO MNT-CURRENCY-CODE
                   IF MNT-ACTION = "O"
                       PERFORM 2100-OPEN-ACCOUNT
                   ELSE
                       IF MNT-ACTION = "C"
                           PERFORM 2200-CLOSE-ACCOUNT
                       ELSE
                           PERFORM 2300-FREEZE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    "O" creates the account when it is new, and reopens or
      *    unfreezes it when it already exists -- one action covers
      *    both so the branch never has to know whether the account
      *    was ever on the master before. A new account must name its
      *    currency; an existing one may only repeat the currency it
      *    already holds, or supply one if it has none yet.
       2100-OPEN-ACCOUNT.
           MOVE MNT-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = "23"
               IF MNT-CURRENCY-CODE = SPACES
                   MOVE "REFUSED - NO CURRENCY FOR NEW ACCOUNT"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   MOVE MNT-ACCOUNT-NUMBER TO ACCT-NUMBER
                   MOVE 0 TO ACCT-BALANCE
                   MOVE 0 TO ACCT-LAST-POSTED
                   MOVE 0 TO ACCT-POST-COUNT
                   MOVE 0 TO ACCT-LAST-RUN-ID
                   MOVE 0 TO ACCT-LAST-SOURCE-REC
                   MOVE "O" TO ACCT-STATUS
                   MOVE MNT-CURRENCY-CODE TO ACCT-CURRENCY-CODE
                   WRITE ACCOUNT-RECORD
                   MOVE "OPENED - NEW ACCOUNT" TO WS-RESULT-TEXT
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACE TO WS-BEFORE-STATUS
                   PERFORM 2700-WRITE-HISTORY
               END-IF
           ELSE
               IF WS-ACCT-STATUS = "00"
                   IF MNT-CURRENCY-CODE NOT = SPACES
                       AND ACCT-CURRENCY-CODE NOT = SPACES
                       AND MNT-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE
                       STRING "REFUSED - ACCOUNT DENOMINATED "
                           ACCT-CURRENCY-CODE
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       PERFORM 2150-REOPEN-EXISTING
                   END-IF
               ELSE
                   PERFORM 2800-MASTER-READ-FAILED
               END-IF
           END-IF.

      *    An existing account on the master: reopen or unfreeze it,
      *    and denominate it if it came across from a master that
      *    predates currencies. Only rewritten when something changed.
       2150-REOPEN-EXISTING.
           MOVE ACCT-STATUS TO WS-BEFORE-STATUS
           MOVE "N" TO WS-DENOMINATED-SWITCH
           IF ACCT-CURRENCY-CODE = SPACES
               AND MNT-CURRENCY-CODE NOT = SPACES
               MOVE MNT-CURRENCY-CODE TO ACCT-CURRENCY-CODE
               MOVE "Y" TO WS-DENOMINATED-SWITCH
           END-IF
           IF ACCT-OPEN
               IF WS-DENOMINATED
                   REWRITE ACCOUNT-RECORD
                   STRING "DENOMINATED " ACCT-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   PERFORM 2700-WRITE-HISTORY
               ELSE
                   MOVE "NO CHANGE - ALREADY OPEN" TO WS-RESULT-TEXT
               END-IF
           ELSE
               MOVE "O" TO ACCT-STATUS
               REWRITE ACCOUNT-RECORD
               IF WS-DENOMINATED
                   STRING "REOPENED - DENOMINATED " ACCT-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   MOVE "REOPENED" TO WS-RESULT-TEXT
               END-IF
               PERFORM 2700-WRITE-HISTORY
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.

      *    A close is refused while the balance is nonzero -- money
      *    stranded on a closed account would need a hand journal
      *    to recover, where a refused close just gets resubmitted
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       MOVE ACCT-STATUS TO WS-BEFORE-STATUS
                       MOVE "C" TO ACCT-STATUS
                       REWRITE ACCOUNT-RECORD
                       MOVE "CLOSED" TO WS-RESULT-TEXT
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM 2700-WRITE-HISTORY
                   END-IF
               ELSE
                   PERFORM 2800-MASTER-READ-FAILED
                           TO WS-RESULT-TEXT
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       MOVE ACCT-STATUS TO WS-BEFORE-STATUS
                       MOVE "F" TO ACCT-STATUS
                       REWRITE ACCOUNT-RECORD
                       MOVE "FROZEN" TO WS-RESULT-TEXT
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM 2700-WRITE-HISTORY
                   END-IF
               ELSE
                   PERFORM 2800-MASTER-READ-FAILED
               END-IF
           END-IF.

      *    One history record per change that reached the master,
      *    with the account as it now stands.
       2700-WRITE-HISTORY.
           MOVE SPACES TO MNT-HIST-RECORD
           MOVE WS-RUN-DATE-NUM TO MHS-CHANGE-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO MHS-CHANGE-TIME
           MOVE "ACCTMNT" TO MHS-PROGRAM
           MOVE MNT-ACTION TO MHS-ACTION
           MOVE ACCT-NUMBER TO MHS-SUBJECT
           MOVE WS-BEFORE-STATUS TO MHS-BEFORE-STATUS
           MOVE ACCT-STATUS TO MHS-AFTER-STATUS
           MOVE ACCT-CURRENCY-CODE TO MHS-CURRENCY-CODE
           MOVE ACCT-BALANCE TO MHS-AMOUNT
           MOVE WS-REQUESTER-ID TO MHS-OPERATOR-ID
           MOVE WS-APPROVER-ID TO MHS-APPROVER-ID
           MOVE WS-REQUEST-DATE TO MHS-REQUEST-DATE
           WRITE MNT-HIST-RECORD.

       2800-MASTER-READ-FAILED.
           STRING "REFUSED - MASTER READ STATUS " WS-ACCT-STATUS
               DELIMITED BY SIZE INTO WS-RESULT-TEXT

       2900-WRITE-RESULT-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING MNT-ACTION MNT-AUTH-IND "   " MNT-ACCOUNT-NUMBER
               "   " MNT-CURRENCY-CODE "  " MNT-OPERATOR-ID "  "
               WS-RESULT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.
           STRING "REQUESTS " WS-REQUEST-COUNT
               " APPLIED " WS-APPLIED-COUNT
               " REFUSED " WS-REFUSED-COUNT
               " HELD " WS-HELD-COUNT
               " STILL PENDING " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "ACCTMNT - " WS-REQUEST-COUNT " REQUEST(S), "
               WS-APPLIED-COUNT " APPLIED, "
               WS-REFUSED-COUNT " REFUSED, "
               WS-CARRIED-COUNT " AWAITING APPROVAL".

      *    Everything not approved this run carries forward, in the
      *    order it was first held.
       3100-WRITE-PENDING-FILE.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-RESOLVED(WS-PEND-IDX) = "N"
                   MOVE SPACES TO MNT-PENDING-RECORD
                   MOVE WS-PEND-ACTION(WS-PEND-IDX) TO PMN-ACTION
                   MOVE WS-PEND-ACCOUNT(WS-PEND-IDX)
                       TO PMN-ACCOUNT-NUMBER
                   MOVE WS-PEND-CURRENCY(WS-PEND-IDX)
                       TO PMN-CURRENCY-CODE
                   MOVE WS-PEND-OPERATOR(WS-PEND-IDX)
                       TO PMN-OPERATOR-ID
                   MOVE WS-PEND-DATE(WS-PEND-IDX) TO PMN-REQUEST-DATE
                   WRITE MNT-PENDING-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.
