      ******************************************************************
      *  DORMSCAN - dormant account scan.
      *  Reads the whole account master ACCTMAST in key order and
      *  measures each account's inactivity as the calendar days
      *  from ACCT-LAST-POSTED to the scan's as-of date. Every
      *  account past the dormancy threshold on the DORMCTL control
      *  record is listed on DORMRPT (balance, last posted, post
      *  count, days inactive) with its inactivity-age bucket, for
      *  compliance's unclaimed-property review.
      *  An account still open that has newly passed the threshold
      *  -- crossed it since the last scan's as-of date, which
      *  DORMSCAN writes back to DORMCTL -- gets a freeze request on
      *  DORMFRZ in the MAINTIN layout, so the freeze is applied by
      *  ACCTMNT through its normal path and shows on MNTRPT --
      *  DORMSCAN never updates the master itself. The requests are
      *  signed "DORMSCAN" as the requesting operator, so ACCTMNT
      *  holds each one until an operator approves it. An account
      *  already frozen, one whose freeze is already waiting on
      *  MNTPEND, and one that passed the threshold before the last
      *  scan (its request went then; an operator who reopened it
      *  since meant it to stay open) are listed but not requested
      *  again. A dormant account with a zero balance newly past the
      *  second, longer close threshold gets a proposed close
      *  request on DORMCLS, also in the MAINTIN layout, held apart
      *  so a supervisor reviews it before it is fed to ACCTMNT --
      *  unless a close is already waiting on MNTPEND. Closed
      *  accounts are not scanned. An account that has never posted
      *  has no inactivity date to measure and is listed for review
      *  only.
      *  A rerun for the same as-of date measures from the scan
      *  before it, so it regenerates the same requests; a scan
      *  dated before the last one lists the accounts but requests
      *  nothing and leaves DORMCTL alone (RETURN-CODE 4).
      *  RETURN-CODE 8 when the control record is missing or its
      *  thresholds are unusable -- no requests are generated on a
      *  guessed threshold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DORM-CONTROL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCTL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "MNTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMND-STATUS.
           SELECT FREEZE-REQUEST-FILE ASSIGN TO "DORMFRZ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLOSE-REQUEST-FILE ASSIGN TO "DORMCLS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

      *    DORM-CONTROL-FILE - one record of scan settings, so
      *    compliance can move the thresholds without a recompile.
       FD  DORM-CONTROL-FILE
           RECORDING MODE IS F.
       01  DORM-CONTROL-RECORD.
           05  DCTL-DORMANT-DAYS           PIC 9(5).
      *        Days without a posting after which an account is
      *        dormant and is frozen
           05  DCTL-CLOSE-DAYS             PIC 9(5).
      *        Longer threshold after which a dormant account with a
      *        zero balance is proposed for closing; must exceed
      *        DCTL-DORMANT-DAYS
           05  DCTL-AS-OF-DATE             PIC 9(8).
      *        Date inactivity is measured to; zero = today
           05  DCTL-LAST-SCAN-DATE         PIC 9(8).
      *        As-of date of the last scan, written back by DORMSCAN;
      *        zero = never scanned, every dormant account is new
           05  DCTL-PRIOR-SCAN-DATE        PIC 9(8).
      *        The scan before that -- what a rerun for the same
      *        as-of date measures from
           05  FILLER                      PIC X(2).

      *    PENDING-FILE - ACCTMNT's maintenance requests awaiting
      *    approval; a freeze or close already waiting there is not
      *    requested again.
       FD  PENDING-FILE
           RECORDING MODE IS F.
       COPY MNTPEND.

      *    FREEZE-REQUEST-FILE - generated "F" requests, fed straight
      *    to ACCTMNT as MAINTIN.
       FD  FREEZE-REQUEST-FILE
           RECORDING MODE IS F.
       COPY MAINTREC.

      *    CLOSE-REQUEST-FILE - proposed "C" requests in the same
      *    layout, built in MAINT-RECORD and copied across; fed to
      *    ACCTMNT only after supervisor review.
       FD  CLOSE-REQUEST-FILE
           RECORDING MODE IS F.
       01  CLOSE-REQUEST-RECORD            PIC X(19).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2) VALUE "00".
       01  WS-DCTL-STATUS              PIC X(2) VALUE "00".
       01  WS-PMND-STATUS              PIC X(2) VALUE "00".
       01  WS-PMND-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PMND-EOF             VALUE "Y".
       01  WS-ACCT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-ACCT-EOF             VALUE "Y".

       01  WS-DORMANT-DAYS             PIC 9(5) VALUE 0.
       01  WS-CLOSE-DAYS               PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
       01  WS-AS-OF-INTEGER            PIC 9(8) VALUE 0.
       01  WS-DAYS-INACTIVE            PIC S9(7) VALUE 0.
       01  WS-BUCKET-TEXT              PIC X(12) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(40) VALUE SPACES.
       01  WS-FREEZE-TEXT              PIC X(20) VALUE SPACES.

      *    "Newly past" a threshold = not yet past it on the as-of
      *    date of the scan this one measures from (the last scan,
      *    or for a rerun the one before that).
       01  WS-DCTL-SAVE                PIC X(36).
       01  WS-LAST-SCAN-DATE           PIC 9(8) VALUE 0.
       01  WS-PRIOR-SCAN-DATE          PIC 9(8) VALUE 0.
       01  WS-BASE-SCAN-DATE           PIC 9(8) VALUE 0.
       01  WS-BASE-SCAN-INTEGER        PIC 9(8) VALUE 0.
       01  WS-DAYS-AT-BASE             PIC S9(7) VALUE 0.
       01  WS-CHECK-THRESHOLD          PIC 9(5) VALUE 0.
       01  WS-SCAN-MODE-SWITCH         PIC X VALUE "N".
           88  WS-SCAN-NEW             VALUE "N".
           88  WS-SCAN-RERUN           VALUE "R".
           88  WS-SCAN-BACKDATED       VALUE "B".
       01  WS-NEWLY-PAST-SWITCH        PIC X VALUE "N".
           88  WS-NEWLY-PAST           VALUE "Y".

      *    Freeze and close requests waiting on MNTPEND. ACCTMNT
      *    holds at most 200, the size of its own pending table.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT           PIC 9(3) VALUE 0.
           05  WS-PEND-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PEND-IDX.
               10  WS-PEND-ACTION      PIC X(1).
               10  WS-PEND-ACCOUNT     PIC X(6).
       01  WS-FIND-ACTION              PIC X(1).
       01  WS-PEND-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PEND-FOUND           VALUE "Y".

       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
       01  WS-CLOSED-SKIPPED           PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(7) VALUE 0.
       01  WS-DORMANT-COUNT            PIC 9(7) VALUE 0.
       01  WS-NEVER-POSTED-COUNT       PIC 9(7) VALUE 0.
       01  WS-FREEZE-COUNT             PIC 9(7) VALUE 0.
       01  WS-ALREADY-FROZEN-COUNT     PIC 9(7) VALUE 0.
       01  WS-CLOSE-COUNT              PIC 9(7) VALUE 0.
       01  WS-FREEZE-PENDING-COUNT     PIC 9(7) VALUE 0.
       01  WS-NOT-NEW-COUNT            PIC 9(7) VALUE 0.
       01  WS-CLOSE-PENDING-COUNT      PIC 9(7) VALUE 0.

      *    Inactivity-age buckets the unclaimed-property review is
      *    organized by, in days since the last posting.
       01  WS-AGE-BUCKETS.
           05  WS-AGE-COUNT-UNDER-2Y   PIC 9(7) VALUE 0.
           05  WS-AGE-COUNT-2-3Y       PIC 9(7) VALUE 0.
           05  WS-AGE-COUNT-3-5Y       PIC 9(7) VALUE 0.
           05  WS-AGE-COUNT-OVER-5Y    PIC 9(7) VALUE 0.

       01  WS-BALANCE-EDIT             PIC -(9)9.99.
       01  WS-DAYS-EDIT                PIC Z(6)9.
       01  WS-THRESHOLD-EDIT           PIC Z(4)9.
       01  WS-CLOSE-EDIT               PIC Z(4)9.
       01  WS-BASE-TEXT                PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-ACCOUNT-MASTER
           PERFORM UNTIL WS-ACCT-EOF
               ADD 1 TO WS-ACCOUNT-COUNT
               IF ACCT-CLOSED
                   ADD 1 TO WS-CLOSED-SKIPPED
               ELSE
                   PERFORM 2100-SCAN-ONE-ACCOUNT
               END-IF
               PERFORM 2000-READ-ACCOUNT-MASTER
           END-PERFORM
           PERFORM 3000-WRITE-SUMMARY
           CLOSE ACCOUNT-FILE
           CLOSE FREEZE-REQUEST-FILE
           CLOSE CLOSE-REQUEST-FILE
           CLOSE REPORT-FILE
           IF WS-SCAN-NEW
               PERFORM 1300-UPDATE-DORMANCY-CONTROL
           END-IF
           IF WS-SCAN-BACKDATED
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-OF-DATE
           PERFORM 1100-READ-DORMANCY-CONTROL
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           PERFORM 1150-SET-SCAN-BASE
           PERFORM 1200-LOAD-PENDING-REQUESTS
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "DORMSCAN - ACCOUNT MASTER OPEN FAILED, "
                   "STATUS " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FREEZE-REQUEST-FILE
           OPEN OUTPUT CLOSE-REQUEST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "DORMANT ACCOUNT SCAN - AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DORMANT-DAYS TO WS-THRESHOLD-EDIT
           MOVE WS-CLOSE-DAYS TO WS-CLOSE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "DORMANT AFTER " WS-THRESHOLD-EDIT " DAYS  "
               "ZERO-BALANCE CLOSE AFTER " WS-CLOSE-EDIT " DAYS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REQUESTS FOR ACCOUNTS " WS-BASE-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT  CCY  ST  BALANCE         LAST POSTED  "
               "POSTINGS  DAYS INACTIVE  AGE BUCKET    ACTION"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    The close threshold has to be the longer of the two: a
      *    close proposed before the account is even dormant would
      *    close live accounts.
       1100-READ-DORMANCY-CONTROL.
           OPEN INPUT DORM-CONTROL-FILE
           IF WS-DCTL-STATUS NOT = "00"
               DISPLAY "DORMSCAN - NO DORMANCY CONTROL RECORD, "
                   "STATUS " WS-DCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DORM-CONTROL-FILE
               AT END
                   DISPLAY "DORMSCAN - DORMANCY CONTROL FILE EMPTY"
                   CLOSE DORM-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE DORM-CONTROL-FILE
           MOVE DORM-CONTROL-RECORD TO WS-DCTL-SAVE
           IF DCTL-DORMANT-DAYS NOT NUMERIC
               OR DCTL-CLOSE-DAYS NOT NUMERIC
               OR DCTL-DORMANT-DAYS = 0
               OR DCTL-CLOSE-DAYS NOT > DCTL-DORMANT-DAYS
               DISPLAY "DORMSCAN - DORMANCY THRESHOLDS INVALID: "
                   DORM-CONTROL-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DCTL-DORMANT-DAYS TO WS-DORMANT-DAYS
           MOVE DCTL-CLOSE-DAYS TO WS-CLOSE-DAYS
           IF DCTL-AS-OF-DATE IS NUMERIC
               AND DCTL-AS-OF-DATE >= 16010101
               AND DCTL-AS-OF-DATE <= 99991231
               MOVE DCTL-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           IF DCTL-LAST-SCAN-DATE IS NUMERIC
               AND DCTL-LAST-SCAN-DATE >= 16010101
               AND DCTL-LAST-SCAN-DATE <= 99991231
               MOVE DCTL-LAST-SCAN-DATE TO WS-LAST-SCAN-DATE
           END-IF
           IF DCTL-PRIOR-SCAN-DATE IS NUMERIC
               AND DCTL-PRIOR-SCAN-DATE >= 16010101
               AND DCTL-PRIOR-SCAN-DATE <= 99991231
               MOVE DCTL-PRIOR-SCAN-DATE TO WS-PRIOR-SCAN-DATE
           END-IF.

      *    Picks the scan this one measures "newly past" from. No
      *    scan on record makes every dormant account new.
       1150-SET-SCAN-BASE.
           IF WS-LAST-SCAN-DATE = 0
               MOVE 0 TO WS-BASE-SCAN-DATE
               MOVE "FIRST SCAN - ALL DORMANT ACCOUNTS ARE NEW"
                   TO WS-BASE-TEXT
           ELSE
           IF WS-AS-OF-DATE > WS-LAST-SCAN-DATE
               MOVE WS-LAST-SCAN-DATE TO WS-BASE-SCAN-DATE
           ELSE
           IF WS-AS-OF-DATE = WS-LAST-SCAN-DATE
               SET WS-SCAN-RERUN TO TRUE
               MOVE WS-PRIOR-SCAN-DATE TO WS-BASE-SCAN-DATE
               DISPLAY "DORMSCAN - RERUN FOR AS-OF " WS-AS-OF-DATE
                   ", MEASURING FROM THE SCAN BEFORE IT"
               IF WS-BASE-SCAN-DATE = 0
                   MOVE "FIRST SCAN - ALL DORMANT ACCOUNTS ARE NEW"
                       TO WS-BASE-TEXT
               END-IF
           ELSE
               SET WS-SCAN-BACKDATED TO TRUE
               DISPLAY "DORMSCAN - AS-OF " WS-AS-OF-DATE
                   " IS BEFORE THE LAST SCAN " WS-LAST-SCAN-DATE
                   " - ACCOUNTS LISTED, NO REQUESTS WRITTEN"
               MOVE "NONE - AS-OF DATE BEFORE LAST SCAN"
                   TO WS-BASE-TEXT
           END-IF
           END-IF
           END-IF
           IF WS-BASE-SCAN-DATE > 0 AND NOT WS-SCAN-BACKDATED
               COMPUTE WS-BASE-SCAN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BASE-SCAN-DATE)
               MOVE SPACES TO WS-BASE-TEXT
               STRING "NEWLY PAST SINCE " WS-BASE-SCAN-DATE
                   DELIMITED BY SIZE INTO WS-BASE-TEXT
           END-IF.

      *    No MNTPEND means nothing is waiting for approval.
       1200-LOAD-PENDING-REQUESTS.
           OPEN INPUT PENDING-FILE
           IF WS-PMND-STATUS NOT = "00"
               DISPLAY "DORMSCAN - NO MAINTENANCE PENDING FILE, "
                   "NONE AWAITING APPROVAL"
           ELSE
               PERFORM 1250-READ-PENDING-FILE
               PERFORM UNTIL WS-PMND-EOF
      *            WS-PEND-ENTRY OCCURS 200 TIMES -- this limit must
      *            track that OCCURS count.
                   IF WS-PEND-COUNT >= 200
                       DISPLAY "DORMSCAN - PENDING REQUEST TABLE "
                           "FULL, RUN STOPPED"
                       CLOSE PENDING-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF PMN-ACTION = "F" OR PMN-ACTION = "C"
                       ADD 1 TO WS-PEND-COUNT
                       MOVE PMN-ACTION TO WS-PEND-ACTION(WS-PEND-COUNT)
                       MOVE PMN-ACCOUNT-NUMBER
                           TO WS-PEND-ACCOUNT(WS-PEND-COUNT)
                   END-IF
                   PERFORM 1250-READ-PENDING-FILE
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       1250-READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   SET WS-PMND-EOF TO TRUE
           END-READ.

      *    The one-record control file is written back whole, with
      *    this scan's as-of date as the last scan and the old last
      *    scan moved down. Only a forward-dated scan moves it on.
       1300-UPDATE-DORMANCY-CONTROL.
           OPEN OUTPUT DORM-CONTROL-FILE
           IF WS-DCTL-STATUS NOT = "00"
               DISPLAY "DORMSCAN - DORMANCY CONTROL REWRITE FAILED, "
                   "STATUS " WS-DCTL-STATUS
                   " - NEXT SCAN WILL REPEAT THIS ONE'S REQUESTS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-DCTL-SAVE TO DORM-CONTROL-RECORD
               MOVE WS-LAST-SCAN-DATE TO DCTL-PRIOR-SCAN-DATE
               MOVE WS-AS-OF-DATE TO DCTL-LAST-SCAN-DATE
               WRITE DORM-CONTROL-RECORD
               CLOSE DORM-CONTROL-FILE
           END-IF.

       2000-READ-ACCOUNT-MASTER.
           READ ACCOUNT-FILE
               AT END
                   SET WS-ACCT-EOF TO TRUE
           END-READ.

       2100-SCAN-ONE-ACCOUNT.
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE SPACES TO WS-BUCKET-TEXT
      *    A last-posted date that cannot be a real date (never
      *    posted, or damaged) has nothing to measure from.
           IF ACCT-LAST-POSTED < 16010101 OR ACCT-LAST-POSTED > 99991231
               ADD 1 TO WS-NEVER-POSTED-COUNT
               MOVE 0 TO WS-DAYS-INACTIVE
               MOVE "NEVER POSTED - REVIEW ONLY" TO WS-ACTION-TEXT
               PERFORM 2900-WRITE-ACCOUNT-LINE
           ELSE
               COMPUTE WS-DAYS-INACTIVE = WS-AS-OF-INTEGER
                   - FUNCTION INTEGER-OF-DATE(ACCT-LAST-POSTED)
               IF WS-DAYS-INACTIVE < WS-DORMANT-DAYS
                   ADD 1 TO WS-ACTIVE-COUNT
               ELSE
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM 2200-BUCKET-BY-AGE
                   MOVE WS-DORMANT-DAYS TO WS-CHECK-THRESHOLD
                   PERFORM 2250-CHECK-NEWLY-PAST
                   MOVE "F" TO WS-FIND-ACTION
                   PERFORM 2260-FIND-PENDING-REQUEST
                   IF ACCT-FROZEN
                       ADD 1 TO WS-ALREADY-FROZEN-COUNT
                       MOVE "ALREADY FROZEN" TO WS-FREEZE-TEXT
                   ELSE
                   IF WS-PEND-FOUND
                       ADD 1 TO WS-FREEZE-PENDING-COUNT
                       MOVE "FREEZE PENDING" TO WS-FREEZE-TEXT
                   ELSE
                   IF NOT WS-NEWLY-PAST
                       ADD 1 TO WS-NOT-NEW-COUNT
                       MOVE "NOT FROZEN - NOT NEW" TO WS-FREEZE-TEXT
                   ELSE
                       PERFORM 2300-WRITE-FREEZE-REQUEST
                   END-IF
                   END-IF
                   END-IF
                   MOVE WS-FREEZE-TEXT TO WS-ACTION-TEXT
                   IF ACCT-BALANCE = 0
                       AND WS-DAYS-INACTIVE >= WS-CLOSE-DAYS
                       MOVE WS-CLOSE-DAYS TO WS-CHECK-THRESHOLD
                       PERFORM 2250-CHECK-NEWLY-PAST
                       MOVE "C" TO WS-FIND-ACTION
                       PERFORM 2260-FIND-PENDING-REQUEST
                       IF WS-PEND-FOUND
                           ADD 1 TO WS-CLOSE-PENDING-COUNT
                           MOVE SPACES TO WS-ACTION-TEXT
                           STRING WS-FREEZE-TEXT DELIMITED BY "  "
                               ", CLOSE PENDING" DELIMITED BY SIZE
                               INTO WS-ACTION-TEXT
                       ELSE
                           IF WS-NEWLY-PAST
                               PERFORM 2400-WRITE-CLOSE-REQUEST
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 2900-WRITE-ACCOUNT-LINE
               END-IF
           END-IF.

       2200-BUCKET-BY-AGE.
           IF WS-DAYS-INACTIVE < 730
               ADD 1 TO WS-AGE-COUNT-UNDER-2Y
               MOVE "UNDER 2 YRS" TO WS-BUCKET-TEXT
           ELSE
               IF WS-DAYS-INACTIVE < 1095
                   ADD 1 TO WS-AGE-COUNT-2-3Y
                   MOVE "2-3 YRS" TO WS-BUCKET-TEXT
               ELSE
                   IF WS-DAYS-INACTIVE < 1826
                       ADD 1 TO WS-AGE-COUNT-3-5Y
                       MOVE "3-5 YRS" TO WS-BUCKET-TEXT
                   ELSE
                       ADD 1 TO WS-AGE-COUNT-OVER-5Y
                       MOVE "OVER 5 YRS" TO WS-BUCKET-TEXT
                   END-IF
               END-IF
           END-IF.

      *    Days inactive as of the base scan, against the threshold
      *    in WS-CHECK-THRESHOLD. A scan dated before the last one
      *    finds nothing new.
       2250-CHECK-NEWLY-PAST.
           MOVE "N" TO WS-NEWLY-PAST-SWITCH
           IF WS-SCAN-BACKDATED
               CONTINUE
           ELSE
               IF WS-BASE-SCAN-DATE = 0
                   SET WS-NEWLY-PAST TO TRUE
               ELSE
                   COMPUTE WS-DAYS-AT-BASE = WS-DAYS-INACTIVE
                       - (WS-AS-OF-INTEGER - WS-BASE-SCAN-INTEGER)
                   IF WS-DAYS-AT-BASE < WS-CHECK-THRESHOLD
                       SET WS-NEWLY-PAST TO TRUE
                   END-IF
               END-IF
           END-IF.

       2260-FIND-PENDING-REQUEST.
           MOVE "N" TO WS-PEND-FOUND-SWITCH
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT OR WS-PEND-FOUND
               IF WS-PEND-ACTION(WS-PEND-IDX) = WS-FIND-ACTION
                   AND WS-PEND-ACCOUNT(WS-PEND-IDX) = ACCT-NUMBER
                   SET WS-PEND-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2300-WRITE-FREEZE-REQUEST.
           MOVE SPACES TO MAINT-RECORD
           MOVE "F" TO MNT-ACTION
           MOVE ACCT-NUMBER TO MNT-ACCOUNT-NUMBER
           MOVE "DORMSCAN" TO MNT-OPERATOR-ID
           WRITE MAINT-RECORD
           ADD 1 TO WS-FREEZE-COUNT
           MOVE "FREEZE REQUESTED" TO WS-FREEZE-TEXT.

      *    Built in the freeze file's record area and copied across
      *    -- the freeze, if any, is already written.
       2400-WRITE-CLOSE-REQUEST.
           MOVE SPACES TO MAINT-RECORD
           MOVE "C" TO MNT-ACTION
           MOVE ACCT-NUMBER TO MNT-ACCOUNT-NUMBER
           MOVE "DORMSCAN" TO MNT-OPERATOR-ID
           MOVE MAINT-RECORD TO CLOSE-REQUEST-RECORD
           WRITE CLOSE-REQUEST-RECORD
           ADD 1 TO WS-CLOSE-COUNT
           MOVE SPACES TO WS-ACTION-TEXT
           STRING WS-FREEZE-TEXT DELIMITED BY "  "
               ", CLOSE PROPOSED" DELIMITED BY SIZE
               INTO WS-ACTION-TEXT.

       2900-WRITE-ACCOUNT-LINE.
           MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
           MOVE WS-DAYS-INACTIVE TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING ACCT-NUMBER "   " ACCT-CURRENCY-CODE "  "
               ACCT-STATUS "  " WS-BALANCE-EDIT "  "
               ACCT-LAST-POSTED "     " ACCT-POST-COUNT "   "
               WS-DAYS-EDIT "        " WS-BUCKET-TEXT "  "
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS READ: " WS-ACCOUNT-COUNT
               " CLOSED (NOT SCANNED): " WS-CLOSED-SKIPPED
               " ACTIVE: " WS-ACTIVE-COUNT
               " NEVER POSTED: " WS-NEVER-POSTED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DORMANT: " WS-DORMANT-COUNT
               " UNDER 2 YRS " WS-AGE-COUNT-UNDER-2Y
               " 2-3 YRS " WS-AGE-COUNT-2-3Y
               " 3-5 YRS " WS-AGE-COUNT-3-5Y
               " OVER 5 YRS " WS-AGE-COUNT-OVER-5Y
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FREEZE REQUESTS TO DORMFRZ: " WS-FREEZE-COUNT
               " ALREADY FROZEN: " WS-ALREADY-FROZEN-COUNT
               " CLOSE PROPOSALS TO DORMCLS: " WS-CLOSE-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "FREEZE ALREADY PENDING: " WS-FREEZE-PENDING-COUNT
               " NOT FROZEN, PAST THRESHOLD BEFORE LAST SCAN: "
               WS-NOT-NEW-COUNT
               " CLOSE ALREADY PENDING: " WS-CLOSE-PENDING-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "DORMSCAN - " WS-DORMANT-COUNT " DORMANT, "
               WS-FREEZE-COUNT " FREEZE REQUEST(S), "
               WS-CLOSE-COUNT " CLOSE PROPOSAL(S)".
