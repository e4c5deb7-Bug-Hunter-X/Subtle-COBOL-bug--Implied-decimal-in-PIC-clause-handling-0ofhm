      *  DLYACCUM - daily transaction accumulator.
      *  Reads TRANS-FILE, a sequential extract of one day's
      *  transaction amounts, and accumulates them into WS-AMOUNT.
      *  In the nightly chain it refuses to start (RETURN-CODE 8)
      *  until TRNSORT and RATEEDIT have both ended cleanly on STEPREG
      *  for the business date off BUSDATE, then registers its own
      *  start and end there -- the end carrying the physical records
      *  read, the records posted and the closing total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYACCUM.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT POSTING-HIST-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTH-STATUS.
      *    run's reconciliation ties back to this run's rejects.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-RECORD                   PIC X(25).
       01  REJECT-TRAILER-RECORD REDEFINES REJECT-RECORD.
           05  REJ-TRL-REC-TYPE            PIC X(1).
           05  REJ-TRL-CONTROL-TOTAL       PIC S9(9)V99.
      *    once at run start; a currency posting with no rate on
      *    file is reported as UNREVALUED rather than silently left
      *    out of the base-currency exposure, and a rate effective
      *    before the business day preceding the business date (by
      *    the CALENDAR) flags its revaluation as STALE.
      *    The effective date took over the old filler, so the
      *    record length is unchanged; a rate file written before
      *    the date existed carries spaces there and reports as
           05  BRM-BRANCH-NAME             PIC X(20).
           05  FILLER                      PIC X(5).

      *    CALENDAR-FILE - the business-day calendar maintained by
      *    operations: holidays and any weekend days the bank opens.
      *    Rate staleness and the run register's date-gap check
      *    count in business days off it.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  STEP-REGISTER-FILE
           RECORDING MODE IS F.
       COPY STEPREC.

      *    POSTING-HIST-FILE - permanent, append-only posting detail
      *    behind the account master: one fixed-layout record per
      *    amount actually posted to an account, so a statement for
           05  WS-ACCT-COUNT           PIC 9(3) VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 100 TIMES INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-TBL-NUMBER  PIC X(6).
               10  WS-ACCT-TBL-CURRENCY PIC X(3).
               10  WS-ACCT-TBL-MOVEMENT PIC S9(9)V99 VALUE 0.
               10  WS-ACCT-TBL-POSTINGS PIC 9(5) VALUE 0.
               10  WS-ACCT-TBL-BALANCE PIC S9(9)V99 VALUE 0.
           88  WS-ACCT-SIZE-ERR        VALUE "Y".
       01  WS-ACCT-MOVEMENT-EDIT       PIC -(9)9.99.
       01  WS-ACCT-BALANCE-EDIT        PIC -(9)9.99.
      *    Account the current master posting belongs to -- the
      *    detail record's own account, or each leg of a transfer in
      *    turn -- so the status edit, master posting and posting
      *    history paragraphs serve both record shapes unchanged.
       01  WS-LEG-ACCOUNT-NUMBER       PIC X(6) VALUE SPACES.

      *    Internal transfers ("X" records). Both legs are proved
      *    postable before either is touched -- account on master,
      *    open, in the transfer's currency, and the new balance
      *    fits -- so the pair posts whole or rejects whole. The
      *    table feeds the transfer section of the report; like the
      *    per-account table it covers this run's postings and is
      *    not carried on the checkpoint.
       01  WS-XFER-LEG-NAME            PIC X(9) VALUE SPACES.
       01  WS-XFER-LEG-TEXT            PIC X(40) VALUE SPACES.
       01  WS-XFER-TEST-BALANCE        PIC S9(9)V99 VALUE 0.
       01  WS-XFER-FIRST-LEG-SWITCH    PIC X VALUE "N".
           88  WS-XFER-FIRST-LEG-FAILED VALUE "Y".
       01  WS-XFER-SECOND-LEG-SWITCH   PIC X VALUE "N".
           88  WS-XFER-SECOND-LEG-FAILED VALUE "Y".
       01  WS-XFER-POSTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-XFER-REJECT-COUNT        PIC 9(7) VALUE 0.
       01  WS-XFER-ONE-LEG-COUNT       PIC 9(7) VALUE 0.
       01  WS-TRANSFER-TABLE.
           05  WS-XFER-COUNT           PIC 9(3) VALUE 0.
           05  WS-XFER-ENTRY OCCURS 100 TIMES INDEXED BY WS-XFER-IDX.
               10  WS-XFER-TBL-REC     PIC 9(7).
               10  WS-XFER-TBL-FROM    PIC X(6).
               10  WS-XFER-TBL-TO      PIC X(6).
               10  WS-XFER-TBL-AMOUNT  PIC 9(5)V99.
               10  WS-XFER-TBL-CURRENCY PIC X(3).
       01  WS-XFER-UNLISTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-XFER-AMOUNT-EDIT         PIC Z(4)9.99.

      *    GL interface working fields -- the hash total is struck
      *    over the absolute value of every posting record written,
       01  WS-REVALUED-GRAND-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-UNREVALUED-COUNT         PIC 9(2) VALUE 0.
      *    Revaluations struck off a rate effective before the
      *    prior business day -- the figure is still computed (an old
      *    rate beats no rate) but flagged distinctly from
      *    UNREVALUED so a rate file that failed to refresh
      *    overnight can never revalue the day silently.
       01  WS-STALE-RATE-COUNT         PIC 9(2) VALUE 0.
       01  WS-RATE-CHECK-DATE          PIC 9(8) VALUE 0.
       01  WS-RATE-STALE-SWITCH        PIC X VALUE "N".
           88  WS-RATE-STALE           VALUE "Y".

      *    Business-day calendar -- the CALENDAR exceptions held as
      *    integer day numbers, so a count of business days between
      *    two dates is five per whole week, a walk over the odd
      *    days left, then one pass over the exceptions in the span.
       01  WS-CAL-STATUS               PIC X(2) VALUE "00".
       01  WS-CAL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-CAL-EOF              VALUE "Y".
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT            PIC 9(4) VALUE 0.
           05  WS-CAL-ENTRY OCCURS 500 TIMES INDEXED BY WS-CAL-IDX.
               10  WS-CAL-INTEGER      PIC 9(8).
               10  WS-CAL-TYPE         PIC X(1).
       01  WS-CAL-FROM-INTEGER         PIC 9(8) VALUE 0.
       01  WS-CAL-TO-INTEGER           PIC 9(8) VALUE 0.
       01  WS-CAL-DAY-INTEGER          PIC 9(8) VALUE 0.
       01  WS-CAL-SPAN                 PIC 9(8) VALUE 0.
       01  WS-CAL-WEEKS                PIC 9(8) VALUE 0.
       01  WS-CAL-ODD-DAYS             PIC 9(1) VALUE 0.
       01  WS-CAL-WEEKDAY              PIC 9(1) VALUE 0.
       01  WS-CAL-DUP-SWITCH           PIC X VALUE "N".
           88  WS-CAL-DUPLICATE        VALUE "Y".
       01  WS-CAL-BUS-DAYS             PIC S9(7) VALUE 0.

      *    Job-stream step register -- this step's start and end
      *    records on STEPREG, under the night's business date off
      *    BUSDATE, with its return code and counts on the end.
       01  WS-BDT-STATUS               PIC X(2) VALUE "00".
       01  WS-STEP-STATUS              PIC X(2) VALUE "00".
       01  WS-STEP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-STEP-EOF             VALUE "Y".
       01  WS-STEP-WRITTEN-SWITCH      PIC X VALUE "N".
           88  WS-STEP-WRITTEN         VALUE "Y".
       01  WS-STEP-TIMESTAMP           PIC X(21).
       01  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
       01  WS-STEP-EVENT               PIC X(1) VALUE SPACE.
       01  WS-STEP-RECORDS-IN          PIC 9(9) VALUE 0.
       01  WS-STEP-RECORDS-OUT         PIC 9(9) VALUE 0.
       01  WS-STEP-CONTROL-TOTAL       PIC S9(13)V99 VALUE 0.
       01  WS-STEP-BLOCKED-BY          PIC X(8) VALUE SPACES.

      *    The steps that must have ended cleanly -- return code 4 or
      *    less on their latest end record -- for the same business
      *    date before this one may start.
       01  WS-PREREQ-NAMES.
           05  FILLER                  PIC X(8) VALUE "TRNSORT".
           05  FILLER                  PIC X(8) VALUE "RATEEDIT".
       01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-NAMES.
           05  WS-PREREQ-PROGRAM       PIC X(8) OCCURS 2 TIMES.
       01  WS-PREREQ-STATE.
           05  WS-PREREQ-ENTRY OCCURS 2 TIMES.
               10  WS-PREREQ-EVENT     PIC X(1).
               10  WS-PREREQ-RC        PIC 9(4).
      *    WS-PREREQ-PROGRAM OCCURS 2 TIMES -- this count must track
      *    that OCCURS count.
       01  WS-PREREQ-COUNT             PIC 9(1) VALUE 2.
       01  WS-PREREQ-SUB               PIC 9(1) VALUE 0.
       01  WS-PREREQ-RC-EDIT           PIC ZZZ9.

       01  WS-GL-REC-COUNT             PIC 9(7) VALUE 0.
       01  WS-GL-HASH-TOTAL            PIC S9(13)V99 VALUE 0.
      *    history record. A record arriving for an account
      *    already on this list forces a checkpoint first (2045),
      *    putting the earlier posting safely behind it. Sized to
      *    twice the interval cap of 50: at most two entries per
      *    pending record, a transfer posting both of its legs.
       01  WS-INTV-ACCT-TABLE.
           05  WS-INTV-ACCT-COUNT      PIC 9(3) VALUE 0.
           05  WS-INTV-ACCT-NUM OCCURS 100 TIMES
                   INDEXED BY WS-INTV-IDX
                                       PIC X(6).
       01  WS-INTV-FIND-IDX            PIC 9(3) VALUE 0.
           05  WS-REJBUF-COUNT         PIC 9(3) VALUE 0.
           05  WS-REJBUF-REC OCCURS 50 TIMES
                   INDEXED BY WS-REJBUF-IDX
                                       PIC X(25).
       01  WS-SUSBUF-TABLE.
           05  WS-SUSBUF-COUNT         PIC 9(3) VALUE 0.
           05  WS-SUSBUF-REC OCCURS 100 TIMES
       01  WS-HDR-BUSINESS-DATE         PIC 9(8) VALUE 0.
       01  WS-HDR-SEQUENCE              PIC 9(4) VALUE 0.
       01  WS-REG-MAX-SEQ               PIC 9(4) VALUE 0.
      *    Latest business date the branch had registered before
      *    this header's -- a daily branch with business days between
      *    the two has extracts missing, where weekends and holidays
      *    between them are just the calendar.
       01  WS-REG-PRIOR-DATE            PIC 9(8) VALUE 0.
       01  WS-REG-GAP-DAYS-EDIT         PIC ZZZ9.
       01  WS-REG-DUP-SWITCH            PIC X VALUE "N".
           88  WS-REG-DUPLICATE         VALUE "Y".
      *    Set when a header turns out to be a duplicate: the

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8000-READ-BUSINESS-DATE
           PERFORM 8100-CHECK-PREREQUISITES
           PERFORM 8200-WRITE-STEP-START
           PERFORM 0050-CHECK-RESTART
           IF WS-ALREADY-FINALIZED
      *            The prior run finished 3000/4100 -- the report
               DISPLAY "DLYACCUM - PRIOR RUN ALREADY FINALIZED, "
                   "COMPLETING INTERRUPTED CHECKPOINT CLEANUP ONLY"
               PERFORM 4300-CLEAR-CHECKPOINT
               PERFORM 8300-WRITE-STEP-END
               STOP RUN
           END-IF
           PERFORM 0075-READ-CONTROL-RECORD
           PERFORM 0165-OPEN-POSTING-HISTORY
           PERFORM 0170-LOAD-RATE-FILE
           PERFORM 0178-LOAD-BRANCH-MASTER
           PERFORM 0195-LOAD-CALENDAR
           OPEN INPUT TRANS-FILE
           PERFORM WS-SKIP-COUNT TIMES
               PERFORM 1000-READ-TRANS-FILE
                   PERFORM 1000-READ-TRANS-FILE
               ELSE
                   PERFORM 2045-GUARD-INTERVAL-ACCOUNT
                   IF TRANS-REC-TYPE = "X"
                       PERFORM 2400-VALIDATE-TRANSFER
                   ELSE
                       PERFORM 2050-VALIDATE-TRANSACTION
                   END-IF
                   IF WS-REJECTED
                       ADD 1 TO WS-REJECT-COUNT
                       ADD 1 TO WS-SEG-REJECT-COUNT
                   ELSE
                       ADD 1 TO WS-RECORD-COUNT
                       ADD 1 TO WS-SEG-RECORD-COUNT
                       IF TRANS-REC-TYPE = "X"
                           PERFORM 2450-POST-TRANSFER
                       ELSE
                           PERFORM 2000-POST-AMOUNT
                           PERFORM 2200-WRITE-DETAIL-LINE
                       END-IF
                   END-IF
      *            Checkpoint every WS-CHKP-INTERVAL records rather
      *            than every record -- on the biggest branch
                   " POSTED BUT UNALLOCATED TO A CURRENCY TOTAL"
                   " - SEE PER-CURRENCY BREAKDOWN ON REPORT"
           END-IF
           PERFORM 8300-WRITE-STEP-END
           STOP RUN.

       0050-CHECK-RESTART.
                   "CLEAR IT, AND RERUN"
               CLOSE CHECKPOINT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 8300-WRITE-STEP-END
               STOP RUN
           END-IF
           IF CHKP-RESTART-FLAG = "Y"
               CLOSE REJECT-FILE
               CLOSE CHECKPOINT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 8300-WRITE-STEP-END
               STOP RUN
           END-IF.

                   SET WS-BRM-EOF TO TRUE
           END-READ.

      *    Without a calendar only Saturdays and Sundays are
      *    non-business days; the run carries on and says so. An
      *    entry for a date already held is ignored, or the day
      *    would be counted off twice.
       0195-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "DLYACCUM - NO CALENDAR FILE FOUND, COUNTING "
                   "WEEKENDS ONLY AS NON-BUSINESS DAYS"
           ELSE
               PERFORM 0196-READ-CALENDAR
               PERFORM UNTIL WS-CAL-EOF
      *            WS-CAL-ENTRY OCCURS 500 TIMES -- this limit must
      *            track that OCCURS count.
                   IF WS-CAL-COUNT >= 500
                       DISPLAY "DLYACCUM - CALENDAR TABLE FULL, "
                           "REMAINING ENTRIES IGNORED"
                       SET WS-CAL-EOF TO TRUE
                   ELSE
                       IF CAL-DATE IS NUMERIC
                           AND CAL-DATE >= 16010101
                           AND CAL-DATE <= 99991231
                           AND (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
                           COMPUTE WS-CAL-DAY-INTEGER =
                               FUNCTION INTEGER-OF-DATE(CAL-DATE)
                           MOVE "N" TO WS-CAL-DUP-SWITCH
                           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                               UNTIL WS-CAL-IDX > WS-CAL-COUNT
                               IF WS-CAL-INTEGER(WS-CAL-IDX)
                                   = WS-CAL-DAY-INTEGER
                                   SET WS-CAL-DUPLICATE TO TRUE
                               END-IF
                           END-PERFORM
                           IF WS-CAL-DUPLICATE
                               DISPLAY "DLYACCUM - CALENDAR DATE "
                                   CAL-DATE " DUPLICATED, IGNORED"
                           ELSE
                               ADD 1 TO WS-CAL-COUNT
                               MOVE WS-CAL-DAY-INTEGER
                                   TO WS-CAL-INTEGER(WS-CAL-COUNT)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CAL-TYPE(WS-CAL-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "DLYACCUM - CALENDAR ENTRY "
                               CAL-DATE " INVALID, IGNORED"
                       END-IF
                       PERFORM 0196-READ-CALENDAR
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       0196-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ.

      *    Loads the prior run's closing position: the "B" record
      *    seeds the all-currency opening balance and prior MTD, and
      *    each "C" record seeds a currency table entry with zero
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "PER-ACCOUNT, TRANSFER AND BRANCH SUMMARY "
                   "SECTIONS COVER "
                   "THIS SEGMENT ONLY; ALL OTHER FIGURES COVER THE "
                   "FULL RUN"
                   DELIMITED BY SIZE INTO REPORT-RECORD
      *    control and currency totals only, as before.
           IF NOT WS-SUSPENSE-ROUTED
               AND TRANS-ACCOUNT-NUMBER NOT = SPACES
               MOVE TRANS-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
               PERFORM 2300-POST-ACCOUNT-MASTER
           END-IF.

      *    position -- this record has not been processed and must
      *    replay on a restart -- so the account's earlier posting
      *    is covered before the guard on the master stops being
      *    able to recognize it. See WS-INTV-ACCT-TABLE. A transfer
      *    touches two accounts, so both legs are probed.
       2045-GUARD-INTERVAL-ACCOUNT.
           IF WS-CHKP-PENDING-COUNT > 0
               MOVE 0 TO WS-INTV-FIND-IDX
               IF TRANS-REC-TYPE = "X"
                   MOVE XFER-FROM-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER
                   PERFORM 2046-PROBE-INTERVAL-ACCOUNT
                   MOVE XFER-TO-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER
                   PERFORM 2046-PROBE-INTERVAL-ACCOUNT
               ELSE
                   MOVE TRANS-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
                   PERFORM 2046-PROBE-INTERVAL-ACCOUNT
               END-IF
               IF WS-INTV-FIND-IDX NOT = 0
                   PERFORM 4195-CHECKPOINT-PRIOR-RECORD
               END-IF
           END-IF.

       2046-PROBE-INTERVAL-ACCOUNT.
           IF WS-LEG-ACCOUNT-NUMBER NOT = SPACES
               PERFORM VARYING WS-INTV-IDX FROM 1 BY 1
                   UNTIL WS-INTV-IDX > WS-INTV-ACCT-COUNT
                   IF WS-INTV-ACCT-NUM(WS-INTV-IDX)
                       = WS-LEG-ACCOUNT-NUMBER
                       MOVE WS-INTV-IDX TO WS-INTV-FIND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2050-VALIDATE-TRANSACTION.
      *    flagged. A blank account is the older extract layout and
      *    posts to the control totals only, as before.
           IF NOT WS-REJECTED AND TRANS-ACCOUNT-NUMBER NOT = SPACES
               MOVE TRANS-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
               PERFORM 2052-VALIDATE-ACCOUNT-STATUS
           END-IF.

       2052-VALIDATE-ACCOUNT-STATUS.
           MOVE WS-LEG-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = "23"
               SET WS-REJECTED TO TRUE
                       IF ACCT-FROZEN
                           SET WS-REJECTED TO TRUE
                           MOVE "ACCOUNT FROZEN" TO WS-REJECT-REASON
                       ELSE
                           PERFORM 2053-VALIDATE-ACCOUNT-CURRENCY
                       END-IF
                   END-IF
               ELSE
      *            2300's own read failure path reports the
      *            unposted master, same as before statuses.
                   DISPLAY "DLYACCUM - ACCOUNT STATUS CHECK READ "
                       "FAILED FOR " WS-LEG-ACCOUNT-NUMBER
                       " STATUS " WS-ACCT-STATUS
               END-IF
           END-IF.

      *    An account holds one currency, fixed by ACCTMNT at open.
      *    A posting in any other currency would mix units in the
      *    balance, so it is rejected as a currency mismatch -- the
      *    reject names the account's currency so the branch can
      *    re-key it. An account still undenominated (spaces, from a
      *    master converted before currencies) cannot be proved
      *    either way and is rejected until ACCTMNT denominates it.
       2053-VALIDATE-ACCOUNT-CURRENCY.
           IF ACCT-CURRENCY-CODE = SPACES
               SET WS-REJECTED TO TRUE
               MOVE "ACCOUNT CURRENCY NOT SET" TO WS-REJECT-REASON
           ELSE
               IF ACCT-CURRENCY-CODE NOT = TRANS-CURRENCY-CODE
                   SET WS-REJECTED TO TRUE
                   STRING "CURRENCY MISMATCH - ACCT "
                       ACCT-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.

       2055-ACCUMULATE-REJECT-TOTAL.
      *    The extract's trailer control total was struck over every
      *    detail record before this program ever saw it, so a
      *    here for 4100's reconciliation against the trailer to
      *    balance. A record rejected for non-numeric content can't
      *    be signed at all, so it is left out and the reconciliation
      *    is expected to flag the resulting difference. A rejected
      *    transfer contributes nothing: its legs net to zero, which
      *    is what the extract system struck into the trailer.
           IF TRANS-AMOUNT IS NUMERIC
               AND TRANS-REC-TYPE NOT = "X"
               IF TRANS-DC-IND = "C"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TRANS-AMOUNT
               ELSE

       2060-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD
           IF TRANS-REC-TYPE = "X"
               STRING "REC " WS-PHYS-REC-COUNT " "
                   XFER-AMOUNT " X " XFER-CURRENCY-CODE
                   " TRANSFER " XFER-FROM-ACCOUNT " TO "
                   XFER-TO-ACCOUNT " - " WS-XFER-LEG-NAME
                   WS-REJECT-REASON " - NEITHER LEG POSTED"
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
           ELSE
               STRING "REC " WS-PHYS-REC-COUNT " "
                   TRANS-AMOUNT " " TRANS-DC-IND " " TRANS-CURRENCY-CODE
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-RECORD
           END-IF
           ADD 1 TO WS-EXCBUF-COUNT
           MOVE EXCEPTION-RECORD
               TO WS-EXCBUF-LINE(WS-EXCBUF-COUNT).
           END-IF
           CLOSE REPORT-FILE
           CLOSE CHECKPOINT-FILE
      *    A terminated run must never read as a clean end on the
      *    step register -- TRIALBAL, GLRECON and SUSPMGMT gate on it.
           MOVE 8 TO RETURN-CODE
           PERFORM 8300-WRITE-STEP-END
           STOP RUN.

       2080-ROUTE-CURRENCY-TO-SUSPENSE.

       2300-POST-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCT-POST-FAIL-SWITCH
           MOVE WS-LEG-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-FILE
      *    Unknown accounts are rejected up front in 2052 and new
      *    accounts are opened by ACCTMNT only -- the auto-create
      *    batch should never see; it is reported, not created.
           IF WS-ACCT-STATUS = "23"
               SET WS-ACCT-POST-FAIL TO TRUE
               DISPLAY "DLYACCUM - ACCOUNT " WS-LEG-ACCOUNT-NUMBER
                   " NOT ON MASTER AT POSTING TIME - NOT POSTED "
                   "FOR RECORD " WS-PHYS-REC-COUNT
           ELSE
               IF WS-ACCT-STATUS = "00"
                   AND ACCT-LAST-RUN-ID = WS-RUN-IDENTITY
                   AND ACCT-LAST-SOURCE-REC = WS-PHYS-REC-COUNT
                   DISPLAY "DLYACCUM - ACCOUNT " WS-LEG-ACCOUNT-NUMBER
                       " ALREADY POSTED FOR RECORD " WS-PHYS-REC-COUNT
                       " - REPLAY SKIPPED"
               ELSE
                       ON SIZE ERROR
                           SET WS-ACCT-SIZE-ERR TO TRUE
                           DISPLAY "DLYACCUM - SIZE ERROR ON ACCOUNT "
                               WS-LEG-ACCOUNT-NUMBER " BALANCE - "
                               "BALANCE NOT POSTED FOR RECORD "
                               WS-PHYS-REC-COUNT
                   END-ADD
               ELSE
                   SET WS-ACCT-POST-FAIL TO TRUE
                   DISPLAY "DLYACCUM - ACCOUNT MASTER READ FAILED FOR "
                       WS-LEG-ACCOUNT-NUMBER " STATUS " WS-ACCT-STATUS
                       " - MASTER NOT POSTED FOR RECORD "
                       WS-PHYS-REC-COUNT
               END-IF
               PERFORM 2310-FIND-OR-ADD-ACCOUNT
               IF WS-ACCT-TABLE-FULL
                   DISPLAY "DLYACCUM - ACCOUNT TABLE FULL FOR "
                       WS-LEG-ACCOUNT-NUMBER " - MASTER POSTED BUT "
                       "OMITTED FROM PER-ACCOUNT REPORT SECTION"
               ELSE
                   ADD WS-SIGNED-AMOUNT
                   ADD 1 TO WS-ACCT-TBL-POSTINGS(WS-ACCT-FIND-IDX)
                   MOVE ACCT-BALANCE
                       TO WS-ACCT-TBL-BALANCE(WS-ACCT-FIND-IDX)
                   MOVE ACCT-CURRENCY-CODE
                       TO WS-ACCT-TBL-CURRENCY(WS-ACCT-FIND-IDX)
               END-IF
           END-IF.

      *    when one was seen, else the run date).
       2320-WRITE-POSTING-HISTORY.
           MOVE SPACES TO PSTH-RECORD
           MOVE WS-LEG-ACCOUNT-NUMBER TO PSTH-ACCOUNT-NUMBER
           IF WS-EXTRACT-BUSINESS-DATE NOT = 0
               MOVE WS-EXTRACT-BUSINESS-DATE TO PSTH-BUSINESS-DATE
           ELSE
           MOVE TRANS-CURRENCY-CODE TO PSTH-CURRENCY-CODE
           WRITE PSTH-RECORD.

      *    Cannot overflow: each pending record adds at most two
      *    entries (a transfer's two legs), and the pending count
      *    checkpoints (clearing the list) at 50, half the 100 the
      *    list is sized to.
       2330-NOTE-INTERVAL-ACCOUNT.
           MOVE 0 TO WS-INTV-FIND-IDX
           PERFORM VARYING WS-INTV-IDX FROM 1 BY 1
               UNTIL WS-INTV-IDX > WS-INTV-ACCT-COUNT
               IF WS-INTV-ACCT-NUM(WS-INTV-IDX)
                   = WS-LEG-ACCOUNT-NUMBER
                   MOVE WS-INTV-IDX TO WS-INTV-FIND-IDX
               END-IF
           END-PERFORM
           IF WS-INTV-FIND-IDX = 0 AND WS-INTV-ACCT-COUNT < 100
               ADD 1 TO WS-INTV-ACCT-COUNT
               MOVE WS-LEG-ACCOUNT-NUMBER
                   TO WS-INTV-ACCT-NUM(WS-INTV-ACCT-COUNT)
           END-IF.

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-TBL-NUMBER(WS-ACCT-IDX)
                   = WS-LEG-ACCOUNT-NUMBER
                   MOVE WS-ACCT-IDX TO WS-ACCT-FIND-IDX
               END-IF
           END-PERFORM
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-FIND-IDX
                   MOVE WS-LEG-ACCOUNT-NUMBER
                       TO WS-ACCT-TBL-NUMBER(WS-ACCT-FIND-IDX)
                   MOVE 0 TO WS-ACCT-TBL-MOVEMENT(WS-ACCT-FIND-IDX)
                   MOVE 0 TO WS-ACCT-TBL-POSTINGS(WS-ACCT-FIND-IDX)
               END-IF
           END-IF.

      *    Internal transfer edits. The record-level checks mirror
      *    2050's for a detail; then each leg is put through the
      *    same account edits a detail gets (2052 -- on master, not
      *    closed or frozen, in the transfer's currency) plus a trial
      *    add against its balance, so nothing can stop the second
      *    leg once the first has posted. Any failure rejects the
      *    whole record: neither leg posts.
       2400-VALIDATE-TRANSFER.
           MOVE "N" TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-XFER-LEG-NAME
           IF XFER-AMOUNT NOT NUMERIC
               SET WS-REJECTED TO TRUE
               MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
           ELSE
               IF XFER-AMOUNT = 0
                   SET WS-REJECTED TO TRUE
                   MOVE "ZERO TRANSFER AMOUNT" TO WS-REJECT-REASON
               ELSE
                   IF XFER-FROM-ACCOUNT = SPACES
                       OR XFER-TO-ACCOUNT = SPACES
                       SET WS-REJECTED TO TRUE
                       MOVE "TRANSFER MISSING AN ACCOUNT"
                           TO WS-REJECT-REASON
                   ELSE
                       IF XFER-FROM-ACCOUNT = XFER-TO-ACCOUNT
                           SET WS-REJECTED TO TRUE
                           MOVE "TRANSFER TO SAME ACCOUNT"
                               TO WS-REJECT-REASON
                       ELSE
                           IF XFER-AMOUNT > WS-MAX-TRANS-AMOUNT
                               SET WS-REJECTED TO TRUE
                               MOVE "EXCEEDS TRANSACTION CEILING"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-REJECTED
               MOVE "FROM LEG " TO WS-XFER-LEG-NAME
               MOVE XFER-FROM-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER
               COMPUTE WS-SIGNED-AMOUNT = 0 - XFER-AMOUNT
               PERFORM 2410-VALIDATE-TRANSFER-LEG
           END-IF
           IF NOT WS-REJECTED
               MOVE "TO LEG   " TO WS-XFER-LEG-NAME
               MOVE XFER-TO-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER
               MOVE XFER-AMOUNT TO WS-SIGNED-AMOUNT
               PERFORM 2410-VALIDATE-TRANSFER-LEG
           END-IF
           IF WS-REJECTED
               ADD 1 TO WS-XFER-REJECT-COUNT
           END-IF.

      *    A master read failure lets a detail through to 2300's own
      *    failure path, but a transfer leg cannot be let through on
      *    hope -- the other leg might already have posted -- so it
      *    rejects the transfer here instead.
       2410-VALIDATE-TRANSFER-LEG.
           PERFORM 2052-VALIDATE-ACCOUNT-STATUS
           IF NOT WS-REJECTED
               IF WS-ACCT-STATUS NOT = "00"
                   SET WS-REJECTED TO TRUE
                   STRING "MASTER READ STATUS " WS-ACCT-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               ELSE
                   MOVE ACCT-BALANCE TO WS-XFER-TEST-BALANCE
                   ADD WS-SIGNED-AMOUNT TO WS-XFER-TEST-BALANCE
                       ON SIZE ERROR
                           SET WS-REJECTED TO TRUE
                           MOVE "ACCOUNT BALANCE WOULD OVERFLOW"
                               TO WS-REJECT-REASON
                   END-ADD
               END-IF
           END-IF.

      *    Both legs post through 2300 exactly as a detail would --
      *    replay guard, master REWRITE, POSTHIST record, interval
      *    note, per-account table -- each under this record's REC#,
      *    so a restart replaying the record recognizes whichever
      *    leg already landed and posts only the other. WS-AMOUNT
      *    and the currency and segment totals are not touched: the
      *    legs cancel, so the transfer's net to them is zero. 2400
      *    proved both legs postable, so a to-leg that still fails
      *    leaves the from-leg posted on its own -- the master is
      *    out by the transfer amount until someone works it, so
      *    the run ends at 8 and the transfer is counted a reject,
      *    not posted.
       2450-POST-TRANSFER.
           MOVE "N" TO WS-SUSPENSE-ROUTED-SWITCH
           MOVE "N" TO WS-XFER-FIRST-LEG-SWITCH
           MOVE "N" TO WS-XFER-SECOND-LEG-SWITCH
      *    2300 only resets the size-error switch on its posting
      *    path; a replayed leg must not inherit a stale setting.
           MOVE "N" TO WS-ACCT-SIZE-ERR-SWITCH
           MOVE XFER-FROM-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER
           COMPUTE WS-SIGNED-AMOUNT = 0 - XFER-AMOUNT
           PERFORM 2300-POST-ACCOUNT-MASTER
           IF WS-ACCT-POST-FAIL OR WS-ACCT-SIZE-ERR
               SET WS-XFER-FIRST-LEG-FAILED TO TRUE
               DISPLAY "DLYACCUM - TRANSFER RECORD " WS-PHYS-REC-COUNT
                   " FROM-LEG NOT POSTED - TO-LEG WITHHELD, "
                   "TRANSFER NOT POSTED"
           ELSE
               MOVE XFER-TO-ACCOUNT TO WS-LEG-ACCOUNT-NUMBER
               MOVE XFER-AMOUNT TO WS-SIGNED-AMOUNT
               PERFORM 2300-POST-ACCOUNT-MASTER
               IF WS-ACCT-POST-FAIL OR WS-ACCT-SIZE-ERR
                   SET WS-XFER-SECOND-LEG-FAILED TO TRUE
                   ADD 1 TO WS-XFER-REJECT-COUNT
                   ADD 1 TO WS-XFER-ONE-LEG-COUNT
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "DLYACCUM - TRANSFER RECORD "
                       WS-PHYS-REC-COUNT " TO-LEG NOT POSTED - "
                       "FROM-LEG " XFER-FROM-ACCOUNT " POSTED ALONE, "
                       "MASTER OUT BY THE TRANSFER AMOUNT"
               ELSE
                   ADD 1 TO WS-XFER-POSTED-COUNT
      *                WS-XFER-ENTRY OCCURS 100 TIMES -- this limit
      *                must track that OCCURS count.
                   IF WS-XFER-COUNT >= 100
                       ADD 1 TO WS-XFER-UNLISTED-COUNT
                   ELSE
                       ADD 1 TO WS-XFER-COUNT
                       MOVE WS-PHYS-REC-COUNT
                           TO WS-XFER-TBL-REC(WS-XFER-COUNT)
                       MOVE XFER-FROM-ACCOUNT
                           TO WS-XFER-TBL-FROM(WS-XFER-COUNT)
                       MOVE XFER-TO-ACCOUNT
                           TO WS-XFER-TBL-TO(WS-XFER-COUNT)
                       MOVE XFER-AMOUNT
                           TO WS-XFER-TBL-AMOUNT(WS-XFER-COUNT)
                       MOVE XFER-CURRENCY-CODE
                           TO WS-XFER-TBL-CURRENCY(WS-XFER-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM 2460-WRITE-TRANSFER-AUDIT
           PERFORM 2470-WRITE-TRANSFER-LINE.

       2460-WRITE-TRANSFER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AMOUNT TO WS-AUDIT-AFTER-BAL-EDIT
           MOVE XFER-AMOUNT TO WS-XFER-AMOUNT-EDIT
           MOVE SPACES TO AUDIT-RECORD
           IF WS-XFER-FIRST-LEG-FAILED
               STRING "REC " WS-PHYS-REC-COUNT " TRANSFER "
                   WS-XFER-AMOUNT-EDIT " " XFER-CURRENCY-CODE
                   " FROM " XFER-FROM-ACCOUNT " TO " XFER-TO-ACCOUNT
                   " AT " WS-AUDIT-TIMESTAMP(1:14)
                   " - FROM-LEG FAILED, NEITHER LEG POSTED"
                   DELIMITED BY SIZE INTO AUDIT-RECORD
           ELSE
           IF WS-XFER-SECOND-LEG-FAILED
               STRING "REC " WS-PHYS-REC-COUNT " TRANSFER "
                   WS-XFER-AMOUNT-EDIT " " XFER-CURRENCY-CODE
                   " FROM " XFER-FROM-ACCOUNT " TO " XFER-TO-ACCOUNT
                   " AT " WS-AUDIT-TIMESTAMP(1:14)
                   " - TO-LEG FAILED - FROM-LEG POSTED"
                   DELIMITED BY SIZE INTO AUDIT-RECORD
           ELSE
               STRING "REC " WS-PHYS-REC-COUNT " TRANSFER "
                   WS-XFER-AMOUNT-EDIT " " XFER-CURRENCY-CODE
                   " FROM " XFER-FROM-ACCOUNT " TO " XFER-TO-ACCOUNT
                   " CONTROL TOTAL UNCHANGED "
                   WS-AUDIT-AFTER-BAL-EDIT
                   " AT " WS-AUDIT-TIMESTAMP(1:14)
                   DELIMITED BY SIZE INTO AUDIT-RECORD
           END-IF
           END-IF
           ADD 1 TO WS-AUDBUF-COUNT
           MOVE AUDIT-RECORD TO WS-AUDBUF-LINE(WS-AUDBUF-COUNT).

      *    Same columns as 2200's detail line, "X" in the D/C column,
      *    with the two accounts after the running control total
      *    (which the transfer leaves where it was), and the failed
      *    leg named when the transfer did not post whole.
       2470-WRITE-TRANSFER-LINE.
           MOVE XFER-AMOUNT TO TRANS-AMOUNT-EDIT
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-XFER-LEG-TEXT
           IF WS-XFER-FIRST-LEG-FAILED
               MOVE " - FROM-LEG FAILED, NEITHER LEG POSTED"
                   TO WS-XFER-LEG-TEXT
           END-IF
           IF WS-XFER-SECOND-LEG-FAILED
               MOVE " - TO-LEG FAILED - FROM-LEG POSTED"
                   TO WS-XFER-LEG-TEXT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-PHYS-REC-COUNT "  " TRANS-AMOUNT-EDIT "  "
               "X   " XFER-CURRENCY-CODE "  "
               WS-AMOUNT-EDIT "  TRANSFER " XFER-FROM-ACCOUNT
               " TO " XFER-TO-ACCOUNT WS-XFER-LEG-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           ADD 1 TO WS-RPTBUF-COUNT
           MOVE REPORT-RECORD TO WS-RPTBUF-LINE(WS-RPTBUF-COUNT).

       3000-WRITE-TOTAL-LINES.
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORD COUNT: " WS-RECORD-COUNT
                       TO WS-ACCT-BALANCE-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "ACCOUNT " WS-ACCT-TBL-NUMBER(WS-ACCT-IDX)
                       " " WS-ACCT-TBL-CURRENCY(WS-ACCT-IDX)
                       " POSTINGS " WS-ACCT-TBL-POSTINGS(WS-ACCT-IDX)
                       " MOVEMENT " WS-ACCT-MOVEMENT-EDIT
                       " BALANCE " WS-ACCT-BALANCE-EDIT
                   WRITE REPORT-RECORD
               END-PERFORM
           END-IF
           IF WS-XFER-POSTED-COUNT > 0 OR WS-XFER-REJECT-COUNT > 0
               PERFORM 3020-WRITE-TRANSFER-SECTION
           END-IF
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ALL-CURRENCY CLOSING CONTROL TOTAL "
           WRITE REPORT-RECORD
           PERFORM 3070-WRITE-POSITION-LINES.

      *    Every transfer posted this run, both accounts and the
      *    amount moved. The section carries no total: the legs
      *    cancel, so the transfers' net to the control total and to
      *    each currency total is zero by construction.
       3020-WRITE-TRANSFER-SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "INTERNAL TRANSFERS (BOTH LEGS POSTED, NET ZERO TO "
               "CONTROL AND CURRENCY TOTALS):"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
               UNTIL WS-XFER-IDX > WS-XFER-COUNT
               MOVE WS-XFER-TBL-AMOUNT(WS-XFER-IDX)
                   TO WS-XFER-AMOUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "REC " WS-XFER-TBL-REC(WS-XFER-IDX)
                   " FROM " WS-XFER-TBL-FROM(WS-XFER-IDX)
                   " TO " WS-XFER-TBL-TO(WS-XFER-IDX)
                   " AMOUNT " WS-XFER-AMOUNT-EDIT
                   " " WS-XFER-TBL-CURRENCY(WS-XFER-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-XFER-UNLISTED-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "*** " WS-XFER-UNLISTED-COUNT " FURTHER "
                   "TRANSFER(S) POSTED BUT NOT LISTED - TABLE FULL ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-XFER-ONE-LEG-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "*** " WS-XFER-ONE-LEG-COUNT " TRANSFER(S) "
                   "WITH THE TO-LEG FAILED - FROM-LEG POSTED ALONE, "
                   "MASTER OUT OF BALANCE - SEE DETAIL LINES ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSFERS POSTED " WS-XFER-POSTED-COUNT
               "  REJECTED " WS-XFER-REJECT-COUNT
               " (FROM-LEG POSTED ALONE " WS-XFER-ONE-LEG-COUNT ")"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Opening / day's movement / closing / month-to-date, for
      *    the all-currency position and per currency. The month
      *    rolls over on the as-of date: a new month starts the MTD
                           WS-CURR-CODE(WS-CURR-IDX)
               END-ADD
               MOVE WS-REVALUED-AMOUNT TO WS-REVALUED-AMOUNT-EDIT
      *        A rate older than the business day before the
      *        business date still revalues (an old rate beats no
      *        rate) but the line says so -- distinctly from
      *        UNREVALUED, which means no figure at all -- so a rate
      *        file that failed to refresh overnight shows on every
      *        line it touched.
               IF WS-EXTRACT-BUSINESS-DATE NOT = 0
                   MOVE WS-EXTRACT-BUSINESS-DATE
                       TO WS-RATE-CHECK-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-RATE-CHECK-DATE
               END-IF
               PERFORM 3055-CHECK-RATE-STALE
               IF WS-RATE-STALE
                   ADD 1 TO WS-STALE-RATE-COUNT
                   STRING "CURRENCY " WS-CURR-CODE(WS-CURR-IDX)
                       " TOTAL " WS-CURR-TOTAL-EDIT
           END-IF
           WRITE REPORT-RECORD.

      *    Stale when a business day falls after the rate's effective
      *    date and before the business date being revalued -- a
      *    Friday rate on a Monday, or across a holiday, is the
      *    latest the market gave. A rate with no usable date is
      *    always stale.
       3055-CHECK-RATE-STALE.
           MOVE "N" TO WS-RATE-STALE-SWITCH
           IF WS-RATE-EFF-DATE(WS-RATE-FOUND-IDX) < WS-RATE-CHECK-DATE
               IF WS-RATE-EFF-DATE(WS-RATE-FOUND-IDX) < 16010101
                   OR WS-RATE-CHECK-DATE > 99991231
                   SET WS-RATE-STALE TO TRUE
               ELSE
                   COMPUTE WS-CAL-FROM-INTEGER = FUNCTION
                       INTEGER-OF-DATE(WS-RATE-EFF-DATE
                           (WS-RATE-FOUND-IDX))
                   COMPUTE WS-CAL-TO-INTEGER = FUNCTION
                       INTEGER-OF-DATE(WS-RATE-CHECK-DATE) - 1
                   PERFORM 4600-COUNT-BUSINESS-DAYS
                   IF WS-CAL-BUS-DAYS > 0
                       SET WS-RATE-STALE TO TRUE
                   END-IF
               END-IF
           END-IF.

       3060-FIND-RATE.
           MOVE 0 TO WS-RATE-FOUND-IDX
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
      *    than one past the branch's highest already posted for
      *    that date means an extract was skipped, which is flagged
      *    but not fatal (the missing file may simply be running
      *    late). For a branch on the branch master as active and
      *    daily, business days on the CALENDAR between its last
      *    registered date and this one are flagged the same way --
      *    a bank holiday in between is not a missing extract.
       4510-CHECK-RUN-REGISTER.
           MOVE "N" TO WS-REG-EOF-SWITCH
           MOVE "N" TO WS-REG-DUP-SWITCH
           MOVE 0 TO WS-REG-MAX-SEQ
           MOVE 0 TO WS-REG-PRIOR-DATE
           OPEN INPUT RUN-REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "DLYACCUM - NO RUN REGISTER ON FILE, "
                           MOVE REG-SEQUENCE TO WS-REG-MAX-SEQ
                       END-IF
                   END-IF
                   IF REG-BUSINESS-DATE < WS-HDR-BUSINESS-DATE
                       AND REG-BRANCH-CODE = WS-SEG-BRANCH-CODE
                       AND REG-BUSINESS-DATE > WS-REG-PRIOR-DATE
                       MOVE REG-BUSINESS-DATE TO WS-REG-PRIOR-DATE
                   END-IF
                   PERFORM 4515-READ-RUN-REGISTER
               END-PERFORM
               CLOSE RUN-REGISTER-FILE
                   WS-HDR-BUSINESS-DATE " MAY BE MISSING ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF NOT WS-REG-DUPLICATE
               AND WS-REG-PRIOR-DATE >= 16010101
               AND WS-HDR-BUSINESS-DATE <= 99991231
               AND WS-BRM-COUNT > 0
               AND WS-BRM-FIND-IDX NOT = 0
               IF WS-BRM-TBL-ACTIVE(WS-BRM-FIND-IDX) = "A"
                   AND WS-BRM-TBL-SCHED(WS-BRM-FIND-IDX) = "D"
                   COMPUTE WS-CAL-FROM-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-REG-PRIOR-DATE)
                   COMPUTE WS-CAL-TO-INTEGER = FUNCTION
                       INTEGER-OF-DATE(WS-HDR-BUSINESS-DATE) - 1
                   PERFORM 4600-COUNT-BUSINESS-DAYS
                   IF WS-CAL-BUS-DAYS > 0
                       MOVE WS-CAL-BUS-DAYS TO WS-REG-GAP-DAYS-EDIT
                       DISPLAY "DLYACCUM - WARNING: BRANCH "
                           WS-SEG-BRANCH-CODE " HAS NO EXTRACT FOR "
                           WS-REG-GAP-DAYS-EDIT " BUSINESS DAY(S) "
                           "SINCE " WS-REG-PRIOR-DATE
                       MOVE SPACES TO REPORT-RECORD
                       STRING "*** DATE GAP - BRANCH "
                           WS-SEG-BRANCH-CODE " HAS NO EXTRACT FOR "
                           WS-REG-GAP-DAYS-EDIT " BUSINESS DAY(S) "
                           "BETWEEN " WS-REG-PRIOR-DATE " AND "
                           WS-HDR-BUSINESS-DATE " ***"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-IF.

       4515-READ-RUN-REGISTER.
      *    extract arrived), which is what the MISSING check on the
      *    branch summary reads back. Blank branch codes are the
      *    single-branch extract layout and stay out of both
      *    checks -- and out of 4510's date-gap check, which is why
      *    the index is cleared for every segment rather than left
      *    pointing at the previous segment's branch.
       4540-CHECK-BRANCH-MASTER.
           MOVE 0 TO WS-BRM-FIND-IDX
           IF WS-BRM-COUNT > 0
               AND WS-SEG-BRANCH-CODE NOT = SPACES
               PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                   UNTIL WS-BRM-IDX > WS-BRM-COUNT
                   IF WS-BRM-TBL-CODE(WS-BRM-IDX)
               END-IF
           END-IF.

      *    Business days after WS-CAL-FROM-INTEGER up to and
      *    including WS-CAL-TO-INTEGER, into WS-CAL-BUS-DAYS. Day 1
      *    of the integer date scale, 1 January 1601, was a Monday,
      *    so (day - 1) mod 7 runs 0 = Monday through 6 = Sunday.
       4600-COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-CAL-BUS-DAYS
           IF WS-CAL-TO-INTEGER > WS-CAL-FROM-INTEGER
               COMPUTE WS-CAL-SPAN =
                   WS-CAL-TO-INTEGER - WS-CAL-FROM-INTEGER
               DIVIDE WS-CAL-SPAN BY 7 GIVING WS-CAL-WEEKS
                   REMAINDER WS-CAL-ODD-DAYS
               COMPUTE WS-CAL-BUS-DAYS = WS-CAL-WEEKS * 5
               COMPUTE WS-CAL-DAY-INTEGER =
                   WS-CAL-FROM-INTEGER + (WS-CAL-WEEKS * 7)
               PERFORM WS-CAL-ODD-DAYS TIMES
                   ADD 1 TO WS-CAL-DAY-INTEGER
                   COMPUTE WS-CAL-WEEKDAY =
                       FUNCTION MOD(WS-CAL-DAY-INTEGER - 1, 7)
                   IF WS-CAL-WEEKDAY < 5
                       ADD 1 TO WS-CAL-BUS-DAYS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-INTEGER(WS-CAL-IDX) > WS-CAL-FROM-INTEGER
                       AND WS-CAL-INTEGER(WS-CAL-IDX)
                           <= WS-CAL-TO-INTEGER
                       COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(
                           WS-CAL-INTEGER(WS-CAL-IDX) - 1, 7)
                       IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
                           AND WS-CAL-WEEKDAY < 5
                           SUBTRACT 1 FROM WS-CAL-BUS-DAYS
                       END-IF
                       IF WS-CAL-TYPE(WS-CAL-IDX) = "B"
                           AND WS-CAL-WEEKDAY >= 5
                           ADD 1 TO WS-CAL-BUS-DAYS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    Closes one business day of a catch-up batch: the same
      *    finalization the end of a single-day run performs --
      *    totals section, branch summary, GL group, grand
               WS-TRAILER-RECORD-COUNT WS-REVALUED-GRAND-TOTAL
           MOVE 0 TO WS-UNREVALUED-COUNT WS-STALE-RATE-COUNT
               WS-ACCT-COUNT WS-BRANCH-COUNT
           MOVE 0 TO WS-XFER-COUNT WS-XFER-POSTED-COUNT
               WS-XFER-REJECT-COUNT WS-XFER-ONE-LEG-COUNT
               WS-XFER-UNLISTED-COUNT
           MOVE "N" TO WS-TRAILER-SWITCH WS-TRAILER-BAD-SWITCH
           MOVE "N" TO WS-REJTRL-WRITTEN-SWITCH
               WS-DTOT-WRITTEN-SWITCH WS-GL-WRITTEN-SWITCH
               WRITE RUN-REGISTER-RECORD
               CLOSE RUN-REGISTER-FILE
           END-IF.

      *    BUSDATE is set by operations before the chain starts, so
      *    a step running past midnight still registers under the
      *    night it belongs to. Without it the step uses today.
       8000-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
           MOVE WS-STEP-TIMESTAMP(1:8) TO WS-STEP-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "DLYACCUM - NO BUSINESS DATE FILE FOUND, USING "
                   "TODAY " WS-STEP-BUSINESS-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE 0 TO BDT-BUSINESS-DATE
               END-READ
               IF BDT-BUSINESS-DATE IS NUMERIC
                   AND BDT-BUSINESS-DATE >= 16010101
                   AND BDT-BUSINESS-DATE <= 99991231
                   MOVE BDT-BUSINESS-DATE TO WS-STEP-BUSINESS-DATE
               ELSE
                   DISPLAY "DLYACCUM - BUSINESS DATE RECORD INVALID, "
                       "USING TODAY " WS-STEP-BUSINESS-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    Only the latest start or end record of each prerequisite
      *    for this business date counts -- a rerun that ended
      *    cleanly clears an earlier failure, and a start with no end
      *    after it is a step still running or one that fell over.
      *    Blocked records are ignored. No register at all means
      *    nothing has run tonight. Every prerequisite is checked so
      *    the log shows all of them, and the step refuses to start
      *    (RETURN-CODE 8), leaving a blocked record naming the first.
       8100-CHECK-PREREQUISITES.
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
               MOVE SPACE TO WS-PREREQ-EVENT(WS-PREREQ-SUB)
               MOVE 0 TO WS-PREREQ-RC(WS-PREREQ-SUB)
           END-PERFORM
           OPEN INPUT STEP-REGISTER-FILE
           IF WS-STEP-STATUS = "00"
               PERFORM 8150-READ-STEP-REGISTER
               PERFORM UNTIL WS-STEP-EOF
                   IF STP-BUSINESS-DATE = WS-STEP-BUSINESS-DATE
                       AND (STP-STARTED OR STP-ENDED)
                       PERFORM 8160-NOTE-PREREQUISITE-EVENT
                   END-IF
                   PERFORM 8150-READ-STEP-REGISTER
               END-PERFORM
               CLOSE STEP-REGISTER-FILE
           END-IF
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
               PERFORM 8170-CHECK-ONE-PREREQUISITE
           END-PERFORM
           IF WS-STEP-BLOCKED-BY NOT = SPACES
               DISPLAY "DLYACCUM - REFUSED TO START FOR BUSINESS DATE "
                   WS-STEP-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
               MOVE "B" TO WS-STEP-EVENT
               PERFORM 8400-APPEND-STEP-RECORD
               STOP RUN
           END-IF.

       8150-READ-STEP-REGISTER.
           READ STEP-REGISTER-FILE
               AT END
                   SET WS-STEP-EOF TO TRUE
           END-READ.

       8160-NOTE-PREREQUISITE-EVENT.
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
               UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
               IF STP-PROGRAM = WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                   MOVE STP-EVENT TO WS-PREREQ-EVENT(WS-PREREQ-SUB)
                   MOVE STP-RETURN-CODE TO WS-PREREQ-RC(WS-PREREQ-SUB)
               END-IF
           END-PERFORM.

       8170-CHECK-ONE-PREREQUISITE.
           IF WS-PREREQ-EVENT(WS-PREREQ-SUB) = "E"
               AND WS-PREREQ-RC(WS-PREREQ-SUB) <= 4
               CONTINUE
           ELSE
               IF WS-PREREQ-EVENT(WS-PREREQ-SUB) = SPACE
                   DISPLAY "DLYACCUM - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " HAS NOT RUN"
               ELSE
               IF WS-PREREQ-EVENT(WS-PREREQ-SUB) = "S"
                   DISPLAY "DLYACCUM - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " STARTED BUT HAS NOT ENDED"
               ELSE
                   MOVE WS-PREREQ-RC(WS-PREREQ-SUB) TO WS-PREREQ-RC-EDIT
                   DISPLAY "DLYACCUM - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " ENDED WITH RETURN CODE " WS-PREREQ-RC-EDIT
               END-IF
               END-IF
               IF WS-STEP-BLOCKED-BY = SPACES
                   MOVE WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       TO WS-STEP-BLOCKED-BY
               END-IF
           END-IF.

      *    A step that cannot register its start does not run --
      *    nothing after it could tell whether it had.
       8200-WRITE-STEP-START.
           MOVE "S" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "DLYACCUM - STEP REGISTER UNAVAILABLE, "
                   "RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Written on every way out once the start is registered,
      *    carrying the return code as it stands.
       8300-WRITE-STEP-END.
           MOVE WS-PHYS-REC-COUNT TO WS-STEP-RECORDS-IN
           MOVE WS-RECORD-COUNT TO WS-STEP-RECORDS-OUT
           MOVE WS-AMOUNT TO WS-STEP-CONTROL-TOTAL
           MOVE "E" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "DLYACCUM - STEP END NOT REGISTERED, DEPENDENT "
                   "STEPS WILL REFUSE TO START"
           END-IF.

      *    STEPREG is permanent and only ever appended to, created
      *    empty on first use -- the same shape as POSTHIST.
       8400-APPEND-STEP-RECORD.
           MOVE "N" TO WS-STEP-WRITTEN-SWITCH
           OPEN EXTEND STEP-REGISTER-FILE
           IF WS-STEP-STATUS = "35"
               OPEN OUTPUT STEP-REGISTER-FILE
           END-IF
           IF WS-STEP-STATUS NOT = "00"
               DISPLAY "DLYACCUM - STEP REGISTER OPEN FAILED, STATUS "
                   WS-STEP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
               MOVE SPACES TO STEP-REGISTER-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
               MOVE "DLYACCUM" TO STP-PROGRAM
               MOVE WS-STEP-EVENT TO STP-EVENT
               MOVE RETURN-CODE TO STP-RETURN-CODE
               MOVE WS-STEP-TIMESTAMP(1:8) TO STP-EVENT-DATE
               MOVE WS-STEP-TIMESTAMP(9:6) TO STP-EVENT-TIME
               MOVE WS-STEP-RECORDS-IN TO STP-RECORDS-IN
               MOVE WS-STEP-RECORDS-OUT TO STP-RECORDS-OUT
               MOVE WS-STEP-CONTROL-TOTAL TO STP-CONTROL-TOTAL
               MOVE WS-STEP-BLOCKED-BY TO STP-BLOCKED-BY
               WRITE STEP-REGISTER-RECORD
               IF WS-STEP-STATUS = "00"
                   SET WS-STEP-WRITTEN TO TRUE
               END-IF
               CLOSE STEP-REGISTER-FILE
           END-IF.
