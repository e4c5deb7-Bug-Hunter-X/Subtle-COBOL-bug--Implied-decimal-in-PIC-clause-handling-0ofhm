      ******************************************************************
      *  INTACCR - daily interest accrual and fee assessment.
      *  Reads the whole account master ACCTMAST in key order and,
      *  for each account, finds its tier on the rate/fee schedule
      *  INTSCHED (account status, optional currency, balance band)
      *  and accrues the day's interest at the tier's annual rate.
      *  The accrual is not posted daily: it is held to six decimal
      *  places on the accrual file, ACCRUAL in / ACCRNEW out
      *  (old-master/new-master style, keyed by account like
      *  ACCTMAST -- the operator swaps ACCRNEW in as the next
      *  ACCRUAL), and capitalized once a month. On capitalization
      *  day the accumulated figure, rounded to the cent, and the
      *  tier's monthly maintenance fee are written to INTEXTR in
      *  the TRANS-RECORD layout with an "INT" branch header and a
      *  trailer, so DLYACCUM posts them like any other extract
      *  segment; the sub-cent residue stays held for next month.
      *  Every account gets a line on the accrual register INTRPT.
      *  Capitalization day is the last calendar day of the month,
      *  or any day the INTCTL control record forces it. An account
      *  still holding an accrual from an earlier month (the
      *  month-end run was missed) is capitalized on its first run
      *  in the new month instead of waiting another month.
      *  Interest earned is written "D" (adds to the balance); a
      *  fee, or negative interest on an overdrawn band, is written
      *  "C" with the reversal flag set, the same convention
      *  SUSPMGMT reposts by. Closed accounts are not accrued.
      *  Frozen accounts accrue but nothing posts to them -- their
      *  accrual is held until the account is unfrozen. Accounts
      *  with no currency yet are skipped: DLYACCUM would reject
      *  anything posted to them.
      *  A rerun for a business date already accrued accrues
      *  nothing further (the accrual file carries the last date
      *  accrued and capitalized), and DLYACCUM's run register
      *  refuses a second INTEXTR with the same header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "INTSCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT INT-CONTROL-FILE ASSIGN TO "INTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICTL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT NEW-ACCRUAL-FILE ASSIGN TO "ACCRNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "INTEXTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

      *    SCHEDULE-FILE - one record per tier. An account takes the
      *    first tier, in file order, whose status matches its own,
      *    whose currency is its own (spaces = any currency), and
      *    whose band holds its balance (floor and ceiling both
      *    inclusive). Put the currency-specific tiers ahead of the
      *    any-currency ones. The rate is an annual percentage; a
      *    negative balance band with a positive rate charges
      *    interest, which is written as a credit.
       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-RECORD.
           05  SCHED-ACCT-STATUS           PIC X(1).
      *        "O" = open (spaces on the master count as open),
      *        "F" = frozen
           05  SCHED-CURRENCY-CODE         PIC X(3).
           05  SCHED-BAL-FLOOR             PIC S9(9)V99.
           05  SCHED-BAL-CEILING           PIC S9(9)V99.
           05  SCHED-ANNUAL-RATE           PIC S9(3)V9(4).
           05  SCHED-MONTHLY-FEE           PIC 9(5)V99.
           05  SCHED-DAY-BASIS             PIC 9(3).
      *        Days in the interest year, 360 or 365; zero or
      *        non-numeric is taken as 365.
           05  FILLER                      PIC X(7).

      *    INT-CONTROL-FILE - the business date this run accrues
      *    for (zero = today's date) and the capitalization
      *    override for a run that must capitalize off month end.
       FD  INT-CONTROL-FILE
           RECORDING MODE IS F.
       01  INT-CONTROL-RECORD.
           05  ICTL-BUSINESS-DATE          PIC 9(8).
           05  ICTL-CAPITALIZE             PIC X(1).
      *        "Y" = capitalize and assess fees this run whatever
      *        the date. Anything else = month end only.
           05  FILLER                      PIC X(11).

      *    CONTROL-FILE - DLYACCUM's run settings, read here only for
      *    the transaction ceiling and the rounding convention, so a
      *    capitalization DLYACCUM would reject is held back instead
      *    of sent, and the cent rounding matches the posting run.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-MAX-TRANS-AMOUNT        PIC 9(5)V99.
           05  CTL-ROUNDING-MODE           PIC X(1).
           05  FILLER                      PIC X(10).

      *    ACCRUAL-FILE - one record per account holding an accrual,
      *    in account number order.
       FD  ACCRUAL-FILE
           RECORDING MODE IS F.
       01  ACCRUAL-RECORD.
           05  ACCR-ACCOUNT-NUMBER         PIC X(6).
           05  ACCR-ACCRUED-TO-DATE        PIC S9(7)V9(6).
           05  ACCR-LAST-ACCRUAL-DATE      PIC 9(8).
           05  ACCR-LAST-CAPITAL-DATE      PIC 9(8).
           05  ACCR-FEE-MONTH              PIC 9(6).
      *        Year and month the monthly fee was last assessed for,
      *        so a forced capitalization never charges it twice.
           05  FILLER                      PIC X(9).

       FD  NEW-ACCRUAL-FILE
           RECORDING MODE IS F.
       01  NEW-ACCRUAL-RECORD              PIC X(50).

      *    EXTRACT-FILE - capitalized interest and fees in the full
      *    TRANS-RECORD layout. Branch code "INT" on the header so
      *    the posting run's register and branch summary show where
      *    the segment came from.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY TRANREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2) VALUE "00".
       01  WS-SCHED-STATUS             PIC X(2) VALUE "00".
       01  WS-ICTL-STATUS              PIC X(2) VALUE "00".
       01  WS-CTL-STATUS               PIC X(2) VALUE "00".
       01  WS-ACCR-STATUS              PIC X(2) VALUE "00".
       01  WS-SCHED-EOF-SWITCH         PIC X VALUE "N".
           88  WS-SCHED-EOF            VALUE "Y".

      *    Match-merge keys: each goes to HIGH-VALUES at end of file
      *    so the merge drains whichever side runs longer.
       01  WS-ACCT-KEY                 PIC X(6) VALUE SPACES.
       01  WS-ACCR-KEY                 PIC X(6) VALUE SPACES.
       01  WS-PRIOR-ACCR-KEY           PIC X(6) VALUE LOW-VALUES.

      *    The schedule is small and table-loaded up front, matched
      *    by a linear scan per account.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-COUNT          PIC 9(3) VALUE 0.
           05  WS-SCHED-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SCHED-IDX.
               10  WS-SCHED-TBL-STATUS PIC X(1).
               10  WS-SCHED-TBL-CCY    PIC X(3).
               10  WS-SCHED-TBL-FLOOR  PIC S9(9)V99.
               10  WS-SCHED-TBL-CEIL   PIC S9(9)V99.
               10  WS-SCHED-TBL-RATE   PIC S9(3)V9(4).
               10  WS-SCHED-TBL-FEE    PIC 9(5)V99.
               10  WS-SCHED-TBL-BASIS  PIC 9(3).
       01  WS-TIER-SWITCH              PIC X VALUE "N".
           88  WS-TIER-FOUND           VALUE "Y".
       01  WS-TIER-IDX                 PIC 9(3) VALUE 0.
       01  WS-LOOKUP-STATUS            PIC X(1).

      *    The account's accrual carried through this run -- loaded
      *    from ACCRUAL-RECORD on a match, started fresh otherwise,
      *    and written to ACCRNEW when the account is done.
       01  WS-ACCRUAL-WORK.
           05  WS-AW-ACCOUNT-NUMBER    PIC X(6).
           05  WS-AW-ACCRUED-TO-DATE   PIC S9(7)V9(6).
           05  WS-AW-LAST-ACCRUAL-DATE PIC 9(8).
           05  WS-AW-LAST-CAPITAL-DATE PIC 9(8).
           05  WS-AW-FEE-MONTH         PIC 9(6).
           05  FILLER                  PIC X(9).
       01  WS-ACCRUAL-MATCH-SWITCH     PIC X VALUE "N".
           88  WS-ACCRUAL-MATCHED      VALUE "Y".

      *    Default ceiling and rounding -- overridden by CONTROL-FILE
      *    when present, the same defaults DLYACCUM runs with.
       01  WS-MAX-TRANS-AMOUNT         PIC 9(5)V99 VALUE 10000.00.
       01  WS-ROUNDING-MODE            PIC X(1) VALUE "S".
           88  WS-ROUND-BANKERS        VALUE "B".

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-BUSINESS-DATE.
           05  WS-BUS-YYYYMM           PIC 9(6).
           05  WS-BUS-DD               PIC 9(2).
       01  WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                       PIC 9(8).
       01  WS-BUSINESS-INTEGER         PIC 9(8) VALUE 0.
       01  WS-NEXT-DAY.
           05  WS-NEXT-DAY-YYYYMM      PIC 9(6).
           05  WS-NEXT-DAY-DD          PIC 9(2).
       01  WS-NEXT-DAY-NUM REDEFINES WS-NEXT-DAY
                                       PIC 9(8).
       01  WS-LAST-ACCRUAL.
           05  WS-LAST-ACCRUAL-YYYYMM  PIC 9(6).
           05  WS-LAST-ACCRUAL-DD      PIC 9(2).
       01  WS-LAST-ACCRUAL-NUM REDEFINES WS-LAST-ACCRUAL
                                       PIC 9(8).

       01  WS-CAPITAL-DAY-SWITCH       PIC X VALUE "N".
           88  WS-CAPITAL-DAY          VALUE "Y".
       01  WS-CAPITALIZE-SWITCH        PIC X VALUE "N".
           88  WS-CAPITALIZE-ACCOUNT   VALUE "Y".
      *    The month a capitalization settles -- the business month,
      *    or the earlier month a missed month end left held.
       01  WS-CAP-PERIOD               PIC 9(6) VALUE 0.

       01  WS-ACCRUAL-DAYS             PIC 9(5) VALUE 0.
       01  WS-DAY-BASIS                PIC 9(3) VALUE 365.
       01  WS-DAY-ACCRUAL              PIC S9(7)V9(6) VALUE 0.
       01  WS-POST-AMOUNT              PIC S9(7)V99 VALUE 0.
       01  WS-ABS-AMOUNT               PIC 9(7)V99 VALUE 0.
       01  WS-POST-TEXT                PIC X(16) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(30) VALUE SPACES.
       01  WS-HOLD-TEXT                PIC X(40) VALUE SPACES.

      *    INTEXTR header is written lazily ahead of the first
      *    posting, so a day with nothing to capitalize leaves the
      *    extract empty rather than header-and-trailer around
      *    nothing -- the same shape as SUSPMGMT's SUSPRCYC.
       01  WS-EXTR-HEADER-SWITCH       PIC X VALUE "N".
           88  WS-EXTR-HEADER-WRITTEN  VALUE "Y".
       01  WS-EXTR-COUNT               PIC 9(7) VALUE 0.
       01  WS-EXTR-TOTAL               PIC S9(9)V99 VALUE 0.

       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACCRUED-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACCRUED-TOTAL            PIC S9(9)V9(6) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE 0.
       01  WS-CAPITAL-COUNT            PIC 9(7) VALUE 0.
       01  WS-CAPITAL-TOTAL            PIC S9(9)V99 VALUE 0.
       01  WS-FEE-COUNT                PIC 9(7) VALUE 0.
       01  WS-FEE-TOTAL                PIC S9(9)V99 VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.
       01  WS-HELD-TOTAL               PIC S9(9)V9(6) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(7) VALUE 0.

       01  WS-BALANCE-EDIT             PIC -(9)9.99.
       01  WS-RATE-EDIT                PIC -(3)9.9(4).
       01  WS-DAYS-EDIT                PIC ZZZZ9.
       01  WS-ACCRUAL-EDIT             PIC -(6)9.9(6).
       01  WS-TO-DATE-EDIT             PIC -(6)9.9(6).
       01  WS-POST-EDIT                PIC -(7)9.99.
       01  WS-TOTAL-EDIT               PIC -(9)9.99.
       01  WS-TOTAL-ACCRUAL-EDIT       PIC -(8)9.9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-SCHEDULE
           PERFORM 2000-READ-ACCOUNT-MASTER
           PERFORM 2050-READ-ACCRUAL-FILE
           PERFORM UNTIL WS-ACCT-KEY = HIGH-VALUES
               AND WS-ACCR-KEY = HIGH-VALUES
               IF WS-ACCR-KEY < WS-ACCT-KEY
                   PERFORM 2600-CARRY-UNMATCHED-ACCRUAL
                   PERFORM 2050-READ-ACCRUAL-FILE
               ELSE
                   IF WS-ACCR-KEY = WS-ACCT-KEY
                       MOVE ACCRUAL-RECORD TO WS-ACCRUAL-WORK
                       SET WS-ACCRUAL-MATCHED TO TRUE
                       PERFORM 2050-READ-ACCRUAL-FILE
                   ELSE
                       PERFORM 2150-START-ACCRUAL-RECORD
                   END-IF
                   PERFORM 2100-PROCESS-ACCOUNT
                   PERFORM 2000-READ-ACCOUNT-MASTER
               END-IF
           END-PERFORM
           PERFORM 3000-WRITE-REGISTER-TOTALS
           PERFORM 3100-FINISH-EXTRACT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE ACCRUAL-FILE
           CLOSE NEW-ACCRUAL-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE-NUM TO WS-BUSINESS-DATE-NUM
           PERFORM 1050-READ-INTEREST-CONTROL
           PERFORM 1075-READ-CONTROL-RECORD
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
      *    Month end is the day whose next calendar day falls in a
      *    different month.
           COMPUTE WS-NEXT-DAY-NUM =
               FUNCTION DATE-OF-INTEGER(WS-BUSINESS-INTEGER + 1)
           IF WS-NEXT-DAY-YYYYMM NOT = WS-BUS-YYYYMM
               SET WS-CAPITAL-DAY TO TRUE
           END-IF
           IF WS-ICTL-STATUS = "00" AND ICTL-CAPITALIZE = "Y"
               SET WS-CAPITAL-DAY TO TRUE
               DISPLAY "INTACCR - CAPITALIZATION FORCED BY INTCTL"
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "INTACCR - ACCOUNT MASTER OPEN FAILED, "
                   "STATUS " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    No ACCRUAL at all is the first run: every account starts
      *    with nothing held.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCR-STATUS = "35"
               DISPLAY "INTACCR - NO ACCRUAL FILE FOUND, ALL "
                   "ACCOUNTS START WITH NOTHING HELD"
               MOVE HIGH-VALUES TO WS-ACCR-KEY
           ELSE
               IF WS-ACCR-STATUS NOT = "00"
                   DISPLAY "INTACCR - ACCRUAL FILE OPEN FAILED, "
                       "STATUS " WS-ACCR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT NEW-ACCRUAL-FILE
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "INTEREST ACCRUAL REGISTER - BUSINESS DATE "
               WS-BUSINESS-DATE-NUM
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CAPITAL-DAY
               MOVE SPACES TO REPORT-RECORD
               STRING "CAPITALIZATION DAY - HELD ACCRUALS AND MONTHLY "
                   "FEES POST TO INTEXTR"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT  CCY  ST  BALANCE         RATE%     DAYS  "
               "ACCRUED TODAY    ACCRUED TO DATE  ACTION"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    A missing or unreadable control record is not fatal: the
      *    run accrues for today's date at month end only.
       1050-READ-INTEREST-CONTROL.
           OPEN INPUT INT-CONTROL-FILE
           IF WS-ICTL-STATUS = "00"
               READ INT-CONTROL-FILE
               IF WS-ICTL-STATUS = "00"
                   IF ICTL-BUSINESS-DATE IS NUMERIC
                       AND ICTL-BUSINESS-DATE >= 16010101
                       AND ICTL-BUSINESS-DATE <= 99991231
                       MOVE ICTL-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
                   END-IF
               END-IF
               CLOSE INT-CONTROL-FILE
           ELSE
               DISPLAY "INTACCR - NO INTCTL CONTROL RECORD, "
                   "ACCRUING FOR TODAY'S DATE"
           END-IF.

       1075-READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
               IF WS-CTL-STATUS = "00"
                   IF CTL-MAX-TRANS-AMOUNT IS NUMERIC
                       MOVE CTL-MAX-TRANS-AMOUNT TO WS-MAX-TRANS-AMOUNT
                   END-IF
                   IF CTL-ROUNDING-MODE = "S" OR CTL-ROUNDING-MODE = "B"
                       MOVE CTL-ROUNDING-MODE TO WS-ROUNDING-MODE
                   END-IF
               END-IF
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "INTACCR - NO CONTROL FILE FOUND, USING "
                   "DEFAULT CEILING AND ROUNDING MODE"
           END-IF.

      *    Without a schedule there is nothing to accrue at -- the
      *    run stops before it rewrites the accrual file.
       1100-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "INTACCR - NO RATE/FEE SCHEDULE FOUND, STATUS "
                   WS-SCHED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-READ-SCHEDULE-FILE
           PERFORM UNTIL WS-SCHED-EOF
      *        WS-SCHED-ENTRY OCCURS 50 TIMES -- this limit must
      *        track that OCCURS count.
               IF WS-SCHED-COUNT >= 50
                   DISPLAY "INTACCR - SCHEDULE TABLE FULL, "
                       "REMAINING TIERS IGNORED"
                   ADD 1 TO WS-WARNING-COUNT
                   SET WS-SCHED-EOF TO TRUE
               ELSE
                   IF SCHED-BAL-FLOOR IS NUMERIC
                       AND SCHED-BAL-CEILING IS NUMERIC
                       AND SCHED-ANNUAL-RATE IS NUMERIC
                       AND SCHED-MONTHLY-FEE IS NUMERIC
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE SCHED-ACCT-STATUS
                           TO WS-SCHED-TBL-STATUS(WS-SCHED-COUNT)
                       MOVE SCHED-CURRENCY-CODE
                           TO WS-SCHED-TBL-CCY(WS-SCHED-COUNT)
                       MOVE SCHED-BAL-FLOOR
                           TO WS-SCHED-TBL-FLOOR(WS-SCHED-COUNT)
                       MOVE SCHED-BAL-CEILING
                           TO WS-SCHED-TBL-CEIL(WS-SCHED-COUNT)
                       MOVE SCHED-ANNUAL-RATE
                           TO WS-SCHED-TBL-RATE(WS-SCHED-COUNT)
                       MOVE SCHED-MONTHLY-FEE
                           TO WS-SCHED-TBL-FEE(WS-SCHED-COUNT)
                       IF SCHED-DAY-BASIS IS NUMERIC
                           AND SCHED-DAY-BASIS > 0
                           MOVE SCHED-DAY-BASIS
                               TO WS-SCHED-TBL-BASIS(WS-SCHED-COUNT)
                       ELSE
                           MOVE 365
                               TO WS-SCHED-TBL-BASIS(WS-SCHED-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "INTACCR - NON-NUMERIC SCHEDULE TIER "
                           "IGNORED: " SCHEDULE-RECORD
                       ADD 1 TO WS-WARNING-COUNT
                   END-IF
                   PERFORM 1150-READ-SCHEDULE-FILE
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       1150-READ-SCHEDULE-FILE.
           READ SCHEDULE-FILE
               AT END
                   SET WS-SCHED-EOF TO TRUE
           END-READ.

       2000-READ-ACCOUNT-MASTER.
           READ ACCOUNT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ACCT-KEY
               NOT AT END
                   MOVE ACCT-NUMBER TO WS-ACCT-KEY
           END-READ.

      *    The merge depends on ACCRUAL being in account order; an
      *    out-of-order record would silently split one account's
      *    accrual in two, so the run stops instead.
       2050-READ-ACCRUAL-FILE.
           IF WS-ACCR-KEY NOT = HIGH-VALUES
               READ ACCRUAL-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-ACCR-KEY
                   NOT AT END
                       MOVE ACCR-ACCOUNT-NUMBER TO WS-ACCR-KEY
               END-READ
               IF WS-ACCR-KEY NOT = HIGH-VALUES
                   IF WS-ACCR-KEY NOT > WS-PRIOR-ACCR-KEY
                       DISPLAY "INTACCR - ACCRUAL FILE OUT OF "
                           "SEQUENCE AT ACCOUNT " WS-ACCR-KEY
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ACCR-KEY TO WS-PRIOR-ACCR-KEY
               END-IF
           END-IF.

       2100-PROCESS-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE 0 TO WS-ACCRUAL-DAYS
           MOVE 0 TO WS-DAY-ACCRUAL
           MOVE "N" TO WS-TIER-SWITCH
           MOVE "N" TO WS-CAPITALIZE-SWITCH
           IF ACCT-CLOSED
               ADD 1 TO WS-SKIPPED-COUNT
               IF WS-AW-ACCRUED-TO-DATE NOT = 0
                   MOVE "CLOSED - HELD ACCRUAL UNPOSTED"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   MOVE "CLOSED - NOT ACCRUED" TO WS-ACTION-TEXT
               END-IF
               PERFORM 2800-WRITE-REGISTER-LINE
               IF WS-ACCRUAL-MATCHED
                   PERFORM 2700-WRITE-NEW-ACCRUAL
               END-IF
           ELSE
           IF ACCT-CURRENCY-CODE = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "NOT DENOMINATED - SKIPPED" TO WS-ACTION-TEXT
               PERFORM 2800-WRITE-REGISTER-LINE
               IF WS-ACCRUAL-MATCHED
                   PERFORM 2700-WRITE-NEW-ACCRUAL
               END-IF
           ELSE
      *        Held from an earlier month that was never capitalized
      *        -- decided before today's accrual moves the date on.
               MOVE WS-AW-LAST-ACCRUAL-DATE TO WS-LAST-ACCRUAL-NUM
               MOVE WS-BUS-YYYYMM TO WS-CAP-PERIOD
               IF WS-CAPITAL-DAY
                   SET WS-CAPITALIZE-ACCOUNT TO TRUE
               END-IF
               IF WS-LAST-ACCRUAL-NUM > 0
                   AND WS-LAST-ACCRUAL-YYYYMM < WS-BUS-YYYYMM
                   AND WS-AW-LAST-CAPITAL-DATE < WS-LAST-ACCRUAL-NUM
                   SET WS-CAPITALIZE-ACCOUNT TO TRUE
                   MOVE WS-LAST-ACCRUAL-YYYYMM TO WS-CAP-PERIOD
               END-IF
               PERFORM 2200-FIND-TIER
               IF WS-TIER-FOUND
                   PERFORM 2300-ACCRUE-INTEREST
               ELSE
                   MOVE "NO SCHEDULE TIER - NOT ACCRUED"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               PERFORM 2800-WRITE-REGISTER-LINE
               IF WS-CAPITALIZE-ACCOUNT
                   AND WS-AW-LAST-CAPITAL-DATE < WS-BUSINESS-DATE-NUM
                   IF ACCT-FROZEN
                       IF WS-AW-ACCRUED-TO-DATE NOT = 0
                           MOVE "FROZEN - ACCRUAL HELD" TO WS-HOLD-TEXT
                           PERFORM 2480-REPORT-HELD
                       END-IF
                   ELSE
                       PERFORM 2400-CAPITALIZE-ACCRUAL
                       IF WS-TIER-FOUND
                           PERFORM 2450-ASSESS-MONTHLY-FEE
                       END-IF
                   END-IF
               END-IF
               PERFORM 2700-WRITE-NEW-ACCRUAL
           END-IF
           END-IF.

       2150-START-ACCRUAL-RECORD.
           MOVE SPACES TO WS-ACCRUAL-WORK
           MOVE ACCT-NUMBER TO WS-AW-ACCOUNT-NUMBER
           MOVE 0 TO WS-AW-ACCRUED-TO-DATE
           MOVE 0 TO WS-AW-LAST-ACCRUAL-DATE
           MOVE 0 TO WS-AW-LAST-CAPITAL-DATE
           MOVE 0 TO WS-AW-FEE-MONTH
           MOVE "N" TO WS-ACCRUAL-MATCH-SWITCH.

      *    First matching tier in schedule order wins.
       2200-FIND-TIER.
           IF ACCT-STATUS = SPACE
               MOVE "O" TO WS-LOOKUP-STATUS
           ELSE
               MOVE ACCT-STATUS TO WS-LOOKUP-STATUS
           END-IF
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT OR WS-TIER-FOUND
               IF WS-SCHED-TBL-STATUS(WS-SCHED-IDX) = WS-LOOKUP-STATUS
                   AND (WS-SCHED-TBL-CCY(WS-SCHED-IDX) = SPACES
                       OR WS-SCHED-TBL-CCY(WS-SCHED-IDX)
                           = ACCT-CURRENCY-CODE)
                   AND ACCT-BALANCE >= WS-SCHED-TBL-FLOOR(WS-SCHED-IDX)
                   AND ACCT-BALANCE <= WS-SCHED-TBL-CEIL(WS-SCHED-IDX)
                   SET WS-TIER-FOUND TO TRUE
                   SET WS-TIER-IDX TO WS-SCHED-IDX
               END-IF
           END-PERFORM.

      *    Days accrued are the calendar days since the last accrual,
      *    so a run missed over a weekend or holiday is made up by
      *    the next one; an account never accrued before takes one
      *    day. A date already accrued accrues nothing more.
       2300-ACCRUE-INTEREST.
           IF WS-AW-LAST-ACCRUAL-DATE >= WS-BUSINESS-DATE-NUM
               MOVE "ALREADY ACCRUED THIS DATE" TO WS-ACTION-TEXT
           ELSE
               IF WS-AW-LAST-ACCRUAL-DATE < 16010101
                   MOVE 1 TO WS-ACCRUAL-DAYS
               ELSE
                   COMPUTE WS-ACCRUAL-DAYS = WS-BUSINESS-INTEGER -
                       FUNCTION INTEGER-OF-DATE(WS-AW-LAST-ACCRUAL-DATE)
               END-IF
               MOVE WS-SCHED-TBL-BASIS(WS-TIER-IDX) TO WS-DAY-BASIS
               COMPUTE WS-DAY-ACCRUAL ROUNDED =
                   ACCT-BALANCE * WS-SCHED-TBL-RATE(WS-TIER-IDX)
                   * WS-ACCRUAL-DAYS / (100 * WS-DAY-BASIS)
                   ON SIZE ERROR
                       MOVE 0 TO WS-DAY-ACCRUAL
                       MOVE "ACCRUAL OVERFLOW - NOT ACCRUED"
                           TO WS-ACTION-TEXT
                       ADD 1 TO WS-WARNING-COUNT
                   NOT ON SIZE ERROR
                       ADD WS-DAY-ACCRUAL TO WS-AW-ACCRUED-TO-DATE
                           ON SIZE ERROR
                               MOVE 0 TO WS-DAY-ACCRUAL
                               MOVE "ACCRUAL OVERFLOW - NOT ACCRUED"
                                   TO WS-ACTION-TEXT
                               ADD 1 TO WS-WARNING-COUNT
                           NOT ON SIZE ERROR
                               MOVE WS-BUSINESS-DATE-NUM
                                   TO WS-AW-LAST-ACCRUAL-DATE
                               ADD 1 TO WS-ACCRUED-COUNT
                               ADD WS-DAY-ACCRUAL TO WS-ACCRUED-TOTAL
                               IF ACCT-FROZEN
                                   MOVE "ACCRUED - FROZEN, HELD"
                                       TO WS-ACTION-TEXT
                               ELSE
                                   MOVE "ACCRUED" TO WS-ACTION-TEXT
                               END-IF
                       END-ADD
               END-COMPUTE
           END-IF.

      *    The held accrual rounded to the cent posts; the residue
      *    stays held. An amount the posting run would reject over
      *    the ceiling stays held whole and is reported for a manual
      *    entry instead of going into the extract to bounce.
       2400-CAPITALIZE-ACCRUAL.
           IF WS-ROUND-BANKERS
               COMPUTE WS-POST-AMOUNT ROUNDED MODE IS NEAREST-EVEN
                   = WS-AW-ACCRUED-TO-DATE
           ELSE
               COMPUTE WS-POST-AMOUNT
                   ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                   = WS-AW-ACCRUED-TO-DATE
           END-IF
           IF WS-POST-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-POST-AMOUNT
           ELSE
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-MAX-TRANS-AMOUNT
               MOVE "CAPITALIZATION OVER CEILING - HELD"
                   TO WS-HOLD-TEXT
               PERFORM 2480-REPORT-HELD
           ELSE
               IF WS-POST-AMOUNT NOT = 0
                   PERFORM 2500-WRITE-EXTRACT-DETAIL
                   SUBTRACT WS-POST-AMOUNT FROM WS-AW-ACCRUED-TO-DATE
                   ADD 1 TO WS-CAPITAL-COUNT
                   ADD WS-POST-AMOUNT TO WS-CAPITAL-TOTAL
                   MOVE "  CAPITALIZED" TO WS-POST-TEXT
                   PERFORM 2850-WRITE-POSTING-LINE
               END-IF
               MOVE WS-BUSINESS-DATE-NUM TO WS-AW-LAST-CAPITAL-DATE
           END-IF.

      *    One fee per account per month, charged at the month's
      *    capitalization. A fee the posting run would reject is not
      *    assessed and is tried again at the next capitalization.
       2450-ASSESS-MONTHLY-FEE.
           IF WS-SCHED-TBL-FEE(WS-TIER-IDX) > 0
               AND WS-AW-FEE-MONTH < WS-CAP-PERIOD
               IF WS-SCHED-TBL-FEE(WS-TIER-IDX) > WS-MAX-TRANS-AMOUNT
                   COMPUTE WS-POST-AMOUNT =
                       0 - WS-SCHED-TBL-FEE(WS-TIER-IDX)
                   MOVE "  FEE OVER CEILING - NOT ASSESSED"
                       TO WS-HOLD-TEXT
                   MOVE SPACES TO REPORT-RECORD
                   MOVE WS-POST-AMOUNT TO WS-POST-EDIT
                   STRING ACCT-NUMBER "  " WS-POST-EDIT "  "
                       WS-HOLD-TEXT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   COMPUTE WS-POST-AMOUNT =
                       0 - WS-SCHED-TBL-FEE(WS-TIER-IDX)
                   PERFORM 2500-WRITE-EXTRACT-DETAIL
                   MOVE WS-CAP-PERIOD TO WS-AW-FEE-MONTH
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-POST-AMOUNT TO WS-FEE-TOTAL
                   MOVE "  MONTHLY FEE" TO WS-POST-TEXT
                   PERFORM 2850-WRITE-POSTING-LINE
               END-IF
           END-IF.

       2480-REPORT-HELD.
           ADD 1 TO WS-HELD-COUNT
           ADD WS-AW-ACCRUED-TO-DATE TO WS-HELD-TOTAL
           ADD 1 TO WS-WARNING-COUNT
           MOVE WS-AW-ACCRUED-TO-DATE TO WS-TO-DATE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING ACCT-NUMBER "  " WS-TO-DATE-EDIT "  " WS-HOLD-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Signed posting to TRANS-RECORD: positive is a "D" that
      *    adds to the balance, negative a "C" with the reversal
      *    flag set, the convention DLYACCUM posts by.
       2500-WRITE-EXTRACT-DETAIL.
           IF NOT WS-EXTR-HEADER-WRITTEN
               PERFORM 2550-WRITE-EXTRACT-HEADER
           END-IF
           IF WS-POST-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-POST-AMOUNT
           ELSE
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           MOVE SPACES TO TRANS-RECORD
           MOVE "D" TO TRANS-REC-TYPE
           MOVE WS-ABS-AMOUNT TO TRANS-AMOUNT
           IF WS-POST-AMOUNT < 0
               MOVE "C" TO TRANS-DC-IND
               MOVE "Y" TO TRANS-REVERSAL-IND
           ELSE
               MOVE "D" TO TRANS-DC-IND
               MOVE "N" TO TRANS-REVERSAL-IND
           END-IF
           MOVE ACCT-CURRENCY-CODE TO TRANS-CURRENCY-CODE
           MOVE ACCT-NUMBER TO TRANS-ACCOUNT-NUMBER
           WRITE TRANS-RECORD
           ADD 1 TO WS-EXTR-COUNT
           ADD WS-POST-AMOUNT TO WS-EXTR-TOTAL.

      *    Branch "INT", sequence 1, the business date accrued for --
      *    a second extract for the same date surfaces on the
      *    posting run's register as a duplicate instead of posting
      *    the month's interest twice.
       2550-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO TRANS-RECORD
           MOVE "H" TO HEADER-REC-TYPE
           MOVE WS-BUSINESS-DATE-NUM TO HEADER-BUSINESS-DATE
           MOVE 1 TO HEADER-SEQUENCE-NUMBER
           MOVE "INT" TO HEADER-BRANCH-CODE
           WRITE TRANS-RECORD
           SET WS-EXTR-HEADER-WRITTEN TO TRUE.

      *    An accrual whose account is no longer on the master is
      *    carried forward untouched and flagged -- dropping it
      *    would lose money owed without a trace.
       2600-CARRY-UNMATCHED-ACCRUAL.
           MOVE ACCRUAL-RECORD TO WS-ACCRUAL-WORK
           MOVE WS-AW-ACCRUED-TO-DATE TO WS-TO-DATE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "*** ACCRUAL FOR " WS-AW-ACCOUNT-NUMBER
               " NOT ON ACCOUNT MASTER - HELD " WS-TO-DATE-EDIT
               " CARRIED FORWARD ***"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO WS-WARNING-COUNT
           PERFORM 2700-WRITE-NEW-ACCRUAL.

       2700-WRITE-NEW-ACCRUAL.
           MOVE WS-ACCRUAL-WORK TO NEW-ACCRUAL-RECORD
           WRITE NEW-ACCRUAL-RECORD.

       2800-WRITE-REGISTER-LINE.
           MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
           IF WS-TIER-FOUND
               MOVE WS-SCHED-TBL-RATE(WS-TIER-IDX) TO WS-RATE-EDIT
           ELSE
               MOVE 0 TO WS-RATE-EDIT
           END-IF
           MOVE WS-ACCRUAL-DAYS TO WS-DAYS-EDIT
           MOVE WS-DAY-ACCRUAL TO WS-ACCRUAL-EDIT
           MOVE WS-AW-ACCRUED-TO-DATE TO WS-TO-DATE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING ACCT-NUMBER "   " ACCT-CURRENCY-CODE "  "
               ACCT-STATUS "  " WS-BALANCE-EDIT "  " WS-RATE-EDIT
               "  " WS-DAYS-EDIT "  " WS-ACCRUAL-EDIT "  "
               WS-TO-DATE-EDIT "  " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       2850-WRITE-POSTING-LINE.
           MOVE WS-POST-AMOUNT TO WS-POST-EDIT
           MOVE WS-AW-ACCRUED-TO-DATE TO WS-TO-DATE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING ACCT-NUMBER "  " WS-POST-TEXT " " WS-POST-EDIT
               " " ACCT-CURRENCY-CODE " TO INTEXTR - RESIDUE HELD "
               WS-TO-DATE-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS READ: " WS-ACCOUNT-COUNT
               " ACCRUED: " WS-ACCRUED-COUNT
               " NOT ACCRUED (CLOSED/UNDENOMINATED): " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ACCRUED-TOTAL TO WS-TOTAL-ACCRUAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCRUED THIS RUN (ALL CURRENCIES): "
               WS-TOTAL-ACCRUAL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CAPITAL-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CAPITALIZED   COUNT " WS-CAPITAL-COUNT
               " TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "MONTHLY FEES  COUNT " WS-FEE-COUNT
               " TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-TOTAL TO WS-TOTAL-ACCRUAL-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "HELD, NOT CAPITALIZED COUNT " WS-HELD-COUNT
                   " TOTAL " WS-TOTAL-ACCRUAL-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE WS-EXTR-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "INTEXTR DETAIL RECORDS " WS-EXTR-COUNT
               " CONTROL TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    The trailer is struck over the postings written, so the
      *    posting run's own reconciliation ties back to exactly
      *    what this run capitalized and charged. Nothing posted =
      *    no header, and no trailer either.
       3100-FINISH-EXTRACT-FILE.
           IF WS-EXTR-HEADER-WRITTEN
               MOVE SPACES TO TRANS-RECORD
               MOVE "T" TO TRAILER-REC-TYPE
               MOVE WS-EXTR-TOTAL TO TRAILER-CONTROL-TOTAL
               MOVE WS-EXTR-COUNT TO TRAILER-RECORD-COUNT
               WRITE TRANS-RECORD
           END-IF.
