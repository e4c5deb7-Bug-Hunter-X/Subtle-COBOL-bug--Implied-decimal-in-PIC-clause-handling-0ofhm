      ******************************************************************
      *  STNDORD - standing order engine.
      *  Reads the standing instruction master STNDMAST in
      *  instruction ID order and selects every active instruction
      *  whose next-due date has arrived by the business date. Each
      *  due instruction is written to STOEXTR in the TRANS-RECORD
      *  layout -- a "D" detail for a debit or credit, an "X" record
      *  for a transfer between two accounts -- inside an "STO"
      *  branch header and a trailer, so TRNSORT and DLYACCUM take
      *  it like any other extract segment. The instruction's
      *  next-due date then moves on by its frequency and is
      *  rewritten, and every due instruction gets a line on STORPT
      *  saying whether it was generated or skipped and why.
      *  An instruction against an account that is closed, frozen,
      *  not on ACCTMAST or held in another currency is skipped --
      *  that occurrence is not posted, and next-due still moves on
      *  so it is not posted late when the account is freed. An
      *  amount DLYACCUM would reject over its ceiling is skipped
      *  the same way.
      *  Catch-up: an instruction whose due date passed while the
      *  engine did not run posts one occurrence, and any further
      *  occurrences that fell before the business date are counted
      *  on the report as missed, for operations to decide on,
      *  rather than posted in a burst. A daily instruction posts
      *  once per business date run and never counts as missed.
      *  A rerun for a business date already processed never moves
      *  an instruction on a second time: the instruction carries
      *  the last business date it was processed for and the
      *  result, and a rerun writes the same postings to STOEXTR
      *  again (replacing a lost or damaged extract) under the same
      *  header, which DLYACCUM's run register refuses to post
      *  twice.
      *  RETURN-CODE 4 when anything was skipped or missed; 8 when
      *  the instruction master cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-INSTRUCTION-ID
               FILE STATUS IS WS-SO-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT STND-CONTROL-FILE ASSIGN TO "STNDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "STOEXTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "STORPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F.
       COPY STNDREC.

       FD  ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

      *    STND-CONTROL-FILE - the business date this run generates
      *    for (zero = today's date).
       FD  STND-CONTROL-FILE
           RECORDING MODE IS F.
       01  STND-CONTROL-RECORD.
           05  STC-BUSINESS-DATE           PIC 9(8).
           05  FILLER                      PIC X(12).

      *    CONTROL-FILE - DLYACCUM's run settings, read here only for
      *    the transaction ceiling, so an occurrence DLYACCUM would
      *    reject is skipped and reported instead of sent.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-MAX-TRANS-AMOUNT        PIC 9(5)V99.
           05  FILLER                      PIC X(11).

      *    EXTRACT-FILE - generated postings in the full TRANS-RECORD
      *    layout. Branch code "STO" on the header so the posting
      *    run's register and branch summary show where the segment
      *    came from.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY TRANREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SO-STATUS                PIC X(2) VALUE "00".
       01  WS-ACCT-STATUS              PIC X(2) VALUE "00".
       01  WS-SCTL-STATUS              PIC X(2) VALUE "00".
       01  WS-CTL-STATUS               PIC X(2) VALUE "00".
       01  WS-SO-EOF-SWITCH            PIC X VALUE "N".
           88  WS-SO-EOF               VALUE "Y".

      *    Default ceiling -- overridden by CONTROL-FILE when
      *    present, the same default DLYACCUM runs with.
       01  WS-MAX-TRANS-AMOUNT         PIC 9(5)V99 VALUE 10000.00.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-BUSINESS-DATE-NUM        PIC 9(8).

      *    Date arithmetic for moving next-due on. Monthly steps
      *    land on the start date's day of the month, pulled back
      *    to the month's last day when the month is shorter, so a
      *    31st instruction runs 28 Feb and then 31 Mar again.
       01  WS-DUE-DATE                 PIC 9(8) VALUE 0.
       01  WS-NEXT-DUE.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 9(2).
           05  WS-NEXT-DD              PIC 9(2).
       01  WS-NEXT-DUE-NUM REDEFINES WS-NEXT-DUE
                                       PIC 9(8).
       01  WS-START-DATE.
           05  WS-START-YYYY           PIC 9(4).
           05  WS-START-MM             PIC 9(2).
           05  WS-START-DD             PIC 9(2).
       01  WS-START-DATE-NUM REDEFINES WS-START-DATE
                                       PIC 9(8).
       01  WS-MONTH-END.
           05  WS-MONTH-END-YYYY       PIC 9(4).
           05  WS-MONTH-END-MM         PIC 9(2).
           05  WS-MONTH-END-DD         PIC 9(2).
       01  WS-MONTH-END-NUM REDEFINES WS-MONTH-END
                                       PIC 9(8).
       01  WS-ADD-MONTHS               PIC 9(2) VALUE 0.
       01  WS-MONTH-SERIAL             PIC 9(6) VALUE 0.
       01  WS-MONTH-INDEX              PIC 9(2) VALUE 0.
       01  WS-DATE-INTEGER             PIC 9(8) VALUE 0.

       01  WS-CHECK-ACCOUNT            PIC X(6) VALUE SPACES.
       01  WS-SKIP-TEXT                PIC X(40) VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(40) VALUE SPACES.
       01  WS-MISSED-THIS              PIC 9(5) VALUE 0.
       01  WS-POST-AMOUNT              PIC S9(5)V99 VALUE 0.

      *    STOEXTR header is written lazily ahead of the first
      *    posting, so a day with nothing due leaves the extract
      *    empty rather than header-and-trailer around nothing --
      *    the same shape as SUSPMGMT's SUSPRCYC.
       01  WS-EXTR-HEADER-SWITCH       PIC X VALUE "N".
           88  WS-EXTR-HEADER-WRITTEN  VALUE "Y".
       01  WS-EXTR-COUNT               PIC 9(7) VALUE 0.
       01  WS-EXTR-TOTAL               PIC S9(9)V99 VALUE 0.

       01  WS-READ-COUNT               PIC 9(7) VALUE 0.
       01  WS-INACTIVE-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOT-DUE-COUNT            PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT                PIC 9(7) VALUE 0.
       01  WS-GENERATED-COUNT          PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RERUN-COUNT              PIC 9(7) VALUE 0.
       01  WS-ENDED-COUNT              PIC 9(7) VALUE 0.
       01  WS-MISSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(7) VALUE 0.

       01  WS-AMOUNT-EDIT              PIC Z(4)9.99.
       01  WS-TOTAL-EDIT               PIC -(9)9.99.
       01  WS-MISSED-EDIT              PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-STANDING-ORDER
           PERFORM UNTIL WS-SO-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-PROCESS-INSTRUCTION
               PERFORM 2000-READ-STANDING-ORDER
           END-PERFORM
           PERFORM 3000-WRITE-SUMMARY
           PERFORM 3100-FINISH-EXTRACT-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE ACCOUNT-FILE
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
           PERFORM 1050-READ-STANDING-CONTROL
           PERFORM 1075-READ-CONTROL-RECORD
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SO-STATUS NOT = "00"
               DISPLAY "STNDORD - STANDING ORDER MASTER OPEN FAILED, "
                   "STATUS " WS-SO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "STNDORD - ACCOUNT MASTER OPEN FAILED, "
                   "STATUS " WS-ACCT-STATUS
               CLOSE STANDING-ORDER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "STANDING ORDERS DUE - BUSINESS DATE "
               WS-BUSINESS-DATE-NUM
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "INSTR-ID ACCOUNT TO-ACC    AMOUNT CCY T F "
               "DUE      NEXT DUE RESULT"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    A missing or unreadable control record is not fatal: the
      *    run generates for today's date.
       1050-READ-STANDING-CONTROL.
           OPEN INPUT STND-CONTROL-FILE
           IF WS-SCTL-STATUS = "00"
               READ STND-CONTROL-FILE
               IF WS-SCTL-STATUS = "00"
                   IF STC-BUSINESS-DATE IS NUMERIC
                       AND STC-BUSINESS-DATE >= 16010101
                       AND STC-BUSINESS-DATE <= 99991231
                       MOVE STC-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
                   END-IF
               END-IF
               CLOSE STND-CONTROL-FILE
           ELSE
               DISPLAY "STNDORD - NO STNDCTL CONTROL RECORD, "
                   "GENERATING FOR TODAY'S DATE"
           END-IF.

       1075-READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
               IF WS-CTL-STATUS = "00"
                   IF CTL-MAX-TRANS-AMOUNT IS NUMERIC
                       MOVE CTL-MAX-TRANS-AMOUNT TO WS-MAX-TRANS-AMOUNT
                   END-IF
               END-IF
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "STNDORD - NO CONTROL FILE FOUND, USING "
                   "DEFAULT CEILING"
           END-IF.

       2000-READ-STANDING-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   SET WS-SO-EOF TO TRUE
           END-READ.

      *    An instruction already processed for this business date
      *    is a rerun, whatever its status now -- the run may have
      *    ended it. Otherwise suspended and ended instructions are
      *    counted only, and one processed for a later date means
      *    the business date has gone backwards and is left alone.
       2100-PROCESS-INSTRUCTION.
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE 0 TO WS-MISSED-THIS
           IF SO-LAST-RUN-DATE IS NUMERIC
               AND SO-LAST-RUN-DATE = WS-BUSINESS-DATE-NUM
               PERFORM 2150-REPEAT-FOR-RERUN
           ELSE
           IF NOT SO-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
           IF SO-LAST-RUN-DATE IS NUMERIC
               AND SO-LAST-RUN-DATE > WS-BUSINESS-DATE-NUM
               MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE
               STRING "NOT PROCESSED - LAST RUN FOR "
                   SO-LAST-RUN-DATE
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ADD 1 TO WS-WARNING-COUNT
               PERFORM 2800-WRITE-REPORT-LINE
           ELSE
               IF SO-NEXT-DUE-DATE NOT NUMERIC
                   OR SO-NEXT-DUE-DATE = 0
                   MOVE SO-START-DATE TO SO-NEXT-DUE-DATE
               END-IF
               MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE
               IF NOT SO-FREQUENCY-VALID
                   OR SO-START-DATE NOT NUMERIC
                   OR SO-START-DATE < 16010101
                   OR SO-START-DATE > 99991231
                   OR WS-DUE-DATE NOT NUMERIC
                   OR WS-DUE-DATE < 16010101
                   OR WS-DUE-DATE > 99991231
                   OR SO-END-DATE NOT NUMERIC
                   MOVE "INVALID FREQUENCY OR DATE - NOT PROCESSED"
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-WARNING-COUNT
                   PERFORM 2800-WRITE-REPORT-LINE
               ELSE
               IF WS-DUE-DATE > WS-BUSINESS-DATE-NUM
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
               IF SO-END-DATE > 0 AND WS-DUE-DATE > SO-END-DATE
                   MOVE "E" TO SO-STATUS
                   REWRITE STANDING-ORDER-RECORD
                   ADD 1 TO WS-ENDED-COUNT
               ELSE
                   PERFORM 2200-PROCESS-DUE-OCCURRENCE
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *    One occurrence posts (or is skipped); next-due then moves
      *    past the business date, counting any occurrences stepped
      *    over on the way as missed.
       2200-PROCESS-DUE-OCCURRENCE.
           ADD 1 TO WS-DUE-COUNT
           PERFORM 2300-CHECK-INSTRUCTION
           IF WS-SKIP-TEXT = SPACES
               PERFORM 2400-WRITE-EXTRACT-POSTING
               MOVE "G" TO SO-LAST-RESULT
               ADD 1 TO WS-GENERATED-COUNT
               MOVE "GENERATED" TO WS-RESULT-TEXT
           ELSE
               MOVE "S" TO SO-LAST-RESULT
               ADD 1 TO WS-SKIPPED-COUNT
               ADD 1 TO WS-WARNING-COUNT
               STRING "SKIPPED - " WS-SKIP-TEXT
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF
           MOVE WS-BUSINESS-DATE-NUM TO SO-LAST-RUN-DATE
           MOVE WS-DUE-DATE TO SO-LAST-DUE-DATE
           PERFORM 2500-ADVANCE-NEXT-DUE
           PERFORM UNTIL SO-NEXT-DUE-DATE > WS-BUSINESS-DATE-NUM
               OR SO-ENDED
               IF NOT SO-DAILY
                   ADD 1 TO WS-MISSED-THIS
               END-IF
               PERFORM 2500-ADVANCE-NEXT-DUE
           END-PERFORM
           REWRITE STANDING-ORDER-RECORD
           IF SO-ENDED
               ADD 1 TO WS-ENDED-COUNT
           END-IF
           PERFORM 2800-WRITE-REPORT-LINE
           IF WS-MISSED-THIS > 0
               ADD WS-MISSED-THIS TO WS-MISSED-COUNT
               ADD 1 TO WS-WARNING-COUNT
               MOVE WS-MISSED-THIS TO WS-MISSED-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "*** " SO-INSTRUCTION-ID " " WS-MISSED-EDIT
                   " FURTHER OCCURRENCE(S) BEFORE THE BUSINESS DATE "
                   "MISSED - NOT GENERATED ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    Already processed for this business date: an occurrence
      *    generated then is written to the extract again exactly
      *    as it stands, one skipped is reported again, and the
      *    instruction is not moved on.
       2150-REPEAT-FOR-RERUN.
           ADD 1 TO WS-RERUN-COUNT
           MOVE SO-LAST-DUE-DATE TO WS-DUE-DATE
           IF SO-LAST-RESULT = "G"
               PERFORM 2400-WRITE-EXTRACT-POSTING
               MOVE "RERUN - SAME POSTING WRITTEN AGAIN"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE "RERUN - SKIPPED ON FIRST RUN"
                   TO WS-RESULT-TEXT
           END-IF
           PERFORM 2800-WRITE-REPORT-LINE.

      *    Everything that would make the occurrence bounce in the
      *    posting run, checked here so it is reported against the
      *    instruction instead.
       2300-CHECK-INSTRUCTION.
           MOVE SPACES TO WS-SKIP-TEXT
           IF SO-AMOUNT NOT NUMERIC OR SO-AMOUNT = 0
               MOVE "NO AMOUNT" TO WS-SKIP-TEXT
           ELSE
           IF SO-AMOUNT > WS-MAX-TRANS-AMOUNT
               MOVE "OVER POSTING CEILING" TO WS-SKIP-TEXT
           ELSE
           IF SO-DC-IND NOT = "D" AND SO-DC-IND NOT = "C"
               AND SO-DC-IND NOT = "X"
               MOVE "INVALID D/C INDICATOR" TO WS-SKIP-TEXT
           ELSE
           IF SO-DC-IND = "X"
               AND (SO-TO-ACCOUNT = SPACES
                   OR SO-TO-ACCOUNT = SO-ACCOUNT-NUMBER)
               MOVE "INVALID TRANSFER TO-ACCOUNT" TO WS-SKIP-TEXT
           ELSE
               MOVE SO-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
               PERFORM 2350-CHECK-ONE-ACCOUNT
               IF WS-SKIP-TEXT = SPACES AND SO-DC-IND = "X"
                   MOVE SO-TO-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM 2350-CHECK-ONE-ACCOUNT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2350-CHECK-ONE-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO ACCT-NUMBER
           READ ACCOUNT-FILE
           IF WS-ACCT-STATUS = "23"
               STRING "ACCOUNT " WS-CHECK-ACCOUNT " NOT ON MASTER"
                   DELIMITED BY SIZE INTO WS-SKIP-TEXT
           ELSE
           IF WS-ACCT-STATUS NOT = "00"
               STRING "ACCOUNT " WS-CHECK-ACCOUNT " READ STATUS "
                   WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-SKIP-TEXT
           ELSE
           IF ACCT-CLOSED
               STRING "ACCOUNT " WS-CHECK-ACCOUNT " CLOSED"
                   DELIMITED BY SIZE INTO WS-SKIP-TEXT
           ELSE
           IF ACCT-FROZEN
               STRING "ACCOUNT " WS-CHECK-ACCOUNT " FROZEN"
                   DELIMITED BY SIZE INTO WS-SKIP-TEXT
           ELSE
           IF ACCT-CURRENCY-CODE NOT = SO-CURRENCY-CODE
               STRING "ACCOUNT " WS-CHECK-ACCOUNT " HELD IN "
                   ACCT-CURRENCY-CODE
                   DELIMITED BY SIZE INTO WS-SKIP-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A debit is a "D" that adds to the balance; a credit is a
      *    "C" with the reversal flag set, the convention DLYACCUM
      *    posts by; a transfer is an "X" record, which counts on
      *    the trailer but adds nothing to its control total.
       2400-WRITE-EXTRACT-POSTING.
           IF NOT WS-EXTR-HEADER-WRITTEN
               PERFORM 2450-WRITE-EXTRACT-HEADER
           END-IF
           MOVE SPACES TO TRANS-RECORD
           IF SO-DC-IND = "X"
               MOVE "X" TO XFER-REC-TYPE
               MOVE SO-AMOUNT TO XFER-AMOUNT
               MOVE SO-CURRENCY-CODE TO XFER-CURRENCY-CODE
               MOVE SO-ACCOUNT-NUMBER TO XFER-FROM-ACCOUNT
               MOVE SO-TO-ACCOUNT TO XFER-TO-ACCOUNT
               MOVE 0 TO WS-POST-AMOUNT
           ELSE
               MOVE "D" TO TRANS-REC-TYPE
               MOVE SO-AMOUNT TO TRANS-AMOUNT
               IF SO-DC-IND = "C"
                   MOVE "C" TO TRANS-DC-IND
                   MOVE "Y" TO TRANS-REVERSAL-IND
                   COMPUTE WS-POST-AMOUNT = 0 - SO-AMOUNT
               ELSE
                   MOVE "D" TO TRANS-DC-IND
                   MOVE "N" TO TRANS-REVERSAL-IND
                   MOVE SO-AMOUNT TO WS-POST-AMOUNT
               END-IF
               MOVE SO-CURRENCY-CODE TO TRANS-CURRENCY-CODE
               MOVE SO-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
           END-IF
           WRITE TRANS-RECORD
           ADD 1 TO WS-EXTR-COUNT
           ADD WS-POST-AMOUNT TO WS-EXTR-TOTAL.

      *    Branch "STO", sequence 1, the business date generated
      *    for -- a second extract for the same date surfaces on the
      *    posting run's register as a duplicate instead of posting
      *    the day's standing orders twice.
       2450-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO TRANS-RECORD
           MOVE "H" TO HEADER-REC-TYPE
           MOVE WS-BUSINESS-DATE-NUM TO HEADER-BUSINESS-DATE
           MOVE 1 TO HEADER-SEQUENCE-NUMBER
           MOVE "STO" TO HEADER-BRANCH-CODE
           WRITE TRANS-RECORD
           SET WS-EXTR-HEADER-WRITTEN TO TRUE.

      *    One step of the instruction's frequency from its current
      *    next-due date. Past the end date the instruction ends.
       2500-ADVANCE-NEXT-DUE.
           MOVE SO-NEXT-DUE-DATE TO WS-NEXT-DUE-NUM
           IF SO-DAILY OR SO-WEEKLY
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DUE-NUM)
               IF SO-DAILY
                   ADD 1 TO WS-DATE-INTEGER
               ELSE
                   ADD 7 TO WS-DATE-INTEGER
               END-IF
               COMPUTE WS-NEXT-DUE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           ELSE
               IF SO-MONTHLY
                   MOVE 1 TO WS-ADD-MONTHS
               ELSE
                   IF SO-QUARTERLY
                       MOVE 3 TO WS-ADD-MONTHS
                   ELSE
                       MOVE 12 TO WS-ADD-MONTHS
                   END-IF
               END-IF
               PERFORM 2550-ADD-MONTHS
           END-IF
           MOVE WS-NEXT-DUE-NUM TO SO-NEXT-DUE-DATE
           IF SO-END-DATE > 0 AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE "E" TO SO-STATUS
           END-IF.

      *    Month arithmetic on WS-NEXT-DUE, landing on the start
      *    date's day or the last day of a shorter month.
       2550-ADD-MONTHS.
           MOVE SO-START-DATE TO WS-START-DATE-NUM
           COMPUTE WS-MONTH-SERIAL = WS-NEXT-YYYY * 12
               + WS-NEXT-MM - 1 + WS-ADD-MONTHS
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-NEXT-YYYY
               REMAINDER WS-MONTH-INDEX
           COMPUTE WS-NEXT-MM = WS-MONTH-INDEX + 1
      *    Last day of the month: the day before the first of the
      *    month after.
           IF WS-NEXT-MM = 12
               COMPUTE WS-MONTH-END-YYYY = WS-NEXT-YYYY + 1
               MOVE 1 TO WS-MONTH-END-MM
           ELSE
               MOVE WS-NEXT-YYYY TO WS-MONTH-END-YYYY
               COMPUTE WS-MONTH-END-MM = WS-NEXT-MM + 1
           END-IF
           MOVE 1 TO WS-MONTH-END-DD
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-NUM) - 1
           COMPUTE WS-MONTH-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-START-DD > WS-MONTH-END-DD
               MOVE WS-MONTH-END-DD TO WS-NEXT-DD
           ELSE
               MOVE WS-START-DD TO WS-NEXT-DD
           END-IF.

       2800-WRITE-REPORT-LINE.
           MOVE SO-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING SO-INSTRUCTION-ID " " SO-ACCOUNT-NUMBER "  "
               SO-TO-ACCOUNT " " WS-AMOUNT-EDIT " "
               SO-CURRENCY-CODE " " SO-DC-IND " " SO-FREQUENCY " "
               WS-DUE-DATE " " SO-NEXT-DUE-DATE " " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           STRING "INSTRUCTIONS READ " WS-READ-COUNT
               " DUE " WS-DUE-COUNT
               " GENERATED " WS-GENERATED-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               " NOT YET DUE " WS-NOT-DUE-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ALREADY RUN FOR THIS DATE " WS-RERUN-COUNT
               " SUSPENDED/ENDED " WS-INACTIVE-COUNT
               " ENDED THIS RUN " WS-ENDED-COUNT
               " OCCURRENCES MISSED " WS-MISSED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EXTR-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "STOEXTR DETAIL RECORDS " WS-EXTR-COUNT
               " CONTROL TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "STNDORD - " WS-DUE-COUNT " DUE, "
               WS-GENERATED-COUNT " GENERATED, "
               WS-SKIPPED-COUNT " SKIPPED".

      *    The trailer is struck over the postings written, so the
      *    posting run's own reconciliation ties back to exactly
      *    what this run generated. Nothing due = no header, and no
      *    trailer either.
       3100-FINISH-EXTRACT-FILE.
           IF WS-EXTR-HEADER-WRITTEN
               MOVE SPACES TO TRANS-RECORD
               MOVE "T" TO TRAILER-REC-TYPE
               MOVE WS-EXTR-TOTAL TO TRAILER-CONTROL-TOTAL
               MOVE WS-EXTR-COUNT TO TRAILER-RECORD-COUNT
               WRITE TRANS-RECORD
           END-IF.
