      *  prior accepted RATEFILE from PRIORATE, verifies the file is
      *  fit to revalue with BEFORE the posting run ever starts --
      *  every rate must be numeric and nonzero, every effective
      *  date must be numeric and no older than the last business
      *  day before today's (a Friday quote still serves Monday;
      *  weekends and holidays come off the CALENDAR file), and no
      *  rate may have moved more than the tolerance
      *  against the prior day's accepted rate -- then writes the
      *  accepted file to RATEFILE. A file that fails any check is
      *  refused outright (RETURN-CODE 8, no RATEFILE written), the
      *  same refuse-before-posting shape TRNSORT gives the
      *  transaction extract: yesterday's accepted rates stay in
      *  place and the posting run waits for a corrected file,
      *  instead of a failed refresh or fat-fingered rate silently
      *  revaluing the day's positions.
      *  Runs alongside TRNSORT at the head of the nightly chain and
      *  likewise registers its start and end on STEPREG under the
      *  business date off BUSDATE, the end carrying the rates read
      *  and the rates accepted (zero when refused). DLYACCUM will
      *  not start until it has ended cleanly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEEDIT.
           SELECT PRIOR-RATE-FILE ASSIGN TO "PRIORATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT CLEAN-RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
       01  CLEAN-RATE-RECORD               PIC X(20).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  STEP-REGISTER-FILE
           RECORDING MODE IS F.
       COPY STEPREC.

       WORKING-STORAGE SECTION.
       01  WS-RAW-STATUS               PIC X(2) VALUE "00".
       01  WS-PRIOR-STATUS             PIC X(2) VALUE "00".
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-RUN-INTEGER              PIC 9(8) VALUE 0.
       01  WS-EFF-INTEGER              PIC 9(8) VALUE 0.
       01  WS-STALE-SWITCH             PIC X VALUE "N".
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8000-READ-BUSINESS-DATE
           PERFORM 8200-WRITE-STEP-START
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RUN-YYYY
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RUN-DD
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 1200-LOAD-CALENDAR
           PERFORM 1000-LOAD-PRIOR-RATES
           PERFORM 2000-EDIT-RAW-FILE
           IF WS-EDIT-ERROR
               DISPLAY "RATEEDIT - " WS-RATE-COUNT
                   " RATE(S) ACCEPTED FOR " WS-RUN-DATE-NUM
           END-IF
           PERFORM 8300-WRITE-STEP-END
           STOP RUN.

      *    No prior file is a first run -- the movement check has
                   SET WS-PRIOR-EOF TO TRUE
           END-READ.

      *    Without a calendar only Saturdays and Sundays are
      *    non-business days; the run carries on and says so. An
      *    entry for a date already held is ignored, or the day
      *    would be counted off twice.
       1200-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "RATEEDIT - NO CALENDAR FILE FOUND, COUNTING "
                   "WEEKENDS ONLY AS NON-BUSINESS DAYS"
           ELSE
               PERFORM 1250-READ-CALENDAR
               PERFORM UNTIL WS-CAL-EOF
      *            WS-CAL-ENTRY OCCURS 500 TIMES -- this limit must
      *            track that OCCURS count.
                   IF WS-CAL-COUNT >= 500
                       DISPLAY "RATEEDIT - CALENDAR TABLE FULL, "
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
                               DISPLAY "RATEEDIT - CALENDAR DATE "
                                   CAL-DATE " DUPLICATED, IGNORED"
                           ELSE
                               ADD 1 TO WS-CAL-COUNT
                               MOVE WS-CAL-DAY-INTEGER
                                   TO WS-CAL-INTEGER(WS-CAL-COUNT)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CAL-TYPE(WS-CAL-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "RATEEDIT - CALENDAR ENTRY "
                               CAL-DATE " INVALID, IGNORED"
                       END-IF
                       PERFORM 1250-READ-CALENDAR
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       1250-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ.

       2000-EDIT-RAW-FILE.
           OPEN INPUT RAW-RATE-FILE
           IF WS-RAW-STATUS NOT = "00"

      *    The three edits, any one of which refuses the file: the
      *    rate itself must be numeric and nonzero, the effective
      *    date must be numeric with no business day between it
      *    and today's business date (a stale date is exactly the
      *    failed-refresh this edit exists to catch), and a rate
      *    that moved more than
      *    the tolerance against the prior day's accepted rate is
      *    treated as fat-fingered until the desk says otherwise.
       2200-EDIT-ONE-RATE.
                   " - MISSING OR ZERO RATE"
               SET WS-EDIT-ERROR TO TRUE
           ELSE
               PERFORM 2250-CHECK-EFFECTIVE-DATE
               IF WS-RATE-STALE
                   DISPLAY "RATEEDIT - RECORD " WS-RAW-REC-COUNT
                       " CURRENCY " RAW-CURRENCY-CODE
                       " - EFFECTIVE DATE OLDER THAN PRIOR "
                       "BUSINESS DAY"
                   SET WS-EDIT-ERROR TO TRUE
               ELSE
                   PERFORM 2300-CHECK-MOVEMENT
               END-IF
           END-IF.

      *    Stale when a business day falls after the effective date
      *    and before today: a rate dated the business day before
      *    (Friday's, on a Monday) is the latest the market gave.
       2250-CHECK-EFFECTIVE-DATE.
           MOVE "N" TO WS-STALE-SWITCH
           IF RAW-EFFECTIVE-DATE NOT NUMERIC
               OR RAW-EFFECTIVE-DATE < 16010101
               OR RAW-EFFECTIVE-DATE > 99991231
               SET WS-RATE-STALE TO TRUE
           ELSE
               IF RAW-EFFECTIVE-DATE < WS-RUN-DATE-NUM
                   COMPUTE WS-EFF-INTEGER =
                       FUNCTION INTEGER-OF-DATE(RAW-EFFECTIVE-DATE)
                   MOVE WS-EFF-INTEGER TO WS-CAL-FROM-INTEGER
                   COMPUTE WS-CAL-TO-INTEGER = WS-RUN-INTEGER - 1
                   PERFORM 2400-COUNT-BUSINESS-DAYS
                   IF WS-CAL-BUS-DAYS > 0
                       SET WS-RATE-STALE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    A currency with no prior rate (newly quoted) passes the
      *    movement check -- there is nothing to move from.
       2300-CHECK-MOVEMENT.
               END-IF
           END-IF.

      *    Business days after WS-CAL-FROM-INTEGER up to and
      *    including WS-CAL-TO-INTEGER, into WS-CAL-BUS-DAYS. Day 1
      *    of the integer date scale, 1 January 1601, was a Monday,
      *    so (day - 1) mod 7 runs 0 = Monday through 6 = Sunday.
       2400-COUNT-BUSINESS-DAYS.
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

      *    Nothing reaches RATEFILE until the whole file passed.
       3000-WRITE-CLEAN-FILE.
           OPEN OUTPUT CLEAN-RATE-FILE
               WRITE CLEAN-RATE-RECORD
           END-PERFORM
           CLOSE CLEAN-RATE-FILE.

      *    BUSDATE is set by operations before the chain starts, so
      *    a step running past midnight still registers under the
      *    night it belongs to. Without it the step uses today.
       8000-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
           MOVE WS-STEP-TIMESTAMP(1:8) TO WS-STEP-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "RATEEDIT - NO BUSINESS DATE FILE FOUND, USING "
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
                   DISPLAY "RATEEDIT - BUSINESS DATE RECORD INVALID, "
                       "USING TODAY " WS-STEP-BUSINESS-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    A step that cannot register its start does not run --
      *    nothing after it could tell whether it had.
       8200-WRITE-STEP-START.
           MOVE "S" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "RATEEDIT - STEP REGISTER UNAVAILABLE, "
                   "RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Written on every way out once the start is registered,
      *    carrying the return code as it stands.
       8300-WRITE-STEP-END.
           MOVE WS-RAW-REC-COUNT TO WS-STEP-RECORDS-IN
           IF WS-EDIT-ERROR
               MOVE 0 TO WS-STEP-RECORDS-OUT
           ELSE
               MOVE WS-RATE-COUNT TO WS-STEP-RECORDS-OUT
           END-IF
           MOVE 0 TO WS-STEP-CONTROL-TOTAL
           MOVE "E" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "RATEEDIT - STEP END NOT REGISTERED, DEPENDENT "
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
               DISPLAY "RATEEDIT - STEP REGISTER OPEN FAILED, STATUS "
                   WS-STEP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
               MOVE SPACES TO STEP-REGISTER-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
               MOVE "RATEEDIT" TO STP-PROGRAM
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
