      *  movement variance, month totals, per-currency month totals,
      *  and flags on unusual days -- a reject count far above the
      *  month's average, and the day with the largest movement.
      *  The month is measured in business days off the CALENDAR
      *  file: the reject average is per business day, a run on a
      *  non-business day is marked as such, and every business day
      *  of the month so far with no DLYTOTS record is listed (a
      *  missed or lost posting run), with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCONSL.
           SELECT DAILY-TOTALS-FILE ASSIGN TO "DLYTOTS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTOT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MTHRPT"
               ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
       COPY DLYTOT.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).
       01  WS-MAX-MOVE-DATE            PIC 9(8) VALUE 0.
       01  WS-FLAG-TEXT                PIC X(30) VALUE SPACES.

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

      *    The business days expected this month -- the whole month
      *    once it is over, or up to yesterday while it is still
      *    running -- and the ones with no DLYTOTS record.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-MONTH-START.
           05  WS-MONTH-START-YYYYMM   PIC 9(6).
           05  WS-MONTH-START-DD       PIC 9(2).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START
                                       PIC 9(8).
       01  WS-NEXT-MONTH.
           05  WS-NEXT-MONTH-YYYY      PIC 9(4).
           05  WS-NEXT-MONTH-MM        PIC 9(2).
           05  WS-NEXT-MONTH-DD        PIC 9(2).
       01  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH
                                       PIC 9(8).
       01  WS-MONTH-START-INTEGER      PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-INTEGER       PIC 9(8) VALUE 0.
       01  WS-TODAY-INTEGER            PIC 9(8) VALUE 0.
       01  WS-CHECK-INTEGER            PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE               PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DAY-COUNT       PIC 9(2) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(2) VALUE 0.
       01  WS-DAY-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-DAY-FOUND            VALUE "Y".
       01  WS-MISSING-TABLE.
           05  WS-MISSING-DATE OCCURS 31 TIMES
                                       PIC 9(8).

       01  WS-CLOSING-EDIT             PIC -(11)9.99.
       01  WS-VARIANCE-EDIT            PIC -(11)9.99.
       01  WS-MCURR-TOTAL-EDIT         PIC -(11)9.99.
               STOP RUN
           END-IF
           PERFORM 1500-LOAD-TARGET-MONTH
           PERFORM 1800-LOAD-CALENDAR
           PERFORM 2200-FIND-MISSING-DAYS
           PERFORM 2000-COMPUTE-MONTH-FIGURES
           PERFORM 3000-WRITE-MONTH-REPORT
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Pass one over the history: the latest month on file is
                   TO WS-MCURR-TOTAL(WS-MCURR-FIND-IDX)
           END-IF.

      *    Without a calendar only Saturdays and Sundays are
      *    non-business days; the run carries on and says so. An
      *    entry for a date already held is ignored, or the day
      *    would be counted off twice.
       1800-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "MTHCONSL - NO CALENDAR FILE FOUND, COUNTING "
                   "WEEKENDS ONLY AS NON-BUSINESS DAYS"
           ELSE
               PERFORM 1850-READ-CALENDAR
               PERFORM UNTIL WS-CAL-EOF
      *            WS-CAL-ENTRY OCCURS 500 TIMES -- this limit must
      *            track that OCCURS count.
                   IF WS-CAL-COUNT >= 500
                       DISPLAY "MTHCONSL - CALENDAR TABLE FULL, "
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
                               DISPLAY "MTHCONSL - CALENDAR DATE "
                                   CAL-DATE " DUPLICATED, IGNORED"
                           ELSE
                               ADD 1 TO WS-CAL-COUNT
                               MOVE WS-CAL-DAY-INTEGER
                                   TO WS-CAL-INTEGER(WS-CAL-COUNT)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CAL-TYPE(WS-CAL-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "MTHCONSL - CALENDAR ENTRY "
                               CAL-DATE " INVALID, IGNORED"
                       END-IF
                       PERFORM 1850-READ-CALENDAR
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       1850-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ.

       2000-COMPUTE-MONTH-FIGURES.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-MAX-MOVE-DATE
               END-IF
           END-PERFORM
      *    Rejects averaged over the business days expected, so a
      *    weekend or holiday neither dilutes the average nor -- for
      *    a recycle run on one -- inflates it.
           IF WS-BUSINESS-DAY-COUNT > 0
               COMPUTE WS-AVG-REJECTS ROUNDED =
                   WS-MONTH-REJECTS / WS-BUSINESS-DAY-COUNT
           ELSE
               IF WS-DAY-COUNT > 0
                   COMPUTE WS-AVG-REJECTS ROUNDED =
                       WS-MONTH-REJECTS / WS-DAY-COUNT
               END-IF
           END-IF.

      *    Business days after WS-CAL-FROM-INTEGER up to and
      *    including WS-CAL-TO-INTEGER, into WS-CAL-BUS-DAYS. Day 1
      *    of the integer date scale, 1 January 1601, was a Monday,
      *    so (day - 1) mod 7 runs 0 = Monday through 6 = Sunday.
       2100-COUNT-BUSINESS-DAYS.
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

      *    Walks the month a day at a time from the 1st to the end of
      *    the period, counting each business day and noting those
      *    with no day on the table.
       2200-FIND-MISSING-DAYS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE WS-TARGET-MONTH TO WS-MONTH-START-YYYYMM
           MOVE 1 TO WS-MONTH-START-DD
           COMPUTE WS-MONTH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM)
           MOVE WS-MONTH-START-YYYYMM(1:4) TO WS-NEXT-MONTH-YYYY
           MOVE WS-MONTH-START-YYYYMM(5:2) TO WS-NEXT-MONTH-MM
           IF WS-NEXT-MONTH-MM = 12
               ADD 1 TO WS-NEXT-MONTH-YYYY
               MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MM
           END-IF
           MOVE 1 TO WS-NEXT-MONTH-DD
           COMPUTE WS-PERIOD-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1
           IF WS-PERIOD-END-INTEGER >= WS-TODAY-INTEGER
               COMPUTE WS-PERIOD-END-INTEGER = WS-TODAY-INTEGER - 1
           END-IF
           MOVE WS-MONTH-START-INTEGER TO WS-CHECK-INTEGER
           PERFORM UNTIL WS-CHECK-INTEGER > WS-PERIOD-END-INTEGER
               COMPUTE WS-CAL-FROM-INTEGER = WS-CHECK-INTEGER - 1
               MOVE WS-CHECK-INTEGER TO WS-CAL-TO-INTEGER
               PERFORM 2100-COUNT-BUSINESS-DAYS
               IF WS-CAL-BUS-DAYS > 0
                   ADD 1 TO WS-BUSINESS-DAY-COUNT
                   COMPUTE WS-CHECK-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
                   MOVE "N" TO WS-DAY-FOUND-SWITCH
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                       IF WS-DAY-DATE(WS-DAY-IDX) = WS-CHECK-DATE
                           SET WS-DAY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
      *            WS-MISSING-DATE OCCURS 31 TIMES -- one per day of
      *            the month, so it cannot overflow.
                   IF NOT WS-DAY-FOUND
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE WS-CHECK-DATE
                           TO WS-MISSING-DATE(WS-MISSING-COUNT)
                   END-IF
               END-IF
               ADD 1 TO WS-CHECK-INTEGER
           END-PERFORM.

       3000-WRITE-MONTH-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           STRING "DAYS " WS-DAY-COUNT
               " BUSINESS DAYS " WS-BUSINESS-DAY-COUNT
               " RECORDS " WS-MONTH-RECORDS
               " REJECTS " WS-MONTH-REJECTS
               DELIMITED BY SIZE INTO REPORT-RECORD
           MOVE WS-AVG-REJECTS TO WS-AVG-REJECTS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "MONTH MOVEMENT " WS-CLOSING-EDIT
               "  AVERAGE REJECTS/BUSINESS DAY "
               WS-AVG-REJECTS-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-MAX-MOVE-DATE NOT = 0
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM 3200-WRITE-MISSING-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING "PER-CURRENCY MONTH TOTALS:"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "MTHCONSL - MONTH " WS-TARGET-MONTH " CONSOLIDATED, "
               WS-DAY-COUNT " DAY(S)"
           IF WS-MISSING-COUNT > 0
               DISPLAY "MTHCONSL - WARNING: " WS-MISSING-COUNT
                   " BUSINESS DAY(S) WITH NO DAILY TOTALS RECORD"
           END-IF.

      *    A day is flagged when its rejects run more than twice the
      *    month's daily average (with a floor so one stray reject
               AND WS-FLAG-TEXT = SPACES
               MOVE "*** LARGEST MOVEMENT ***" TO WS-FLAG-TEXT
           END-IF
           IF WS-FLAG-TEXT = SPACES
               AND WS-DAY-DATE(WS-DAY-IDX) >= 16010101
               AND WS-DAY-DATE(WS-DAY-IDX) <= 99991231
               COMPUTE WS-CAL-TO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DAY-DATE(WS-DAY-IDX))
               COMPUTE WS-CAL-FROM-INTEGER = WS-CAL-TO-INTEGER - 1
               PERFORM 2100-COUNT-BUSINESS-DAYS
               IF WS-CAL-BUS-DAYS = 0
                   MOVE "*** NON-BUSINESS DAY ***" TO WS-FLAG-TEXT
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-DAY-DATE(WS-DAY-IDX) "  "
               WS-DAY-RECORDS(WS-DAY-IDX) "  "
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DAY-CLOSING(WS-DAY-IDX) TO WS-PRIOR-CLOSING.

       3200-WRITE-MISSING-DAYS.
           MOVE SPACES TO REPORT-RECORD
           IF WS-MISSING-COUNT = 0
               STRING "BUSINESS DAYS WITH NO DAILY TOTALS: NONE"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               STRING "BUSINESS DAYS WITH NO DAILY TOTALS: "
                   WS-MISSING-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-MISSING-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " WS-MISSING-DATE(WS-DT-IDX)
                       "  *** NO DLYTOTS RECORD - POSTING RUN "
                       "MISSING ***"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-PERFORM
           END-IF.
