      ******************************************************************
      *  SURVEIL - large-value and structuring surveillance.
      *  Reads the posting detail history POSTHIST for the business
      *  date window on the SURVCTL control record and prints a
      *  three-section surveillance report to SURVRPT:
      *    1. LARGE VALUE  - an account's gross movement on one
      *       business day above the large-value threshold;
      *    2. STRUCTURING  - an account fed N or more postings inside
      *       a band just below the DLYACCUM transaction ceiling
      *       (CTL-MAX-TRANS-AMOUNT on CTLFILE) within a rolling
      *       number of days;
      *    3. UNUSUAL MOVEMENT - an account whose average daily gross
      *       movement in the window is more than a set multiple of
      *       its own average over the trailing days before the
      *       window.
      *  Movement is gross (absolute amounts) throughout -- money in
      *  and straight back out nets to nothing but is exactly what
      *  the sections exist to catch. Every flag lists the postings
      *  behind it by PSTH-RUN-IDENTITY and PSTH-SOURCE-RECORD, the
      *  same run identity and REC# the audit trail cites, and is
      *  written to SURVALRT for the case management system: one
      *  "A" alert record followed by one "D" record per posting
      *  behind it, between an "H" header and a "T" trailer.
      *  POSTHIST is sorted by account, business date, run identity
      *  and source record into the work file SURVWORK, keeping
      *  only postings from the start of the trailing period to the
      *  end of the window; each section is one pass over it.
      *  RETURN-CODE 8 when the control record is missing or
      *  unusable; 4 when POSTHIST is missing or an account carried
      *  more postings behind one flag than the report can list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-HIST-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTH-STATUS.
           SELECT SURV-CONTROL-FILE ASSIGN TO "SURVCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SVC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT WORK-FILE ASSIGN TO "SURVWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT ALERT-FILE ASSIGN TO "SURVALRT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "SURVRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-HIST-FILE
           RECORDING MODE IS F.
       COPY PSTHIST.

      *    SURV-CONTROL-FILE - one record of surveillance settings,
      *    so compliance can move the thresholds without a
      *    recompile.
       FD  SURV-CONTROL-FILE
           RECORDING MODE IS F.
       01  SURV-CONTROL-RECORD.
           05  SVC-WINDOW-FROM             PIC 9(8).
           05  SVC-WINDOW-TO               PIC 9(8).
      *        Business date window, both ends inclusive
           05  SVC-LARGE-VALUE             PIC 9(9)V99.
      *        Section 1: flag a day whose gross movement exceeds
           05  SVC-BAND-PERCENT            PIC 9(2).
      *        Section 2: band below the ceiling, as a percentage of
      *        the ceiling -- 10 means 90% of the ceiling up to it
           05  SVC-STRUCT-COUNT            PIC 9(3).
      *        Section 2: N or more band postings ...
           05  SVC-STRUCT-DAYS             PIC 9(3).
      *        ... inside this many consecutive calendar days
           05  SVC-DEVIATION-MULTIPLE      PIC 9(3)V9.
      *        Section 3: flag a window daily average above this
      *        multiple of the trailing daily average
           05  SVC-TRAILING-DAYS           PIC 9(3).
      *        Section 3: calendar days before the window the
      *        account's own average is taken over
           05  FILLER                      PIC X(8).

      *    CONTROL-FILE - DLYACCUM's run settings, read here only for
      *    the transaction ceiling the structuring band sits under.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05  CTL-MAX-TRANS-AMOUNT        PIC 9(5)V99.
           05  FILLER                      PIC X(11).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD.
           05  WRK-ACCOUNT-NUMBER          PIC X(6).
           05  WRK-BUSINESS-DATE           PIC 9(8).
           05  WRK-RUN-IDENTITY            PIC 9(14).
           05  WRK-SOURCE-RECORD           PIC 9(7).
           05  WRK-AMOUNT                  PIC S9(9)V99.
           05  WRK-CURRENCY-CODE           PIC X(3).
           05  FILLER                      PIC X(11).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER          PIC X(6).
           05  SRT-BUSINESS-DATE           PIC 9(8).
           05  SRT-RUN-IDENTITY            PIC 9(14).
           05  SRT-SOURCE-RECORD           PIC 9(7).
           05  FILLER                      PIC X(25).

      *    ALERT-FILE - the case management feed. Every alert has an
      *    alert number unique within the file; its "D" records
      *    carry the same number.
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           05  ALRT-REC-TYPE               PIC X(1).
      *        "A" = alert
           05  ALRT-ALERT-NUMBER           PIC 9(5).
           05  ALRT-ALERT-TYPE             PIC X(2).
      *        "LV" = large value, "ST" = structuring,
      *        "MV" = unusual movement
           05  ALRT-ACCOUNT-NUMBER         PIC X(6).
           05  ALRT-DATE                   PIC 9(8).
      *        LV: the day; ST: first posting in the pattern;
      *        MV: window end date
           05  ALRT-GROSS-AMOUNT           PIC 9(11)V99.
           05  ALRT-POSTING-COUNT          PIC 9(5).
           05  ALRT-CURRENCY-CODE          PIC X(3).
           05  FILLER                      PIC X(17).
       01  ALERT-DETAIL-RECORD REDEFINES ALERT-RECORD.
           05  ALRD-REC-TYPE               PIC X(1).
      *        "D" = posting behind the alert
           05  ALRD-ALERT-NUMBER           PIC 9(5).
           05  ALRD-RUN-IDENTITY           PIC 9(14).
           05  ALRD-SOURCE-RECORD          PIC 9(7).
           05  ALRD-BUSINESS-DATE          PIC 9(8).
           05  ALRD-AMOUNT                 PIC S9(9)V99.
           05  ALRD-CURRENCY-CODE          PIC X(3).
           05  FILLER                      PIC X(11).
       01  ALERT-HEADER-RECORD REDEFINES ALERT-RECORD.
           05  ALRH-REC-TYPE               PIC X(1).
      *        "H" = header
           05  ALRH-RUN-DATE               PIC 9(8).
           05  ALRH-WINDOW-FROM            PIC 9(8).
           05  ALRH-WINDOW-TO              PIC 9(8).
           05  FILLER                      PIC X(35).
       01  ALERT-TRAILER-RECORD REDEFINES ALERT-RECORD.
           05  ALRT-TRL-REC-TYPE           PIC X(1).
      *        "T" = trailer
           05  ALRT-TRL-ALERT-COUNT        PIC 9(5).
           05  ALRT-TRL-DETAIL-COUNT       PIC 9(7).
           05  FILLER                      PIC X(47).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PSTH-STATUS              PIC X(2) VALUE "00".
       01  WS-SVC-STATUS               PIC X(2) VALUE "00".
       01  WS-CTL-STATUS               PIC X(2) VALUE "00".
       01  WS-WORK-STATUS              PIC X(2) VALUE "00".
       01  WS-PSTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PSTH-EOF             VALUE "Y".
       01  WS-WORK-EOF-SWITCH          PIC X VALUE "N".
           88  WS-WORK-EOF             VALUE "Y".

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-NUM             PIC 9(8).

      *    Settings from SURVCTL, and the dates derived from them.
       01  WS-WINDOW-FROM              PIC 9(8) VALUE 0.
       01  WS-WINDOW-TO                PIC 9(8) VALUE 0.
       01  WS-WINDOW-FROM-INT          PIC 9(8) VALUE 0.
       01  WS-WINDOW-TO-INT            PIC 9(8) VALUE 0.
       01  WS-WINDOW-DAYS              PIC 9(5) VALUE 0.
       01  WS-TRAILING-START           PIC 9(8) VALUE 0.
       01  WS-TRAILING-DAYS            PIC 9(3) VALUE 0.
       01  WS-LARGE-VALUE              PIC 9(9)V99 VALUE 0.
       01  WS-STRUCT-COUNT             PIC 9(3) VALUE 0.
       01  WS-STRUCT-DAYS              PIC 9(3) VALUE 0.
       01  WS-DEVIATION-MULTIPLE       PIC 9(3)V9 VALUE 0.

      *    Default ceiling -- overridden by CTL-MAX-TRANS-AMOUNT when
      *    CONTROL-FILE is present, the same default DLYACCUM runs
      *    with.
       01  WS-MAX-TRANS-AMOUNT         PIC 9(5)V99 VALUE 10000.00.
       01  WS-BAND-FLOOR               PIC 9(5)V99 VALUE 0.

      *    Control-break keys and group figures for the pass in
      *    progress.
       01  WS-CUR-ACCOUNT              PIC X(6) VALUE SPACES.
       01  WS-CUR-DATE                 PIC 9(8) VALUE 0.
       01  WS-GROUP-COUNT              PIC 9(5) VALUE 0.
       01  WS-GROUP-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-TRAILING-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-ABS-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-WINDOW-AVERAGE           PIC 9(11)V99 VALUE 0.
       01  WS-TRAILING-AVERAGE         PIC 9(11)V99 VALUE 0.
       01  WS-AVERAGE-LIMIT            PIC 9(13)V99 VALUE 0.

      *    Postings behind the group in progress, listed when the
      *    group is flagged. One account rarely carries more in one
      *    window; any beyond the table still count toward the
      *    totals and the flag, and the report says how many went
      *    unlisted.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-COUNT          PIC 9(4) VALUE 0.
           05  WS-ENTRY OCCURS 500 TIMES INDEXED BY WS-ENTRY-IDX.
               10  WS-ENT-RUN-IDENTITY PIC 9(14).
               10  WS-ENT-SOURCE-REC   PIC 9(7).
               10  WS-ENT-DATE         PIC 9(8).
               10  WS-ENT-DATE-INT     PIC 9(8).
               10  WS-ENT-AMOUNT       PIC S9(9)V99.
               10  WS-ENT-CURRENCY     PIC X(3).
               10  WS-ENT-MARK         PIC X(1).
      *                "Y" = part of the flagged pattern
       01  WS-ENTRY-UNLISTED           PIC 9(5) VALUE 0.
       01  WS-MARKED-COUNT             PIC 9(5) VALUE 0.
       01  WS-MARKED-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-MARKED-FIRST-DATE        PIC 9(8) VALUE 0.
       01  WS-SCAN-START               PIC 9(4) VALUE 0.
       01  WS-SCAN-END                 PIC 9(4) VALUE 0.
       01  WS-SCAN-RUN                 PIC 9(4) VALUE 0.
       01  WS-SCAN-STOP-SWITCH         PIC X VALUE "N".
           88  WS-SCAN-STOP            VALUE "Y".

       01  WS-ALERT-TYPE               PIC X(2) VALUE SPACES.
       01  WS-ALERT-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-ALERT-COUNT              PIC 9(5) VALUE 0.
       01  WS-ALERT-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01  WS-LV-FLAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-ST-FLAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-MV-FLAG-COUNT            PIC 9(5) VALUE 0.
       01  WS-MV-NO-BASELINE-COUNT     PIC 9(5) VALUE 0.
       01  WS-SELECTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(5) VALUE 0.

       01  WS-AMOUNT-EDIT              PIC -(9)9.99.
       01  WS-TOTAL-EDIT               PIC Z(10)9.99.
       01  WS-AVERAGE-EDIT             PIC Z(10)9.99.
       01  WS-LIMIT-EDIT               PIC Z(10)9.99.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-MULTIPLE-EDIT            PIC ZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER SRT-BUSINESS-DATE
                   SRT-RUN-IDENTITY SRT-SOURCE-RECORD
               INPUT PROCEDURE IS 2000-SELECT-POSTINGS
               GIVING WORK-FILE
           PERFORM 4000-LARGE-VALUE-SECTION
           PERFORM 5000-STRUCTURING-SECTION
           PERFORM 6000-MOVEMENT-SECTION
           PERFORM 7000-FINISH
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-NUM
           PERFORM 1100-READ-SURVEILLANCE-CONTROL
           PERFORM 1200-READ-CONTROL-RECORD
           COMPUTE WS-BAND-FLOOR ROUNDED =
               WS-MAX-TRANS-AMOUNT * (100 - SVC-BAND-PERCENT) / 100
           COMPUTE WS-WINDOW-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-FROM)
           COMPUTE WS-WINDOW-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-TO)
           COMPUTE WS-WINDOW-DAYS =
               WS-WINDOW-TO-INT - WS-WINDOW-FROM-INT + 1
           COMPUTE WS-TRAILING-START = FUNCTION DATE-OF-INTEGER
               (WS-WINDOW-FROM-INT - WS-TRAILING-DAYS)
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO ALERT-HEADER-RECORD
           MOVE "H" TO ALRH-REC-TYPE
           MOVE WS-RUN-DATE-NUM TO ALRH-RUN-DATE
           MOVE WS-WINDOW-FROM TO ALRH-WINDOW-FROM
           MOVE WS-WINDOW-TO TO ALRH-WINDOW-TO
           WRITE ALERT-HEADER-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTING SURVEILLANCE REPORT - RUN DATE "
               WS-RUN-DATE-NUM " - WINDOW " WS-WINDOW-FROM
               " TO " WS-WINDOW-TO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LARGE-VALUE TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "LARGE VALUE OVER " WS-TOTAL-EDIT " PER DAY"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BAND-FLOOR TO WS-TOTAL-EDIT
           MOVE WS-MAX-TRANS-AMOUNT TO WS-LIMIT-EDIT
           MOVE WS-STRUCT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "STRUCTURING BAND " WS-TOTAL-EDIT " TO "
               WS-LIMIT-EDIT "," WS-COUNT-EDIT
               " OR MORE WITHIN " WS-STRUCT-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DEVIATION-MULTIPLE TO WS-MULTIPLE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "UNUSUAL MOVEMENT OVER " WS-MULTIPLE-EDIT
               " TIMES THE DAILY AVERAGE OF THE " WS-TRAILING-DAYS
               " DAYS FROM " WS-TRAILING-START
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Every setting has to be usable -- a surveillance run on a
      *    half-read control record would report "nothing found"
      *    with nobody the wiser.
       1100-READ-SURVEILLANCE-CONTROL.
           OPEN INPUT SURV-CONTROL-FILE
           IF WS-SVC-STATUS NOT = "00"
               DISPLAY "SURVEIL - NO SURVEILLANCE CONTROL RECORD, "
                   "STATUS " WS-SVC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SURV-CONTROL-FILE
               AT END
                   DISPLAY "SURVEIL - SURVEILLANCE CONTROL FILE EMPTY"
                   CLOSE SURV-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SURV-CONTROL-FILE
           IF SVC-WINDOW-FROM NOT NUMERIC
               OR SVC-WINDOW-TO NOT NUMERIC
               OR SVC-LARGE-VALUE NOT NUMERIC
               OR SVC-BAND-PERCENT NOT NUMERIC
               OR SVC-STRUCT-COUNT NOT NUMERIC
               OR SVC-STRUCT-DAYS NOT NUMERIC
               OR SVC-DEVIATION-MULTIPLE NOT NUMERIC
               OR SVC-TRAILING-DAYS NOT NUMERIC
               DISPLAY "SURVEIL - NON-NUMERIC SURVEILLANCE SETTINGS: "
                   SURV-CONTROL-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SVC-WINDOW-FROM < 16010101
               OR SVC-WINDOW-TO > 99991231
               OR SVC-WINDOW-FROM > SVC-WINDOW-TO
               OR SVC-STRUCT-COUNT < 2
               OR SVC-STRUCT-DAYS = 0
               OR SVC-DEVIATION-MULTIPLE = 0
               OR SVC-TRAILING-DAYS = 0
               DISPLAY "SURVEIL - SURVEILLANCE SETTINGS INVALID: "
                   SURV-CONTROL-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SVC-WINDOW-FROM TO WS-WINDOW-FROM
           MOVE SVC-WINDOW-TO TO WS-WINDOW-TO
           MOVE SVC-LARGE-VALUE TO WS-LARGE-VALUE
           MOVE SVC-STRUCT-COUNT TO WS-STRUCT-COUNT
           MOVE SVC-STRUCT-DAYS TO WS-STRUCT-DAYS
           MOVE SVC-DEVIATION-MULTIPLE TO WS-DEVIATION-MULTIPLE
           MOVE SVC-TRAILING-DAYS TO WS-TRAILING-DAYS.

       1200-READ-CONTROL-RECORD.
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
               DISPLAY "SURVEIL - NO CONTROL FILE FOUND, USING "
                   "DEFAULT CEILING"
           END-IF.

      *    Only the postings some section looks at go to the sort:
      *    the trailing period through the window end.
       2000-SELECT-POSTINGS.
           OPEN INPUT POSTING-HIST-FILE
           IF WS-PSTH-STATUS NOT = "00"
               DISPLAY "SURVEIL - NO POSTING HISTORY FILE, STATUS "
                   WS-PSTH-STATUS
               ADD 1 TO WS-WARNING-COUNT
               SET WS-PSTH-EOF TO TRUE
           ELSE
               PERFORM 2100-READ-POSTING-HISTORY
           END-IF
           PERFORM UNTIL WS-PSTH-EOF
               IF PSTH-BUSINESS-DATE >= WS-TRAILING-START
                   AND PSTH-BUSINESS-DATE <= WS-WINDOW-TO
                   MOVE PSTH-RECORD TO SORT-RECORD
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
               PERFORM 2100-READ-POSTING-HISTORY
           END-PERFORM
           IF WS-PSTH-STATUS NOT = "35"
               CLOSE POSTING-HIST-FILE
           END-IF.

       2100-READ-POSTING-HISTORY.
           READ POSTING-HIST-FILE
               AT END
                   SET WS-PSTH-EOF TO TRUE
           END-READ.

       3000-OPEN-WORK-FILE.
           OPEN INPUT WORK-FILE
           MOVE "N" TO WS-WORK-EOF-SWITCH
           MOVE SPACES TO WS-CUR-ACCOUNT
           MOVE 0 TO WS-CUR-DATE
           PERFORM 3300-RESET-GROUP
           PERFORM 3100-READ-WORK-FILE.

       3100-READ-WORK-FILE.
           READ WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   IF WRK-AMOUNT < 0
                       COMPUTE WS-ABS-AMOUNT = 0 - WRK-AMOUNT
                   ELSE
                       MOVE WRK-AMOUNT TO WS-ABS-AMOUNT
                   END-IF
           END-READ.

      *    WS-ENTRY OCCURS 500 TIMES -- this limit must track that
      *    OCCURS count.
       3200-ADD-ENTRY.
           IF WS-ENTRY-COUNT >= 500
               ADD 1 TO WS-ENTRY-UNLISTED
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WRK-RUN-IDENTITY
                   TO WS-ENT-RUN-IDENTITY(WS-ENTRY-COUNT)
               MOVE WRK-SOURCE-RECORD
                   TO WS-ENT-SOURCE-REC(WS-ENTRY-COUNT)
               MOVE WRK-BUSINESS-DATE TO WS-ENT-DATE(WS-ENTRY-COUNT)
               COMPUTE WS-ENT-DATE-INT(WS-ENTRY-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WRK-BUSINESS-DATE)
               MOVE WRK-AMOUNT TO WS-ENT-AMOUNT(WS-ENTRY-COUNT)
               MOVE WRK-CURRENCY-CODE TO WS-ENT-CURRENCY(WS-ENTRY-COUNT)
               MOVE "N" TO WS-ENT-MARK(WS-ENTRY-COUNT)
           END-IF.

       3300-RESET-GROUP.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-ENTRY-UNLISTED
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 0 TO WS-TRAILING-TOTAL.

      *    Writes the "A" record for a flagged group, then one report
      *    line and one "D" record per marked posting behind it.
      *    The caller has set the type, account, date, gross amount
      *    and count, and marked the entries.
       3500-WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACE TO WS-ALERT-CURRENCY
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENT-MARK(WS-ENTRY-IDX) = "Y"
                   AND WS-ALERT-CURRENCY = SPACES
                   MOVE WS-ENT-CURRENCY(WS-ENTRY-IDX)
                       TO WS-ALERT-CURRENCY
               END-IF
           END-PERFORM
           MOVE WS-ALERT-COUNT TO ALRT-ALERT-NUMBER
           MOVE WS-ALERT-TYPE TO ALRT-ALERT-TYPE
           MOVE WS-CUR-ACCOUNT TO ALRT-ACCOUNT-NUMBER
           MOVE WS-ALERT-CURRENCY TO ALRT-CURRENCY-CODE
           MOVE "A" TO ALRT-REC-TYPE
           WRITE ALERT-RECORD
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENT-MARK(WS-ENTRY-IDX) = "Y"
                   MOVE WS-ENT-AMOUNT(WS-ENTRY-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "      RUN " WS-ENT-RUN-IDENTITY(WS-ENTRY-IDX)
                       "  REC " WS-ENT-SOURCE-REC(WS-ENTRY-IDX)
                       "  " WS-ENT-DATE(WS-ENTRY-IDX)
                       "  " WS-AMOUNT-EDIT
                       "  " WS-ENT-CURRENCY(WS-ENTRY-IDX)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO ALERT-DETAIL-RECORD
                   MOVE "D" TO ALRD-REC-TYPE
                   MOVE WS-ALERT-COUNT TO ALRD-ALERT-NUMBER
                   MOVE WS-ENT-RUN-IDENTITY(WS-ENTRY-IDX)
                       TO ALRD-RUN-IDENTITY
                   MOVE WS-ENT-SOURCE-REC(WS-ENTRY-IDX)
                       TO ALRD-SOURCE-RECORD
                   MOVE WS-ENT-DATE(WS-ENTRY-IDX) TO ALRD-BUSINESS-DATE
                   MOVE WS-ENT-AMOUNT(WS-ENTRY-IDX) TO ALRD-AMOUNT
                   MOVE WS-ENT-CURRENCY(WS-ENTRY-IDX)
                       TO ALRD-CURRENCY-CODE
                   WRITE ALERT-DETAIL-RECORD
                   ADD 1 TO WS-ALERT-DETAIL-COUNT
               END-IF
           END-PERFORM
           IF WS-ENTRY-UNLISTED > 0
               MOVE WS-ENTRY-UNLISTED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "      *** " WS-COUNT-EDIT
                   " FURTHER POSTING(S) NOT LISTED - SEE POSTHIST ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       3600-MARK-ALL-ENTRIES.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE "Y" TO WS-ENT-MARK(WS-ENTRY-IDX)
           END-PERFORM.

      ******************************************************************
      *  Section 1 - one group per account per business day in the
      *  window.
      ******************************************************************
       4000-LARGE-VALUE-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SECTION 1 - LARGE VALUE DAYS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3000-OPEN-WORK-FILE
           PERFORM UNTIL WS-WORK-EOF
               IF WRK-BUSINESS-DATE >= WS-WINDOW-FROM
                   IF WRK-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                       OR WRK-BUSINESS-DATE NOT = WS-CUR-DATE
                       PERFORM 4100-CLOSE-DAY
                       MOVE WRK-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
                       MOVE WRK-BUSINESS-DATE TO WS-CUR-DATE
                   END-IF
                   PERFORM 3200-ADD-ENTRY
                   ADD 1 TO WS-GROUP-COUNT
                   ADD WS-ABS-AMOUNT TO WS-GROUP-TOTAL
               END-IF
               PERFORM 3100-READ-WORK-FILE
           END-PERFORM
           PERFORM 4100-CLOSE-DAY
           CLOSE WORK-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "LARGE VALUE DAYS FLAGGED: " WS-LV-FLAG-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       4100-CLOSE-DAY.
           IF WS-GROUP-COUNT > 0
               AND WS-GROUP-TOTAL > WS-LARGE-VALUE
               ADD 1 TO WS-LV-FLAG-COUNT
               MOVE WS-GROUP-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-GROUP-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "  ACCOUNT " WS-CUR-ACCOUNT "  DATE "
                   WS-CUR-DATE "  GROSS " WS-TOTAL-EDIT
                   "  POSTINGS " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 3600-MARK-ALL-ENTRIES
               MOVE SPACES TO ALERT-RECORD
               MOVE "LV" TO WS-ALERT-TYPE
               MOVE WS-CUR-DATE TO ALRT-DATE
               MOVE WS-GROUP-TOTAL TO ALRT-GROSS-AMOUNT
               MOVE WS-GROUP-COUNT TO ALRT-POSTING-COUNT
               PERFORM 3500-WRITE-ALERT
           END-IF
           PERFORM 3300-RESET-GROUP.

      ******************************************************************
      *  Section 2 - one group per account: its band postings in the
      *  window, in date order.
      ******************************************************************
       5000-STRUCTURING-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SECTION 2 - POSSIBLE STRUCTURING BELOW THE "
               "TRANSACTION CEILING"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3000-OPEN-WORK-FILE
           PERFORM UNTIL WS-WORK-EOF
               IF WRK-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                   PERFORM 5100-CLOSE-ACCOUNT
                   MOVE WRK-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
               END-IF
               IF WRK-BUSINESS-DATE >= WS-WINDOW-FROM
                   AND WS-ABS-AMOUNT >= WS-BAND-FLOOR
                   AND WS-ABS-AMOUNT <= WS-MAX-TRANS-AMOUNT
                   PERFORM 3200-ADD-ENTRY
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
               PERFORM 3100-READ-WORK-FILE
           END-PERFORM
           PERFORM 5100-CLOSE-ACCOUNT
           CLOSE WORK-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS FLAGGED FOR STRUCTURING: " WS-ST-FLAG-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Slides a window of the configured number of days across
      *    the account's band postings: every run of N or more that
      *    fits inside one window is marked, and the account is
      *    flagged once with every marked posting listed.
       5100-CLOSE-ACCOUNT.
           IF WS-ENTRY-UNLISTED > 0
               DISPLAY "SURVEIL - ACCOUNT " WS-CUR-ACCOUNT
                   " HAS MORE BAND POSTINGS THAN CAN BE SCANNED, "
                   WS-ENTRY-UNLISTED " NOT SCANNED"
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           IF WS-ENTRY-COUNT >= WS-STRUCT-COUNT
               MOVE 0 TO WS-SCAN-END
               PERFORM VARYING WS-SCAN-START FROM 1 BY 1
                   UNTIL WS-SCAN-START > WS-ENTRY-COUNT
                   IF WS-SCAN-END < WS-SCAN-START
                       MOVE WS-SCAN-START TO WS-SCAN-END
                   END-IF
                   MOVE "N" TO WS-SCAN-STOP-SWITCH
                   PERFORM UNTIL WS-SCAN-STOP
                       IF WS-SCAN-END >= WS-ENTRY-COUNT
                           SET WS-SCAN-STOP TO TRUE
                       ELSE
                           IF WS-ENT-DATE-INT(WS-SCAN-END + 1)
                               - WS-ENT-DATE-INT(WS-SCAN-START)
                               >= WS-STRUCT-DAYS
                               SET WS-SCAN-STOP TO TRUE
                           ELSE
                               ADD 1 TO WS-SCAN-END
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SCAN-END - WS-SCAN-START + 1
                       >= WS-STRUCT-COUNT
                       PERFORM VARYING WS-SCAN-RUN
                           FROM WS-SCAN-START BY 1
                           UNTIL WS-SCAN-RUN > WS-SCAN-END
                           MOVE "Y" TO WS-ENT-MARK(WS-SCAN-RUN)
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-MARKED-COUNT
               MOVE 0 TO WS-MARKED-TOTAL
               MOVE 0 TO WS-MARKED-FIRST-DATE
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   IF WS-ENT-MARK(WS-ENTRY-IDX) = "Y"
                       ADD 1 TO WS-MARKED-COUNT
                       IF WS-ENT-AMOUNT(WS-ENTRY-IDX) < 0
                           SUBTRACT WS-ENT-AMOUNT(WS-ENTRY-IDX)
                               FROM WS-MARKED-TOTAL
                       ELSE
                           ADD WS-ENT-AMOUNT(WS-ENTRY-IDX)
                               TO WS-MARKED-TOTAL
                       END-IF
                       IF WS-MARKED-FIRST-DATE = 0
                           MOVE WS-ENT-DATE(WS-ENTRY-IDX)
                               TO WS-MARKED-FIRST-DATE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MARKED-COUNT > 0
                   ADD 1 TO WS-ST-FLAG-COUNT
                   MOVE WS-MARKED-TOTAL TO WS-TOTAL-EDIT
                   MOVE WS-MARKED-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  ACCOUNT " WS-CUR-ACCOUNT "  FROM "
                       WS-MARKED-FIRST-DATE "  BAND POSTINGS "
                       WS-COUNT-EDIT "  GROSS " WS-TOTAL-EDIT
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE SPACES TO ALERT-RECORD
                   MOVE "ST" TO WS-ALERT-TYPE
                   MOVE WS-MARKED-FIRST-DATE TO ALRT-DATE
                   MOVE WS-MARKED-TOTAL TO ALRT-GROSS-AMOUNT
                   MOVE WS-MARKED-COUNT TO ALRT-POSTING-COUNT
      *            Only the pattern is listed, so the unlisted
      *            count does not apply to it.
                   MOVE 0 TO WS-ENTRY-UNLISTED
                   PERFORM 3500-WRITE-ALERT
               END-IF
           END-IF
           PERFORM 3300-RESET-GROUP.

      ******************************************************************
      *  Section 3 - one group per account: gross movement in the
      *  window against the trailing period before it.
      ******************************************************************
       6000-MOVEMENT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SECTION 3 - MOVEMENT FAR ABOVE THE ACCOUNT'S "
               "TRAILING AVERAGE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3000-OPEN-WORK-FILE
           PERFORM UNTIL WS-WORK-EOF
               IF WRK-ACCOUNT-NUMBER NOT = WS-CUR-ACCOUNT
                   PERFORM 6100-CLOSE-ACCOUNT
                   MOVE WRK-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
               END-IF
               IF WRK-BUSINESS-DATE >= WS-WINDOW-FROM
                   PERFORM 3200-ADD-ENTRY
                   ADD 1 TO WS-GROUP-COUNT
                   ADD WS-ABS-AMOUNT TO WS-GROUP-TOTAL
               ELSE
                   ADD WS-ABS-AMOUNT TO WS-TRAILING-TOTAL
               END-IF
               PERFORM 3100-READ-WORK-FILE
           END-PERFORM
           PERFORM 6100-CLOSE-ACCOUNT
           CLOSE WORK-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS FLAGGED FOR UNUSUAL MOVEMENT: "
               WS-MV-FLAG-COUNT
               "  WINDOW ACTIVITY WITH NO TRAILING BASELINE: "
               WS-MV-NO-BASELINE-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    An account with no movement in the trailing period has no
      *    average of its own to be measured against -- it is
      *    counted, not flagged; section 1 still catches a large
      *    first day.
       6100-CLOSE-ACCOUNT.
           IF WS-GROUP-COUNT > 0
               IF WS-TRAILING-TOTAL = 0
                   ADD 1 TO WS-MV-NO-BASELINE-COUNT
               ELSE
                   COMPUTE WS-WINDOW-AVERAGE ROUNDED =
                       WS-GROUP-TOTAL / WS-WINDOW-DAYS
                   COMPUTE WS-TRAILING-AVERAGE ROUNDED =
                       WS-TRAILING-TOTAL / WS-TRAILING-DAYS
                   COMPUTE WS-AVERAGE-LIMIT ROUNDED =
                       WS-TRAILING-AVERAGE * WS-DEVIATION-MULTIPLE
                   IF WS-WINDOW-AVERAGE > WS-AVERAGE-LIMIT
                       PERFORM 6200-FLAG-MOVEMENT
                   END-IF
               END-IF
           END-IF
           PERFORM 3300-RESET-GROUP.

       6200-FLAG-MOVEMENT.
           ADD 1 TO WS-MV-FLAG-COUNT
           MOVE WS-GROUP-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-WINDOW-AVERAGE TO WS-AVERAGE-EDIT
           MOVE WS-TRAILING-AVERAGE TO WS-LIMIT-EDIT
           MOVE WS-GROUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  ACCOUNT " WS-CUR-ACCOUNT "  GROSS " WS-TOTAL-EDIT
               "  POSTINGS " WS-COUNT-EDIT "  DAILY AVG "
               WS-AVERAGE-EDIT "  TRAILING DAILY AVG " WS-LIMIT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 3600-MARK-ALL-ENTRIES
           MOVE SPACES TO ALERT-RECORD
           MOVE "MV" TO WS-ALERT-TYPE
           MOVE WS-WINDOW-TO TO ALRT-DATE
           MOVE WS-GROUP-TOTAL TO ALRT-GROSS-AMOUNT
           MOVE WS-GROUP-COUNT TO ALRT-POSTING-COUNT
           PERFORM 3500-WRITE-ALERT.

      *    The alert trailer carries the record counts the case
      *    management load verifies the file against.
       7000-FINISH.
           MOVE SPACES TO ALERT-TRAILER-RECORD
           MOVE "T" TO ALRT-TRL-REC-TYPE
           MOVE WS-ALERT-COUNT TO ALRT-TRL-ALERT-COUNT
           MOVE WS-ALERT-DETAIL-COUNT TO ALRT-TRL-DETAIL-COUNT
           WRITE ALERT-TRAILER-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTINGS SELECTED: " WS-SELECTED-COUNT
               "  ALERTS WRITTEN TO SURVALRT: " WS-ALERT-COUNT
               "  POSTINGS CITED: " WS-ALERT-DETAIL-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE
           DISPLAY "SURVEIL - " WS-ALERT-COUNT " ALERT(S): "
               WS-LV-FLAG-COUNT " LARGE VALUE, "
               WS-ST-FLAG-COUNT " STRUCTURING, "
               WS-MV-FLAG-COUNT " UNUSUAL MOVEMENT".
