      *  (old-master/new-master style -- the operator swaps SUSPNEW
      *  in as the next SUSPFILE), and prints an aged open-item
      *  report to SUSPRPT so the suspense balance is itemized and
      *  aged, not a lump sum. Age is counted in business days off
      *  the CALENDAR file, so a weekend or holiday does not push an
      *  item into the next bucket.
      *  The disposition puts the money back in motion instead of
      *  the clear being purely cosmetic: "R" writes the item to
      *  SUSPRCYC in the TRANS-RECORD layout with a header and
      *  loss; anything else clears on paper only, as before. The
      *  reconciliation of the cleared total against what actually
      *  reposted or wrote off prints at the end of SUSPRPT.
      *  Every clear request names the operator who keyed it, and
      *  none is applied on one operator's say-so: a request is held
      *  on the pending file (CLRPEND in, CLRPNEW out, old-master/
      *  new-master) until a second CLEARIN record for the same item
      *  and disposition, flagged "A" and keyed by a different
      *  operator, approves it. The one exception is a write-off no
      *  larger than the single-operator limit on SUSPCTL, which
      *  clears on the requester's own authority. Every clear
      *  applied is appended to the permanent history file MNTHIST
      *  with the requesting operator and approver.
      *  Refuses to start (RETURN-CODE 8) until DLYACCUM has ended
      *  cleanly on STEPREG for the business date off BUSDATE -- the
      *  SUSPFILE it reads is the one that run appended to -- and
      *  registers its own start and end there, the end carrying the
      *  items read, the items cleared and the open total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMGMT.
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRITEOFF-FILE ASSIGN TO "WRTOFF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSP-CONTROL-FILE ASSIGN TO "SUSPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CLRPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NEW-PENDING-FILE ASSIGN TO "CLRPNEW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "MNTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        OVERFLOW items -- see the guard in 2200; the
      *        breakdown-only classes already sit in the control
      *        total and the GL.
           05  CLEAR-OPERATOR-ID           PIC X(8).
      *        Requesting operator, or the approver on an "A" record
           05  CLEAR-AUTH-IND              PIC X(1).
      *        "A" = approval of the pending request for this item,
      *        which must name the same disposition; anything else
      *        = a new request
           05  FILLER                      PIC X(3).

       FD  NEW-SUSPENSE-FILE
           RECORDING MODE IS F.
           05  WOF-TRL-HASH-TOTAL          PIC S9(13)V99.
           05  FILLER                      PIC X(9).

      *    SUSP-CONTROL-FILE - one record of clearing settings.
       FD  SUSP-CONTROL-FILE
           RECORDING MODE IS F.
       01  SUSP-CONTROL-RECORD.
           05  SCTL-WRITEOFF-LIMIT         PIC 9(7)V99.
      *        Largest write-off (absolute amount) one operator may
      *        clear without a second operator's approval
           05  FILLER                      PIC X(11).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       COPY CLRPEND REPLACING ==CLR-PENDING-RECORD==
           BY ==PENDING-RECORD==
           LEADING ==PCL-== BY ==OCL-==.

       FD  NEW-PENDING-FILE
           RECORDING MODE IS F.
       COPY CLRPEND.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       COPY MNTHIST.

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
       01  WS-SUSP-STATUS              PIC X(2) VALUE "00".
       01  WS-CLEAR-STATUS             PIC X(2) VALUE "00".
       01  WS-SCTL-STATUS              PIC X(2) VALUE "00".
       01  WS-PEND-STATUS              PIC X(2) VALUE "00".
       01  WS-HIST-STATUS              PIC X(2) VALUE "00".
       01  WS-PEND-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PEND-EOF             VALUE "Y".
       01  WS-SUSP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-SUSP-EOF             VALUE "Y".
       01  WS-CLEAR-EOF-SWITCH        PIC X VALUE "N".
               10  WS-CLEAR-TBL-USED   PIC X(1).
      *            "Y" = this request matched an open item
               10  WS-CLEAR-TBL-DISP   PIC X(1).
               10  WS-CLEAR-TBL-OPERATOR
                                       PIC X(8).
               10  WS-CLEAR-TBL-AUTH   PIC X(1).

      *    Clear requests awaiting approval, loaded from CLRPEND and
      *    added to as new requests are held; written back out to
      *    CLRPNEW less the ones approved this run, and less any
      *    whose item is no longer open to clear.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT           PIC 9(3) VALUE 0.
           05  WS-PEND-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PEND-IDX.
               10  WS-PEND-DATE        PIC 9(8).
               10  WS-PEND-RECORD      PIC 9(7).
               10  WS-PEND-DISP        PIC X(1).
               10  WS-PEND-AMOUNT      PIC S9(9)V99.
               10  WS-PEND-CURRENCY    PIC X(3).
               10  WS-PEND-OPERATOR    PIC X(8).
               10  WS-PEND-REQ-DATE    PIC 9(8).
               10  WS-PEND-RESOLVED    PIC X(1).
      *            "Y" = approved, or replaced, this run -- not
      *            carried forward
               10  WS-PEND-SEEN        PIC X(1).
      *            "Y" = its item was found still open this run
       01  WS-PEND-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-PEND-FOUND           VALUE "Y".
       01  WS-PEND-SUB                 PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.
       01  WS-CARRIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT            PIC 9(7) VALUE 0.
       01  WS-NOTE-TEXT                PIC X(50) VALUE SPACES.

      *    Single-operator write-off limit; with no SUSPCTL every
      *    write-off needs an approver.
       01  WS-WRITEOFF-LIMIT           PIC 9(7)V99 VALUE 0.

      *    Who asked and who approved, for the history record of the
      *    clear being applied.
       01  WS-REQUESTER-ID             PIC X(8) VALUE SPACES.
       01  WS-APPROVER-ID              PIC X(8) VALUE SPACES.
       01  WS-REQUEST-DATE             PIC 9(8) VALUE 0.
      *    Disposition carried off the matched clear request.
       01  WS-MATCHED-DISP             PIC X(1) VALUE SPACE.
           88  WS-DISP-REPOST          VALUE "R".
           88  WS-DISP-WRITEOFF        VALUE "W".
      *    2130 tests the disposition in WS-CHECK-DISP against the
      *    current item; WS-REFUSE-TEXT comes back spaces when 2200
      *    could apply it.
       01  WS-CHECK-DISP               PIC X(1) VALUE SPACE.
           88  WS-CHECK-REPOST         VALUE "R".
           88  WS-CHECK-WRITEOFF       VALUE "W".
       01  WS-REFUSE-TEXT              PIC X(21) VALUE SPACES.
       01  WS-CLEARED-SWITCH           PIC X VALUE "N".
           88  WS-ITEM-CLEARED         VALUE "Y".

      *    Repost/write-off working fields. The SUSPRCYC header is
      *    written lazily ahead of the first reposted item so an
                                       PIC 9(8).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).

      *    Aging -- business days open computed against the report
      *    date off the CALENDAR file, bucketed the way the auditors
      *    asked for the balance to be presented. Weekends and
      *    holidays do not age an item.
       01  WS-TODAY-INTEGER            PIC 9(8) VALUE 0.
       01  WS-ITEM-INTEGER             PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                 PIC S9(5) VALUE 0.
           05  WS-AGE-TOTAL-61-90      PIC S9(11)V99 VALUE 0.
           05  WS-AGE-TOTAL-OVER-90    PIC S9(11)V99 VALUE 0.

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
           05  FILLER                  PIC X(8) VALUE "DLYACCUM".
       01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-NAMES.
           05  WS-PREREQ-PROGRAM       PIC X(8) OCCURS 1 TIMES.
       01  WS-PREREQ-STATE.
           05  WS-PREREQ-ENTRY OCCURS 1 TIMES.
               10  WS-PREREQ-EVENT     PIC X(1).
               10  WS-PREREQ-RC        PIC 9(4).
      *    WS-PREREQ-PROGRAM OCCURS 1 TIMES -- this count must track
      *    that OCCURS count.
       01  WS-PREREQ-COUNT             PIC 9(1) VALUE 1.
       01  WS-PREREQ-SUB               PIC 9(1) VALUE 0.
       01  WS-PREREQ-RC-EDIT           PIC ZZZ9.

       01  WS-OPEN-COUNT               PIC 9(7) VALUE 0.
       01  WS-OPEN-TOTAL               PIC S9(11)V99 VALUE 0.
       01  WS-CLEARED-THIS-RUN         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8000-READ-BUSINESS-DATE
           PERFORM 8100-CHECK-PREREQUISITES
           PERFORM 8200-WRITE-STEP-START
           PERFORM 1050-READ-SUSPENSE-CONTROL
           PERFORM 1300-LOAD-CALENDAR
           PERFORM 1200-LOAD-PENDING-REQUESTS
           PERFORM 1100-LOAD-CLEAR-REQUESTS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-SUSPENSE-FILE
           PERFORM UNTIL WS-SUSP-EOF
               ADD 1 TO WS-ITEM-COUNT
               IF SUSP-CLEARED-IND = "O"
                   PERFORM 2100-MATCH-CLEAR-REQUEST
                   IF SUSP-CLEARED-IND = "O"
                       PERFORM 2300-AGE-OPEN-ITEM
                   END-IF
               END-IF
           PERFORM 3200-FINISH-REPOST-FILE
           PERFORM 3300-FINISH-WRITEOFF-FILE
           PERFORM 3400-WRITE-DISPOSITION-RECON
           PERFORM 3500-WRITE-PENDING-FILE
           CLOSE SUSPENSE-FILE
           CLOSE NEW-PENDING-FILE
           CLOSE HISTORY-FILE
           CLOSE NEW-SUSPENSE-FILE
           CLOSE REPOST-FILE
           CLOSE WRITEOFF-FILE
           CLOSE REPORT-FILE
           PERFORM 8300-WRITE-STEP-END
           STOP RUN.

       1000-INITIALIZE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "SUSPMGMT - NO SUSPENSE FILE FOUND, STATUS "
                   WS-SUSP-STATUS
               PERFORM 8300-WRITE-STEP-END
               STOP RUN
           END-IF
      *    MNTHIST is permanent and only ever appended to, created
      *    empty on first use -- the same shape as DLYACCUM's
      *    POSTHIST. No clear is applied without it.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "SUSPMGMT - HISTORY FILE OPEN FAILED, STATUS "
                   WS-HIST-STATUS
               CLOSE SUSPENSE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 8300-WRITE-STEP-END
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-PENDING-FILE
           OPEN OUTPUT NEW-SUSPENSE-FILE
           OPEN OUTPUT REPOST-FILE
           OPEN OUTPUT WRITEOFF-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "AGED SUSPENSE ITEM REPORT - RUN DATE "
               WS-RUN-DATE-DISPLAY " - AGE IN BUSINESS DAYS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ORIGDATE  REC#     AMOUNT       CCY  AGE   REASON"
                       MOVE "N" TO WS-CLEAR-TBL-USED(WS-CLEAR-COUNT)
                       MOVE CLEAR-DISPOSITION
                           TO WS-CLEAR-TBL-DISP(WS-CLEAR-COUNT)
                       MOVE CLEAR-OPERATOR-ID
                           TO WS-CLEAR-TBL-OPERATOR(WS-CLEAR-COUNT)
                       MOVE CLEAR-AUTH-IND
                           TO WS-CLEAR-TBL-AUTH(WS-CLEAR-COUNT)
                       PERFORM 1150-READ-CLEAR-FILE
                   END-IF
               END-PERFORM
                   SET WS-CLEAR-EOF TO TRUE
           END-READ.

       1050-READ-SUSPENSE-CONTROL.
           OPEN INPUT SUSP-CONTROL-FILE
           IF WS-SCTL-STATUS = "00"
               READ SUSP-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-SCTL-STATUS
               END-READ
               IF WS-SCTL-STATUS = "00"
                   AND SCTL-WRITEOFF-LIMIT IS NUMERIC
                   MOVE SCTL-WRITEOFF-LIMIT TO WS-WRITEOFF-LIMIT
               END-IF
               CLOSE SUSP-CONTROL-FILE
           ELSE
               DISPLAY "SUSPMGMT - NO CONTROL FILE FOUND, USING "
                   "DEFAULT WRITE-OFF LIMIT (ALL NEED APPROVAL)"
           END-IF.

      *    No pending file is normal on the first run; the table
      *    just starts empty. A pending file too big for the table
      *    stops the run rather than silently dropping requests
      *    from CLRPNEW -- loaded before 1000 opens anything, so the
      *    stop leaves SUSPNEW, CLRPNEW and the other outputs
      *    untouched.
       1200-LOAD-PENDING-REQUESTS.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "SUSPMGMT - NO PENDING REQUEST FILE, NONE "
                   "AWAITING APPROVAL"
           ELSE
               PERFORM 1250-READ-PENDING-FILE
               PERFORM UNTIL WS-PEND-EOF
      *            WS-PEND-ENTRY OCCURS 200 TIMES -- this limit must
      *            track that OCCURS count.
                   IF WS-PEND-COUNT >= 200
                       DISPLAY "SUSPMGMT - PENDING REQUEST TABLE "
                           "FULL, RUN STOPPED"
                       MOVE 8 TO RETURN-CODE
                       PERFORM 8300-WRITE-STEP-END
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PEND-COUNT
                   MOVE OCL-RUN-DATE TO WS-PEND-DATE(WS-PEND-COUNT)
                   MOVE OCL-SOURCE-RECORD
                       TO WS-PEND-RECORD(WS-PEND-COUNT)
                   MOVE OCL-DISPOSITION TO WS-PEND-DISP(WS-PEND-COUNT)
                   MOVE OCL-AMOUNT TO WS-PEND-AMOUNT(WS-PEND-COUNT)
                   MOVE OCL-CURRENCY-CODE
                       TO WS-PEND-CURRENCY(WS-PEND-COUNT)
                   MOVE OCL-OPERATOR-ID
                       TO WS-PEND-OPERATOR(WS-PEND-COUNT)
                   MOVE OCL-REQUEST-DATE
                       TO WS-PEND-REQ-DATE(WS-PEND-COUNT)
                   MOVE "N" TO WS-PEND-RESOLVED(WS-PEND-COUNT)
                   MOVE "N" TO WS-PEND-SEEN(WS-PEND-COUNT)
                   PERFORM 1250-READ-PENDING-FILE
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       1250-READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
           END-READ.

      *    Without a calendar only Saturdays and Sundays are
      *    non-business days; the run carries on and says so. An
      *    entry for a date already held is ignored, or the day
      *    would be counted off twice.
       1300-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "SUSPMGMT - NO CALENDAR FILE FOUND, COUNTING "
                   "WEEKENDS ONLY AS NON-BUSINESS DAYS"
           ELSE
               PERFORM 1350-READ-CALENDAR
               PERFORM UNTIL WS-CAL-EOF
      *            WS-CAL-ENTRY OCCURS 500 TIMES -- this limit must
      *            track that OCCURS count.
                   IF WS-CAL-COUNT >= 500
                       DISPLAY "SUSPMGMT - CALENDAR TABLE FULL, "
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
                               DISPLAY "SUSPMGMT - CALENDAR DATE "
                                   CAL-DATE " DUPLICATED, IGNORED"
                           ELSE
                               ADD 1 TO WS-CAL-COUNT
                               MOVE WS-CAL-DAY-INTEGER
                                   TO WS-CAL-INTEGER(WS-CAL-COUNT)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CAL-TYPE(WS-CAL-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "SUSPMGMT - CALENDAR ENTRY "
                               CAL-DATE " INVALID, IGNORED"
                       END-IF
                       PERFORM 1350-READ-CALENDAR
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       1350-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ.

       2000-READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.

      *    Every CLEARIN record for this open item is taken in file
      *    order, so a request and its approval may arrive in the
      *    same run. Once the item clears, any later record for it
      *    is noted and ignored. A request held from an earlier run
      *    is marked as still having an open item to clear.
       2100-MATCH-CLEAR-REQUEST.
           PERFORM 2105-FIND-PENDING-CLEAR
           IF WS-PEND-FOUND
               MOVE "Y" TO WS-PEND-SEEN(WS-PEND-SUB)
           END-IF
           PERFORM VARYING WS-CLEAR-IDX FROM 1 BY 1
               UNTIL WS-CLEAR-IDX > WS-CLEAR-COUNT
               IF WS-CLEAR-TBL-DATE(WS-CLEAR-IDX) = SUSP-RUN-DATE
                   AND WS-CLEAR-TBL-RECORD(WS-CLEAR-IDX)
                       = SUSP-SOURCE-RECORD
                   MOVE "Y" TO WS-CLEAR-TBL-USED(WS-CLEAR-IDX)
                   PERFORM 2110-ONE-CLEAR-REQUEST
               END-IF
           END-PERFORM.

       2105-FIND-PENDING-CLEAR.
           MOVE "N" TO WS-PEND-FOUND-SWITCH
           MOVE 0 TO WS-PEND-SUB
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT OR WS-PEND-FOUND
               IF WS-PEND-DATE(WS-PEND-IDX) = SUSP-RUN-DATE
                   AND WS-PEND-RECORD(WS-PEND-IDX) = SUSP-SOURCE-RECORD
                   AND WS-PEND-RESOLVED(WS-PEND-IDX) = "N"
                   SET WS-PEND-FOUND TO TRUE
                   SET WS-PEND-SUB TO WS-PEND-IDX
               END-IF
           END-PERFORM.

       2110-ONE-CLEAR-REQUEST.
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE WS-CLEAR-TBL-DISP(WS-CLEAR-IDX) TO WS-MATCHED-DISP
           IF SUSP-CLEARED-IND NOT = "O"
               MOVE "ITEM ALREADY CLEARED THIS RUN - IGNORED"
                   TO WS-NOTE-TEXT
           ELSE
               IF WS-CLEAR-TBL-OPERATOR(WS-CLEAR-IDX) = SPACES
                   MOVE "NO OPERATOR ID - IGNORED" TO WS-NOTE-TEXT
               ELSE
                   IF WS-CLEAR-TBL-AUTH(WS-CLEAR-IDX) = "A"
                       PERFORM 2150-APPROVE-CLEAR
                   ELSE
                       PERFORM 2120-HOLD-CLEAR
                   END-IF
               END-IF
           END-IF
           IF WS-NOTE-TEXT NOT = SPACES
               PERFORM 2190-WRITE-REQUEST-NOTE
           END-IF.

      *    A new request is held for approval -- unless it is a
      *    write-off within the single-operator limit, which clears
      *    now on the requester's own authority. One request per
      *    item is held at a time. A request 2200 would refuse is
      *    not held: no approval could ever apply it, and it would
      *    sit on CLRPNEW as overdue. A request already held that
      *    2200 would refuse (held before that was checked here)
      *    is replaced by the new one rather than blocking the item
      *    for good.
       2120-HOLD-CLEAR.
           IF SUSP-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - SUSP-AMOUNT
           ELSE
               MOVE SUSP-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           PERFORM 2105-FIND-PENDING-CLEAR
           IF WS-PEND-FOUND
               MOVE WS-PEND-DISP(WS-PEND-SUB) TO WS-CHECK-DISP
               PERFORM 2130-CHECK-DISPOSITION
               IF WS-REFUSE-TEXT NOT = SPACES
                   MOVE "Y" TO WS-PEND-RESOLVED(WS-PEND-SUB)
                   STRING "PENDING " WS-CHECK-DISP
                       " REQUEST REPLACED - " WS-REFUSE-TEXT
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 2190-WRITE-REQUEST-NOTE
                   MOVE SPACES TO WS-NOTE-TEXT
                   MOVE "N" TO WS-PEND-FOUND-SWITCH
               END-IF
           END-IF
           MOVE WS-MATCHED-DISP TO WS-CHECK-DISP
           PERFORM 2130-CHECK-DISPOSITION
           IF WS-PEND-FOUND
               STRING "ALREADY PENDING "
                   WS-PEND-REQ-DATE(WS-PEND-SUB) " BY "
                   WS-PEND-OPERATOR(WS-PEND-SUB) " - IGNORED"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
           IF WS-DISP-WRITEOFF AND WS-ABS-AMOUNT <= WS-WRITEOFF-LIMIT
               MOVE WS-CLEAR-TBL-OPERATOR(WS-CLEAR-IDX)
                   TO WS-REQUESTER-ID
               MOVE SPACES TO WS-APPROVER-ID
               MOVE WS-RUN-DATE-NUM TO WS-REQUEST-DATE
               PERFORM 2200-CLEAR-ITEM
           ELSE
           IF WS-REFUSE-TEXT NOT = SPACES
               STRING "NOT HELD - " WS-REFUSE-TEXT
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
      *        WS-PEND-ENTRY OCCURS 200 TIMES -- this limit must
      *        track that OCCURS count.
               IF WS-PEND-COUNT >= 200
                   MOVE "PENDING TABLE FULL - NOT HELD, RESUBMIT"
                       TO WS-NOTE-TEXT
               ELSE
                   ADD 1 TO WS-PEND-COUNT
                   MOVE SUSP-RUN-DATE TO WS-PEND-DATE(WS-PEND-COUNT)
                   MOVE SUSP-SOURCE-RECORD
                       TO WS-PEND-RECORD(WS-PEND-COUNT)
                   MOVE WS-MATCHED-DISP TO WS-PEND-DISP(WS-PEND-COUNT)
                   MOVE SUSP-AMOUNT TO WS-PEND-AMOUNT(WS-PEND-COUNT)
                   MOVE SUSP-CURRENCY-CODE
                       TO WS-PEND-CURRENCY(WS-PEND-COUNT)
                   MOVE WS-CLEAR-TBL-OPERATOR(WS-CLEAR-IDX)
                       TO WS-PEND-OPERATOR(WS-PEND-COUNT)
                   MOVE WS-RUN-DATE-NUM
                       TO WS-PEND-REQ-DATE(WS-PEND-COUNT)
                   MOVE "N" TO WS-PEND-RESOLVED(WS-PEND-COUNT)
                   MOVE "Y" TO WS-PEND-SEEN(WS-PEND-COUNT)
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD FOR APPROVAL" TO WS-NOTE-TEXT
               END-IF
           END-IF
           END-IF
           END-IF.

      *    The two rules 2200 refuses a disposition by, tested ahead
      *    of time -- a change to either rule in 2200 must be made
      *    here too.
       2130-CHECK-DISPOSITION.
           MOVE SPACES TO WS-REFUSE-TEXT
           IF (WS-CHECK-REPOST OR WS-CHECK-WRITEOFF)
               AND SUSP-REASON NOT = "CONTROL TOTAL OVERFLOW"
               MOVE "PAPER CLEAR ONLY ITEM" TO WS-REFUSE-TEXT
           ELSE
               IF WS-CHECK-REPOST
                   AND (SUSP-AMOUNT > 99999.99
                       OR SUSP-AMOUNT < -99999.99)
                   MOVE "TOO LARGE TO REPOST" TO WS-REFUSE-TEXT
               END-IF
           END-IF.

      *    An approval must come from someone other than the
      *    requester and name the disposition that was requested,
      *    so the approver signs for exactly what will happen. A
      *    refused approval leaves the request pending, and so does
      *    an approval 2200 cannot apply -- the request is resolved
      *    only once the item has actually cleared.
       2150-APPROVE-CLEAR.
           PERFORM 2105-FIND-PENDING-CLEAR
           IF NOT WS-PEND-FOUND
               MOVE "NO PENDING REQUEST TO APPROVE - IGNORED"
                   TO WS-NOTE-TEXT
           ELSE
           IF WS-PEND-OPERATOR(WS-PEND-SUB)
               = WS-CLEAR-TBL-OPERATOR(WS-CLEAR-IDX)
               MOVE "APPROVER IS THE REQUESTER - IGNORED"
                   TO WS-NOTE-TEXT
           ELSE
           IF WS-PEND-DISP(WS-PEND-SUB) NOT = WS-MATCHED-DISP
               STRING "APPROVAL DISPOSITION DIFFERS FROM PENDING "
                   WS-PEND-DISP(WS-PEND-SUB)
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
               MOVE WS-PEND-OPERATOR(WS-PEND-SUB) TO WS-REQUESTER-ID
               MOVE WS-CLEAR-TBL-OPERATOR(WS-CLEAR-IDX)
                   TO WS-APPROVER-ID
               MOVE WS-PEND-REQ-DATE(WS-PEND-SUB) TO WS-REQUEST-DATE
               PERFORM 2200-CLEAR-ITEM
               IF WS-ITEM-CLEARED
                   MOVE "Y" TO WS-PEND-RESOLVED(WS-PEND-SUB)
               ELSE
                   MOVE WS-MATCHED-DISP TO WS-CHECK-DISP
                   PERFORM 2130-CHECK-DISPOSITION
                   STRING "NOT APPLIED, LEFT PENDING - "
                       WS-REFUSE-TEXT
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-IF
           END-IF
           END-IF
           END-IF.

       2190-WRITE-REQUEST-NOTE.
           MOVE SPACES TO REPORT-RECORD
           STRING "    CLEAR REQUEST " SUSP-RUN-DATE " REC "
               SUSP-SOURCE-RECORD " " WS-MATCHED-DISP " BY "
               WS-CLEAR-TBL-OPERATOR(WS-CLEAR-IDX) ": " WS-NOTE-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    The disposition decides where the money goes when the
      *    item clears: reposts re-enter posting via SUSPRCYC,
      *    write-offs go to finance via WRTOFF, and a request with
      *    total and the GL a second time, and writing one off
      *    would book a loss for money that was never lost. Both
      *    dispositions are refused for those items; a paper clear
      *    stays valid for every class. 2130 tests the same rules
      *    before a request is held.
           MOVE "N" TO WS-CLEARED-SWITCH
           IF (WS-DISP-REPOST OR WS-DISP-WRITEOFF)
               AND SUSP-REASON NOT = "CONTROL TOTAL OVERFLOW"
               PERFORM 2255-REFUSE-DISPOSITION
           END-IF.

       2210-MARK-CLEARED.
           SET WS-ITEM-CLEARED TO TRUE
           MOVE "C" TO SUSP-CLEARED-IND
           MOVE WS-RUN-DATE-NUM TO SUSP-CLEARED-DATE
           ADD 1 TO WS-CLEARED-THIS-RUN
           MOVE SPACES TO REPORT-RECORD
           STRING SUSP-RUN-DATE "  " SUSP-SOURCE-RECORD "  "
               WS-SUSP-AMOUNT-EDIT "  " SUSP-CURRENCY-CODE
               "  " WS-DISP-TEXT " BY " WS-REQUESTER-ID
               " APPROVED " WS-APPROVER-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 2280-WRITE-HISTORY.

      *    The item stays open and ages on (the main loop ages
      *    whatever is still open) -- a refused repost must keep
      *    showing on the aged report until someone deals with it by
      *    another route (typically a write-off).
       2250-REFUSE-REPOST.
           ADD 1 TO WS-REFUSED-COUNT
           ADD SUSP-AMOUNT TO WS-REFUSED-TOTAL
               " EXCEEDS THE DETAIL AMOUNT FIELD - ITEM LEFT "
               "OPEN ***"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Same shape as 2250: the item stays open and ages on, and
      *    the line says why -- the valid resolution for a
               SUSP-SOURCE-RECORD " " WS-SUSP-AMOUNT-EDIT
               " ALREADY IN CONTROL TOTAL - PAPER CLEAR ONLY ***"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    One detail in the TRANS-RECORD layout per reposted item:
      *    a negative suspense amount restates as a credit with the
           ADD 1 TO WS-WRITEOFF-COUNT
           ADD SUSP-AMOUNT TO WS-WRITEOFF-TOTAL.

      *    One history record per item cleared; a clear with no
      *    repost or write-off disposition is recorded as "P".
       2280-WRITE-HISTORY.
           MOVE SPACES TO MNT-HIST-RECORD
           MOVE WS-RUN-DATE-NUM TO MHS-CHANGE-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO MHS-CHANGE-TIME
           MOVE "SUSPMGMT" TO MHS-PROGRAM
           IF WS-DISP-REPOST OR WS-DISP-WRITEOFF
               MOVE WS-MATCHED-DISP TO MHS-ACTION
           ELSE
               MOVE "P" TO MHS-ACTION
           END-IF
           MOVE SUSP-RUN-DATE TO MHS-SUSP-RUN-DATE
           MOVE SUSP-SOURCE-RECORD TO MHS-SUSP-SOURCE-RECORD
           MOVE "O" TO MHS-BEFORE-STATUS
           MOVE SUSP-CLEARED-IND TO MHS-AFTER-STATUS
           MOVE SUSP-CURRENCY-CODE TO MHS-CURRENCY-CODE
           MOVE SUSP-AMOUNT TO MHS-AMOUNT
           MOVE WS-REQUESTER-ID TO MHS-OPERATOR-ID
           MOVE WS-APPROVER-ID TO MHS-APPROVER-ID
           MOVE WS-REQUEST-DATE TO MHS-REQUEST-DATE
           WRITE MNT-HIST-RECORD.

       2300-AGE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           ADD SUSP-AMOUNT TO WS-OPEN-TOTAL
           ELSE
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SUSP-RUN-DATE)
               MOVE WS-ITEM-INTEGER TO WS-CAL-FROM-INTEGER
               MOVE WS-TODAY-INTEGER TO WS-CAL-TO-INTEGER
               PERFORM 2350-COUNT-BUSINESS-DAYS
               MOVE WS-CAL-BUS-DAYS TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Business days after WS-CAL-FROM-INTEGER up to and
      *    including WS-CAL-TO-INTEGER, into WS-CAL-BUS-DAYS. Day 1
      *    of the integer date scale, 1 January 1601, was a Monday,
      *    so (day - 1) mod 7 runs 0 = Monday through 6 = Sunday.
       2350-COUNT-BUSINESS-DAYS.
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

       2400-WRITE-NEW-SUSPENSE.
           MOVE SUSP-RECORD TO NEW-SUSP-RECORD
           WRITE NEW-SUSP-RECORD.
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

      *    Requests still waiting carry forward to CLRPNEW. One whose
      *    item was not found open this run (cleared some other way,
      *    or gone from SUSPFILE) has nothing left to approve and is
      *    dropped with a line saying so.
       3500-WRITE-PENDING-FILE.
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PEND-RESOLVED(WS-PEND-IDX) = "N"
                   IF WS-PEND-SEEN(WS-PEND-IDX) = "Y"
                       MOVE SPACES TO CLR-PENDING-RECORD
                       MOVE WS-PEND-DATE(WS-PEND-IDX) TO PCL-RUN-DATE
                       MOVE WS-PEND-RECORD(WS-PEND-IDX)
                           TO PCL-SOURCE-RECORD
                       MOVE WS-PEND-DISP(WS-PEND-IDX)
                           TO PCL-DISPOSITION
                       MOVE WS-PEND-AMOUNT(WS-PEND-IDX) TO PCL-AMOUNT
                       MOVE WS-PEND-CURRENCY(WS-PEND-IDX)
                           TO PCL-CURRENCY-CODE
                       MOVE WS-PEND-OPERATOR(WS-PEND-IDX)
                           TO PCL-OPERATOR-ID
                       MOVE WS-PEND-REQ-DATE(WS-PEND-IDX)
                           TO PCL-REQUEST-DATE
                       WRITE CLR-PENDING-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "*** PENDING REQUEST DROPPED: DATE "
                           WS-PEND-DATE(WS-PEND-IDX)
                           " REC " WS-PEND-RECORD(WS-PEND-IDX)
                           " BY " WS-PEND-OPERATOR(WS-PEND-IDX)
                           " - ITEM NO LONGER OPEN ***"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           STRING "CLEAR REQUESTS HELD THIS RUN " WS-HELD-COUNT
               " AWAITING APPROVAL " WS-CARRIED-COUNT
               " DROPPED " WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    BUSDATE is set by operations before the chain starts, so
      *    a step running past midnight still registers under the
      *    night it belongs to. Without it the step uses today.
       8000-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
           MOVE WS-STEP-TIMESTAMP(1:8) TO WS-STEP-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "SUSPMGMT - NO BUSINESS DATE FILE FOUND, USING "
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
                   DISPLAY "SUSPMGMT - BUSINESS DATE RECORD INVALID, "
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
               DISPLAY "SUSPMGMT - REFUSED TO START FOR BUSINESS DATE "
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
                   DISPLAY "SUSPMGMT - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " HAS NOT RUN"
               ELSE
               IF WS-PREREQ-EVENT(WS-PREREQ-SUB) = "S"
                   DISPLAY "SUSPMGMT - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " STARTED BUT HAS NOT ENDED"
               ELSE
                   MOVE WS-PREREQ-RC(WS-PREREQ-SUB) TO WS-PREREQ-RC-EDIT
                   DISPLAY "SUSPMGMT - PREREQUISITE "
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
               DISPLAY "SUSPMGMT - STEP REGISTER UNAVAILABLE, "
                   "RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Written on every way out once the start is registered,
      *    carrying the return code as it stands.
       8300-WRITE-STEP-END.
           MOVE WS-ITEM-COUNT TO WS-STEP-RECORDS-IN
           MOVE WS-CLEARED-THIS-RUN TO WS-STEP-RECORDS-OUT
           MOVE WS-OPEN-TOTAL TO WS-STEP-CONTROL-TOTAL
           MOVE "E" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "SUSPMGMT - STEP END NOT REGISTERED, DEPENDENT "
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
               DISPLAY "SUSPMGMT - STEP REGISTER OPEN FAILED, STATUS "
                   WS-STEP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
               MOVE SPACES TO STEP-REGISTER-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
               MOVE "SUSPMGMT" TO STP-PROGRAM
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
