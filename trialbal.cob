      ******************************************************************
      *  TRIALBAL - end-of-day trial balance and master-to-control
      *  reconciliation. Reads the whole account master ACCTMAST in
      *  key order, prints one line per account (currency, balance,
      *  status, last posted, posting count) to TRIALRPT, and
      *  compares the total of ACCT-BALANCE for each currency
      *  against that currency's closing position on the
      *  carry-forward DLYACCUM just wrote (the BALFWDO "C"
      *  records). Balances in different currencies are never added
      *  together -- a single mixed grand total proved nothing once
      *  accounts were denominated. RETURN-CODE 8 on any difference
      *  so the scheduler holds the next morning's cycle -- this is
      *  the independent proof that the master is still whole, which
      *  nothing gave us after the ACCTMAST layout conversions.
      *  layouts) and suspense-routed amounts reach the control
      *  position but not the master, so a difference is printed
      *  with that caveat on the report for the operator to judge.
      *  An account not yet denominated has no currency position to
      *  prove against; a nonzero balance on one is a difference.
      *  Refuses to start (RETURN-CODE 8) until DLYACCUM has ended
      *  cleanly on STEPREG for the business date off BUSDATE, so it
      *  can never prove the master against an earlier night's
      *  BALFWDO; registers its own start and end there, the end
      *  carrying the accounts read and the currencies reconciled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.
           SELECT CARRY-OUT-FILE ASSIGN TO "BALFWDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BFWD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS SEQUENTIAL.

           05  BFWDO-MTD-TOTAL             PIC S9(11)V99.
           05  FILLER                      PIC X(2).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  STEP-REGISTER-FILE
           RECORDING MODE IS F.
       COPY STEPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).
           88  WS-CONTROL-FOUND        VALUE "Y".

       01  WS-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
       01  WS-CONTROL-AS-OF            PIC 9(8) VALUE 0.
       01  WS-DIFFERENCE               PIC S9(13)V99 VALUE 0.
       01  WS-DIFFERENCE-COUNT         PIC 9(3) VALUE 0.

      *    One entry per currency seen on either side -- the master
      *    total is built from the accounts, the control total from
      *    the carry-forward's "C" records. Same find-or-add linear
      *    scan DLYACCUM uses for its currency table; spaces is the
      *    entry for accounts not yet denominated.
       01  WS-CURRENCY-TABLE.
           05  WS-CURR-COUNT           PIC 9(2) VALUE 0.
           05  WS-CURR-ENTRY OCCURS 20 TIMES INDEXED BY WS-CURR-IDX.
               10  WS-CURR-CODE        PIC X(3).
               10  WS-CURR-ACCOUNTS    PIC 9(7).
               10  WS-CURR-MASTER      PIC S9(13)V99.
               10  WS-CURR-CONTROL     PIC S9(11)V99.
               10  WS-CURR-CTL-SWITCH  PIC X.
                   88  WS-CURR-CTL-FOUND VALUE "Y".
       01  WS-FIND-CURRENCY            PIC X(3).
       01  WS-FIND-IDX                 PIC 9(2) VALUE 0.
       01  WS-CURR-TABLE-FULL-SWITCH   PIC X VALUE "N".
           88  WS-CURR-TABLE-FULL      VALUE "Y".

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE.

       01  WS-BALANCE-EDIT             PIC -(9)9.99.
       01  WS-TOTAL-EDIT               PIC -(13)9.99.
       01  WS-CONTROL-EDIT             PIC -(13)9.99.
       01  WS-DIFFERENCE-EDIT          PIC -(13)9.99.
       01  WS-STATUS-TEXT              PIC X(8) VALUE SPACES.

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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 8000-READ-BUSINESS-DATE
           PERFORM 8100-CHECK-PREREQUISITES
           PERFORM 8200-WRITE-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-CONTROL-POSITION
           PERFORM 2000-READ-ACCOUNT-MASTER
           PERFORM 3000-RECONCILE-TO-CONTROL
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           PERFORM 8300-WRITE-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY "TRIALBAL - ACCOUNT MASTER OPEN FAILED, "
                   "STATUS " WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 8300-WRITE-STEP-END
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT  CCY  STATUS    BALANCE       LAST POSTED  "
               "POSTINGS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    The carry-forward's "C" records are the control positions
      *    this run proves the master against, one per currency; the
      *    "B" record only supplies the as-of date for the heading. A
      *    missing BALFWDO is reported and the run fails -- running
      *    without the control side would prove nothing.
       1200-LOAD-CONTROL-POSITION.
           OPEN INPUT CARRY-OUT-FILE
           IF WS-BFWD-STATUS NOT = "00"
               PERFORM 1250-READ-CARRY-FORWARD
               PERFORM UNTIL WS-BFWD-EOF
                   IF BFWDO-REC-TYPE = "B"
                       MOVE BFWDO-AS-OF-DATE TO WS-CONTROL-AS-OF
                       SET WS-CONTROL-FOUND TO TRUE
                   END-IF
                   IF BFWDO-REC-TYPE = "C"
                       MOVE BFWDO-CURRENCY-CODE TO WS-FIND-CURRENCY
                       PERFORM 1300-FIND-OR-ADD-CURRENCY
                       IF WS-FIND-IDX NOT = 0
                           ADD BFWDO-CLOSING-BALANCE
                               TO WS-CURR-CONTROL(WS-FIND-IDX)
                           SET WS-CURR-CTL-FOUND(WS-FIND-IDX) TO TRUE
                       END-IF
                       SET WS-CONTROL-FOUND TO TRUE
                   END-IF
                   PERFORM 1250-READ-CARRY-FORWARD
               END-PERFORM
               CLOSE CARRY-OUT-FILE
                   SET WS-BFWD-EOF TO TRUE
           END-READ.

       1300-FIND-OR-ADD-CURRENCY.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
               UNTIL WS-CURR-IDX > WS-CURR-COUNT
               IF WS-CURR-CODE(WS-CURR-IDX) = WS-FIND-CURRENCY
                   MOVE WS-CURR-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM
           IF WS-FIND-IDX = 0
      *            WS-CURR-ENTRY OCCURS 20 TIMES -- this limit must
      *            track that OCCURS count.
               IF WS-CURR-COUNT >= 20
                   IF NOT WS-CURR-TABLE-FULL
                       DISPLAY "TRIALBAL - CURRENCY TABLE FULL AT "
                           WS-FIND-CURRENCY " - NOT RECONCILED"
                   END-IF
                   SET WS-CURR-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-CURR-COUNT
                   MOVE WS-CURR-COUNT TO WS-FIND-IDX
                   MOVE WS-FIND-CURRENCY TO WS-CURR-CODE(WS-FIND-IDX)
                   MOVE 0 TO WS-CURR-ACCOUNTS(WS-FIND-IDX)
                   MOVE 0 TO WS-CURR-MASTER(WS-FIND-IDX)
                   MOVE 0 TO WS-CURR-CONTROL(WS-FIND-IDX)
                   MOVE "N" TO WS-CURR-CTL-SWITCH(WS-FIND-IDX)
               END-IF
           END-IF.

       2000-READ-ACCOUNT-MASTER.
           READ ACCOUNT-FILE
               AT END

       2100-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ACCT-CURRENCY-CODE TO WS-FIND-CURRENCY
           PERFORM 1300-FIND-OR-ADD-CURRENCY
           IF WS-FIND-IDX NOT = 0
               ADD 1 TO WS-CURR-ACCOUNTS(WS-FIND-IDX)
               ADD ACCT-BALANCE TO WS-CURR-MASTER(WS-FIND-IDX)
           END-IF
           IF ACCT-CLOSED
               MOVE "CLOSED" TO WS-STATUS-TEXT
           ELSE
           END-IF
           MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING ACCT-NUMBER "   " ACCT-CURRENCY-CODE "  "
               WS-STATUS-TEXT "  "
               WS-BALANCE-EDIT "  " ACCT-LAST-POSTED "     "
               ACCT-POST-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       3000-RECONCILE-TO-CONTROL.
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS " WS-ACCOUNT-COUNT
               "  CURRENCIES " WS-CURR-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT WS-CONTROL-FOUND
               DISPLAY "TRIALBAL - NO CONTROL POSITION FOUND"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "CONTROL POSITION AS OF " WS-CONTROL-AS-OF
                   " BY CURRENCY:"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
                   PERFORM 3100-RECONCILE-ONE-CURRENCY
               END-PERFORM
               IF WS-CURR-TABLE-FULL
                   MOVE SPACES TO REPORT-RECORD
                   STRING "*** MORE CURRENCIES THAN THE TABLE HOLDS - "
                       "NOT ALL RECONCILED ***"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
               IF WS-DIFFERENCE-COUNT = 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING "MASTER TIES TO CONTROL POSITION IN EVERY "
                       "CURRENCY - OK"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY "TRIALBAL - MASTER TIES TO CONTROL"
               ELSE
      *            Legitimate sources of difference exist -- amounts
      *            posted without an account number and amounts held
      *            in suspense reach the control position but never
                       "POSTINGS REACH THE CONTROL POSITION ONLY)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY "TRIALBAL - " WS-DIFFERENCE-COUNT
                       " CURRENCY DIFFERENCE(S) "
                       "- NEXT CYCLE SHOULD BE HELD"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    One line per currency: master total, control position and
      *    the verdict. A currency on the master with no "C" record
      *    is compared against zero, as is one with a control
      *    position but no accounts.
       3100-RECONCILE-ONE-CURRENCY.
           COMPUTE WS-DIFFERENCE = WS-CURR-MASTER(WS-CURR-IDX)
               - WS-CURR-CONTROL(WS-CURR-IDX)
           MOVE WS-CURR-MASTER(WS-CURR-IDX) TO WS-TOTAL-EDIT
           MOVE WS-CURR-CONTROL(WS-CURR-IDX) TO WS-CONTROL-EDIT
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF WS-CURR-CODE(WS-CURR-IDX) = SPACES
               IF WS-DIFFERENCE = 0
                   STRING "UNDENOMINATED ACCOUNTS "
                       WS-CURR-ACCOUNTS(WS-CURR-IDX)
                       " - ZERO BALANCE, NOTHING TO RECONCILE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "*** UNDENOMINATED ACCOUNTS "
                       WS-CURR-ACCOUNTS(WS-CURR-IDX)
                       " BALANCE " WS-TOTAL-EDIT
                       " - NO CURRENCY POSITION, DENOMINATE THROUGH "
                       "ACCTMNT ***"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
           ELSE
               IF WS-DIFFERENCE = 0
                   STRING "CURRENCY " WS-CURR-CODE(WS-CURR-IDX)
                       " ACCOUNTS " WS-CURR-ACCOUNTS(WS-CURR-IDX)
                       " MASTER " WS-TOTAL-EDIT
                       " CONTROL " WS-CONTROL-EDIT " - TIES"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "CURRENCY " WS-CURR-CODE(WS-CURR-IDX)
                       " ACCOUNTS " WS-CURR-ACCOUNTS(WS-CURR-IDX)
                       " MASTER " WS-TOTAL-EDIT
                       " CONTROL " WS-CONTROL-EDIT
                       " *** DIFFERENCE " WS-DIFFERENCE-EDIT " ***"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   ADD 1 TO WS-DIFFERENCE-COUNT
               END-IF
           END-IF
           WRITE REPORT-RECORD.

      *    BUSDATE is set by operations before the chain starts, so
      *    a step running past midnight still registers under the
      *    night it belongs to. Without it the step uses today.
       8000-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
           MOVE WS-STEP-TIMESTAMP(1:8) TO WS-STEP-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "TRIALBAL - NO BUSINESS DATE FILE FOUND, USING "
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
                   DISPLAY "TRIALBAL - BUSINESS DATE RECORD INVALID, "
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
               DISPLAY "TRIALBAL - REFUSED TO START FOR BUSINESS DATE "
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
                   DISPLAY "TRIALBAL - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " HAS NOT RUN"
               ELSE
               IF WS-PREREQ-EVENT(WS-PREREQ-SUB) = "S"
                   DISPLAY "TRIALBAL - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " STARTED BUT HAS NOT ENDED"
               ELSE
                   MOVE WS-PREREQ-RC(WS-PREREQ-SUB) TO WS-PREREQ-RC-EDIT
                   DISPLAY "TRIALBAL - PREREQUISITE "
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
               DISPLAY "TRIALBAL - STEP REGISTER UNAVAILABLE, "
                   "RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Written on every way out once the start is registered,
      *    carrying the return code as it stands.
       8300-WRITE-STEP-END.
           MOVE WS-ACCOUNT-COUNT TO WS-STEP-RECORDS-IN
           MOVE WS-CURR-COUNT TO WS-STEP-RECORDS-OUT
           MOVE 0 TO WS-STEP-CONTROL-TOTAL
           MOVE "E" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "TRIALBAL - STEP END NOT REGISTERED, DEPENDENT "
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
               DISPLAY "TRIALBAL - STEP REGISTER OPEN FAILED, STATUS "
                   WS-STEP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
               MOVE SPACES TO STEP-REGISTER-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
               MOVE "TRIALBAL" TO STP-PROGRAM
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
