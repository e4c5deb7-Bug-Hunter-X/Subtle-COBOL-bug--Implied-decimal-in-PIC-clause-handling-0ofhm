      ******************************************************************
      *  STEPSTAT - nightly job-stream status report.
      *  Reads the step register STEPREG for the night's business
      *  date off BUSDATE and prints to STEPRPT where each step of
      *  the chain stands -- TRNSORT, RATEEDIT, DLYACCUM, TRIALBAL,
      *  GLRECON, SUSPMGMT, in the order they run: what ran and how
      *  it ended, with its counts and control total; every attempt
      *  a step made that was blocked because a step it depends on
      *  had not ended cleanly; and what is still outstanding, with
      *  the steps it waits on. A step's standing is its latest
      *  start or end record, the same rule the steps themselves
      *  gate on: an end at return code 4 or less is clean, a start
      *  with no end after it is a step still running or one that
      *  fell over. Can be run at any point in the night and as
      *  often as wanted; it only reads the register.
      *  RETURN-CODE 4 when any step is outstanding.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPSTAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STEPRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  STEP-REGISTER-FILE
           RECORDING MODE IS F.
       COPY STEPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BDT-STATUS               PIC X(2) VALUE "00".
       01  WS-STEP-STATUS              PIC X(2) VALUE "00".
       01  WS-STEP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-STEP-EOF             VALUE "Y".

      *    The chain in running order, each step with the steps it
      *    waits on. Each program holds its own prerequisite list --
      *    a step added to the chain, or a prerequisite changed, must
      *    be changed here to match.
       01  WS-CHAIN-NAMES.
           05  FILLER                  PIC X(8) VALUE "TRNSORT".
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "RATEEDIT".
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "DLYACCUM".
           05  FILLER                  PIC X(20)
                   VALUE "TRNSORT RATEEDIT".
           05  FILLER                  PIC X(8) VALUE "TRIALBAL".
           05  FILLER                  PIC X(20) VALUE "DLYACCUM".
           05  FILLER                  PIC X(8) VALUE "GLRECON".
           05  FILLER                  PIC X(20) VALUE "DLYACCUM".
           05  FILLER                  PIC X(8) VALUE "SUSPMGMT".
           05  FILLER                  PIC X(20) VALUE "DLYACCUM".
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-NAMES.
           05  WS-CHAIN-DEF OCCURS 6 TIMES.
               10  WS-CHAIN-PROGRAM    PIC X(8).
               10  WS-CHAIN-WAITS-ON   PIC X(20).
      *    WS-CHAIN-DEF OCCURS 6 TIMES -- this count must track that
      *    OCCURS count.
       01  WS-CHAIN-COUNT              PIC 9(2) VALUE 6.
       01  WS-CHAIN-SUB                PIC 9(2) VALUE 0.
       01  WS-FIND-SUB                 PIC 9(2) VALUE 0.

      *    Built from the register -- the latest start or end record
      *    of each step, and the latest blocked record apart from it.
       01  WS-STANDING-TABLE.
           05  WS-STAND-ENTRY OCCURS 6 TIMES.
               10  WS-STAND-EVENT      PIC X(1).
               10  WS-STAND-RC         PIC 9(4).
               10  WS-STAND-START-DATE PIC 9(8).
               10  WS-STAND-START-TIME PIC 9(6).
               10  WS-STAND-END-DATE   PIC 9(8).
               10  WS-STAND-END-TIME   PIC 9(6).
               10  WS-STAND-IN         PIC 9(9).
               10  WS-STAND-OUT        PIC 9(9).
               10  WS-STAND-TOTAL      PIC S9(13)V99.
               10  WS-STAND-BLOCKS     PIC 9(3).
               10  WS-STAND-BLOCKED-BY PIC X(8).

       01  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).

       01  WS-CLEAN-COUNT              PIC 9(2) VALUE 0.
       01  WS-OUTSTANDING-COUNT        PIC 9(2) VALUE 0.
       01  WS-BLOCKED-ATTEMPTS         PIC 9(5) VALUE 0.
       01  WS-OTHER-RECORDS            PIC 9(5) VALUE 0.

       01  WS-STATUS-TEXT              PIC X(20) VALUE SPACES.
       01  WS-RC-EDIT                  PIC ZZZ9.
       01  WS-RC-TEXT                  PIC X(4) VALUE SPACES.
       01  WS-STARTED-TEXT             PIC X(15) VALUE SPACES.
       01  WS-ENDED-TEXT               PIC X(15) VALUE SPACES.
       01  WS-IN-EDIT                  PIC Z(8)9.
       01  WS-OUT-EDIT                 PIC Z(8)9.
       01  WS-COUNT-TEXT-IN            PIC X(9) VALUE SPACES.
       01  WS-COUNT-TEXT-OUT           PIC X(9) VALUE SPACES.
       01  WS-TOTAL-EDIT               PIC -(13)9.99.
       01  WS-TOTAL-TEXT               PIC X(17) VALUE SPACES.
       01  WS-WAIT-TEXT                PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-STEP-REGISTER
           PERFORM 3000-WRITE-STEP-LINES
           PERFORM 4000-WRITE-BLOCKED-ATTEMPTS
           PERFORM 5000-WRITE-OUTSTANDING
           PERFORM 6000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-OUTSTANDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-RUN-YYYY
           MOVE WS-CURRENT-DATE-TIME(5:2) TO WS-RUN-MM
           MOVE WS-CURRENT-DATE-TIME(7:2) TO WS-RUN-DD
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM 1100-READ-BUSINESS-DATE
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
               MOVE SPACE TO WS-STAND-EVENT(WS-CHAIN-SUB)
               MOVE SPACES TO WS-STAND-BLOCKED-BY(WS-CHAIN-SUB)
               MOVE 0 TO WS-STAND-RC(WS-CHAIN-SUB)
                   WS-STAND-START-DATE(WS-CHAIN-SUB)
                   WS-STAND-START-TIME(WS-CHAIN-SUB)
                   WS-STAND-END-DATE(WS-CHAIN-SUB)
                   WS-STAND-END-TIME(WS-CHAIN-SUB)
                   WS-STAND-IN(WS-CHAIN-SUB)
                   WS-STAND-OUT(WS-CHAIN-SUB)
                   WS-STAND-TOTAL(WS-CHAIN-SUB)
                   WS-STAND-BLOCKS(WS-CHAIN-SUB)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "JOB-STREAM STATUS - BUSINESS DATE "
               WS-BUSINESS-DATE " - RUN DATE " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STEP      STATUS                  RC  "
               "STARTED          ENDED              "
               "RECS IN   RECS OUT      CONTROL TOTAL"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    The same business date the steps registered under; without
      *    BUSDATE that is today's.
       1100-READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "STEPSTAT - NO BUSINESS DATE FILE FOUND, USING "
                   "TODAY " WS-BUSINESS-DATE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE 0 TO BDT-BUSINESS-DATE
               END-READ
               IF BDT-BUSINESS-DATE IS NUMERIC
                   AND BDT-BUSINESS-DATE >= 16010101
                   AND BDT-BUSINESS-DATE <= 99991231
                   MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "STEPSTAT - BUSINESS DATE RECORD INVALID, "
                       "USING TODAY " WS-BUSINESS-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *    No register at all means nothing in the chain has run
      *    since it was set up; every step reports as not run.
       2000-LOAD-STEP-REGISTER.
           OPEN INPUT STEP-REGISTER-FILE
           IF WS-STEP-STATUS NOT = "00"
               DISPLAY "STEPSTAT - NO STEP REGISTER FOUND, STATUS "
                   WS-STEP-STATUS
           ELSE
               PERFORM 2100-READ-STEP-REGISTER
               PERFORM UNTIL WS-STEP-EOF
                   IF STP-BUSINESS-DATE = WS-BUSINESS-DATE
                       PERFORM 2200-APPLY-STEP-RECORD
                   END-IF
                   PERFORM 2100-READ-STEP-REGISTER
               END-PERFORM
               CLOSE STEP-REGISTER-FILE
           END-IF.

       2100-READ-STEP-REGISTER.
           READ STEP-REGISTER-FILE
               AT END
                   SET WS-STEP-EOF TO TRUE
           END-READ.

      *    A start clears the previous end's counts so a rerun in
      *    flight never shows the earlier run's figures as its own.
       2200-APPLY-STEP-RECORD.
           MOVE 0 TO WS-FIND-SUB
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
               IF STP-PROGRAM = WS-CHAIN-PROGRAM(WS-CHAIN-SUB)
                   MOVE WS-CHAIN-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM
           IF WS-FIND-SUB = 0
               ADD 1 TO WS-OTHER-RECORDS
           ELSE
           IF STP-STARTED
               MOVE "S" TO WS-STAND-EVENT(WS-FIND-SUB)
               MOVE 0 TO WS-STAND-RC(WS-FIND-SUB)
                   WS-STAND-END-DATE(WS-FIND-SUB)
                   WS-STAND-END-TIME(WS-FIND-SUB)
                   WS-STAND-IN(WS-FIND-SUB)
                   WS-STAND-OUT(WS-FIND-SUB)
                   WS-STAND-TOTAL(WS-FIND-SUB)
               MOVE STP-EVENT-DATE TO WS-STAND-START-DATE(WS-FIND-SUB)
               MOVE STP-EVENT-TIME TO WS-STAND-START-TIME(WS-FIND-SUB)
           ELSE
           IF STP-ENDED
               MOVE "E" TO WS-STAND-EVENT(WS-FIND-SUB)
               MOVE STP-RETURN-CODE TO WS-STAND-RC(WS-FIND-SUB)
               MOVE STP-EVENT-DATE TO WS-STAND-END-DATE(WS-FIND-SUB)
               MOVE STP-EVENT-TIME TO WS-STAND-END-TIME(WS-FIND-SUB)
               MOVE STP-RECORDS-IN TO WS-STAND-IN(WS-FIND-SUB)
               MOVE STP-RECORDS-OUT TO WS-STAND-OUT(WS-FIND-SUB)
               MOVE STP-CONTROL-TOTAL TO WS-STAND-TOTAL(WS-FIND-SUB)
           ELSE
           IF STP-BLOCKED
               ADD 1 TO WS-STAND-BLOCKS(WS-FIND-SUB)
               ADD 1 TO WS-BLOCKED-ATTEMPTS
               MOVE STP-BLOCKED-BY TO WS-STAND-BLOCKED-BY(WS-FIND-SUB)
           ELSE
               ADD 1 TO WS-OTHER-RECORDS
           END-IF
           END-IF
           END-IF
           END-IF.

       3000-WRITE-STEP-LINES.
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
               PERFORM 3100-WRITE-ONE-STEP
           END-PERFORM.

      *    A step never started but refused at least once reports as
      *    blocked by the step named on its latest refusal; one that
      *    ran after being refused reports on how that run went.
       3100-WRITE-ONE-STEP.
           MOVE SPACES TO WS-RC-TEXT WS-STARTED-TEXT WS-ENDED-TEXT
               WS-COUNT-TEXT-IN WS-COUNT-TEXT-OUT WS-TOTAL-TEXT
           IF WS-STAND-EVENT(WS-CHAIN-SUB) = SPACE
               IF WS-STAND-BLOCKS(WS-CHAIN-SUB) > 0
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "BLOCKED BY "
                       WS-STAND-BLOCKED-BY(WS-CHAIN-SUB)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               ELSE
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
               END-IF
               ADD 1 TO WS-OUTSTANDING-COUNT
           ELSE
               STRING WS-STAND-START-DATE(WS-CHAIN-SUB) " "
                   WS-STAND-START-TIME(WS-CHAIN-SUB)
                   DELIMITED BY SIZE INTO WS-STARTED-TEXT
               IF WS-STAND-EVENT(WS-CHAIN-SUB) = "S"
                   MOVE "STARTED, NOT ENDED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-OUTSTANDING-COUNT
               ELSE
                   MOVE WS-STAND-RC(WS-CHAIN-SUB) TO WS-RC-EDIT
                   MOVE WS-RC-EDIT TO WS-RC-TEXT
                   STRING WS-STAND-END-DATE(WS-CHAIN-SUB) " "
                       WS-STAND-END-TIME(WS-CHAIN-SUB)
                       DELIMITED BY SIZE INTO WS-ENDED-TEXT
                   MOVE WS-STAND-IN(WS-CHAIN-SUB) TO WS-IN-EDIT
                   MOVE WS-IN-EDIT TO WS-COUNT-TEXT-IN
                   MOVE WS-STAND-OUT(WS-CHAIN-SUB) TO WS-OUT-EDIT
                   MOVE WS-OUT-EDIT TO WS-COUNT-TEXT-OUT
                   MOVE WS-STAND-TOTAL(WS-CHAIN-SUB) TO WS-TOTAL-EDIT
                   MOVE WS-TOTAL-EDIT TO WS-TOTAL-TEXT
                   IF WS-STAND-RC(WS-CHAIN-SUB) <= 4
                       MOVE "ENDED CLEAN" TO WS-STATUS-TEXT
                       ADD 1 TO WS-CLEAN-COUNT
                   ELSE
                       MOVE "FAILED" TO WS-STATUS-TEXT
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CHAIN-PROGRAM(WS-CHAIN-SUB) "  "
               WS-STATUS-TEXT "  " WS-RC-TEXT "  "
               WS-STARTED-TEXT "  " WS-ENDED-TEXT "  "
               WS-COUNT-TEXT-IN "  " WS-COUNT-TEXT-OUT "  "
               WS-TOTAL-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    A second pass over the register lists every refusal in
      *    the order it happened, including those a later clean run
      *    has since made good.
       4000-WRITE-BLOCKED-ATTEMPTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "BLOCKED ATTEMPTS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-BLOCKED-ATTEMPTS = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "NONE" DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "N" TO WS-STEP-EOF-SWITCH
               OPEN INPUT STEP-REGISTER-FILE
               PERFORM 2100-READ-STEP-REGISTER
               PERFORM UNTIL WS-STEP-EOF
                   IF STP-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND STP-BLOCKED
                       MOVE SPACES TO REPORT-RECORD
                       STRING STP-PROGRAM "  REFUSED "
                           STP-EVENT-DATE " " STP-EVENT-TIME
                           " - PREREQUISITE " STP-BLOCKED-BY
                           " HAD NOT ENDED CLEANLY"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   PERFORM 2100-READ-STEP-REGISTER
               END-PERFORM
               CLOSE STEP-REGISTER-FILE
           END-IF.

      *    Everything not yet ended cleanly, with what it waits on.
       5000-WRITE-OUTSTANDING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTSTANDING" DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-OUTSTANDING-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "NONE - ALL STEPS ENDED CLEANLY"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
                   IF WS-STAND-EVENT(WS-CHAIN-SUB) NOT = "E"
                       OR WS-STAND-RC(WS-CHAIN-SUB) > 4
                       PERFORM 5100-WRITE-ONE-OUTSTANDING
                   END-IF
               END-PERFORM
           END-IF.

       5100-WRITE-ONE-OUTSTANDING.
           IF WS-CHAIN-WAITS-ON(WS-CHAIN-SUB) = SPACES
               MOVE "HEAD OF CHAIN" TO WS-WAIT-TEXT
           ELSE
               MOVE SPACES TO WS-WAIT-TEXT
               STRING "WAITS ON " WS-CHAIN-WAITS-ON(WS-CHAIN-SUB)
                   DELIMITED BY SIZE INTO WS-WAIT-TEXT
           END-IF
           IF WS-STAND-EVENT(WS-CHAIN-SUB) = SPACE
               IF WS-STAND-BLOCKS(WS-CHAIN-SUB) > 0
                   MOVE "BLOCKED" TO WS-STATUS-TEXT
               ELSE
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
               END-IF
           ELSE
           IF WS-STAND-EVENT(WS-CHAIN-SUB) = "S"
               MOVE "STARTED, NOT ENDED" TO WS-STATUS-TEXT
           ELSE
               MOVE WS-STAND-RC(WS-CHAIN-SUB) TO WS-RC-EDIT
               MOVE SPACES TO WS-STATUS-TEXT
               STRING "FAILED RC " WS-RC-EDIT
                   DELIMITED BY SIZE INTO WS-STATUS-TEXT
           END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CHAIN-PROGRAM(WS-CHAIN-SUB) "  "
               WS-STATUS-TEXT "  " WS-WAIT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STEPS ENDED CLEAN " WS-CLEAN-COUNT
               "  OUTSTANDING " WS-OUTSTANDING-COUNT
               "  BLOCKED ATTEMPTS " WS-BLOCKED-ATTEMPTS
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-OTHER-RECORDS > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "*** " WS-OTHER-RECORDS " REGISTER RECORD(S) "
                   "FOR THIS DATE NOT FROM A CHAIN STEP - IGNORED ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           DISPLAY "STEPSTAT - BUSINESS DATE " WS-BUSINESS-DATE ": "
               WS-CLEAN-COUNT " STEP(S) CLEAN, " WS-OUTSTANDING-COUNT
               " OUTSTANDING, " WS-BLOCKED-ATTEMPTS
               " BLOCKED ATTEMPT(S)".
