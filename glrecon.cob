      *  the chain that was still fire-and-forget: a journal the
      *  load job dropped or rejected used to surface at month end
      *  from finance.
      *  Refuses to start (RETURN-CODE 8) until DLYACCUM has ended
      *  cleanly on STEPREG for the business date off BUSDATE, and
      *  registers its own start and end there -- the end carrying
      *  the records sent, the records passed and the hash total
      *  of everything sent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
           SELECT ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GLRECRPT"
               ORGANIZATION IS SEQUENTIAL.

           05  ACK-TRL-HASH-TOTAL          PIC S9(13)V99.
           05  FILLER                      PIC X(8).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  STEP-REGISTER-FILE
           RECORDING MODE IS F.
       COPY STEPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).
       01  WS-SENT-ABS-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-TOTAL-SENT               PIC 9(7) VALUE 0.
       01  WS-TOTAL-SENT-HASH          PIC S9(13)V99 VALUE 0.

       01  WS-FAIL-COUNT               PIC 9(5) VALUE 0.
       01  WS-PASS-COUNT               PIC 9(5) VALUE 0.
           05  WS-RUN-DD               PIC 9(2).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).

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
           PERFORM 1100-LOAD-ACK-FILE
           PERFORM 2000-READ-GL-FILE
           IF WS-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8300-WRITE-STEP-END
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY "GLRECON - NO GL INTERFACE FILE FOUND, "
                   "STATUS " WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 8300-WRITE-STEP-END
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
               MOVE GL-AMOUNT TO WS-SENT-ABS-AMOUNT
           END-IF
           ADD WS-SENT-ABS-AMOUNT TO WS-SENT-HASH
           ADD WS-SENT-ABS-AMOUNT TO WS-TOTAL-SENT-HASH
           MOVE 0 TO WS-ACK-FIND-IDX
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
               UNTIL WS-ACK-IDX > WS-ACK-COUNT
           ELSE
               DISPLAY "GLRECON - GL INTERFACE FULLY ACKNOWLEDGED"
           END-IF.

      *    BUSDATE is set by operations before the chain starts, so
      *    a step running past midnight still registers under the
      *    night it belongs to. Without it the step uses today.
       8000-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
           MOVE WS-STEP-TIMESTAMP(1:8) TO WS-STEP-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "GLRECON - NO BUSINESS DATE FILE FOUND, USING "
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
                   DISPLAY "GLRECON - BUSINESS DATE RECORD INVALID, "
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
               DISPLAY "GLRECON - REFUSED TO START FOR BUSINESS DATE "
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
                   DISPLAY "GLRECON - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " HAS NOT RUN"
               ELSE
               IF WS-PREREQ-EVENT(WS-PREREQ-SUB) = "S"
                   DISPLAY "GLRECON - PREREQUISITE "
                       WS-PREREQ-PROGRAM(WS-PREREQ-SUB)
                       " STARTED BUT HAS NOT ENDED"
               ELSE
                   MOVE WS-PREREQ-RC(WS-PREREQ-SUB) TO WS-PREREQ-RC-EDIT
                   DISPLAY "GLRECON - PREREQUISITE "
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
               DISPLAY "GLRECON - STEP REGISTER UNAVAILABLE, "
                   "RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Written on every way out once the start is registered,
      *    carrying the return code as it stands.
       8300-WRITE-STEP-END.
           MOVE WS-TOTAL-SENT TO WS-STEP-RECORDS-IN
           MOVE WS-PASS-COUNT TO WS-STEP-RECORDS-OUT
           MOVE WS-TOTAL-SENT-HASH TO WS-STEP-CONTROL-TOTAL
           MOVE "E" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "GLRECON - STEP END NOT REGISTERED, DEPENDENT "
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
               DISPLAY "GLRECON - STEP REGISTER OPEN FAILED, STATUS "
                   WS-STEP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
               MOVE SPACES TO STEP-REGISTER-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
               MOVE "GLRECON" TO STP-PROGRAM
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
