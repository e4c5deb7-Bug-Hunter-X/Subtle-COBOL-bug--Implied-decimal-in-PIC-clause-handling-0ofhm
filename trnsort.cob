      *  currency code, headers and trailers kept in place. A
      *  structurally broken file is refused outright (RETURN-CODE 8,
      *  no TRANSIN written) so the batch window is never spent
      *  discovering it mid-posting. An internal transfer ("X") is a
      *  detail like any other here: it counts toward its segment's
      *  trailer and sorts by its currency; whether its two accounts
      *  can take it is DLYACCUM's edit, not a structural one.
      *  First step of the nightly chain: it registers its start and
      *  end on STEPREG under the business date off BUSDATE, the end
      *  carrying the raw records read, the records handed to
      *  TRANSIN (zero when refused) and the sum of the trailer
      *  control totals. Nothing has to have run before it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSORT.
           SELECT CLEAN-TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLEAN-TRANS-FILE
           RECORDING MODE IS F.
       01  CLEAN-TRANS-RECORD              PIC X(25).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       COPY BUSDATE.

       FD  STEP-REGISTER-FILE
           RECORDING MODE IS F.
       COPY STEPREC.

       SD  SORT-FILE.
       01  SORT-RECORD.
      *        Original file position as the final key keeps records
      *        of the same currency in extract order
           05  SORT-SEQ                    PIC 9(7).
           05  SORT-TRANS-DATA             PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-RAW-STATUS               PIC X(2) VALUE "00".
           05  WS-SEG-ENTRY OCCURS 50 TIMES INDEXED BY WS-SEG-IDX.
               10  WS-SEG-HEADER-FLAG  PIC X(1).
      *            "Y" = segment began with a header record
               10  WS-SEG-HEADER-REC   PIC X(25).
               10  WS-SEG-TRAILER-REC  PIC X(25).
               10  WS-SEG-DETAIL-COUNT PIC 9(7).
       01  WS-OUT-SEG-NO               PIC 9(4) VALUE 0.
       01  WS-FLUSH-SEG-NO             PIC 9(4) VALUE 0.
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".

      *    Sum of the accepted trailers' control totals -- the
      *    extract's control total, carried on the step register.
       01  WS-TRAILER-TOTAL-SUM        PIC S9(13)V99 VALUE 0.

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
           SORT SORT-FILE
               ON ASCENDING KEY SORT-SEG-NO SORT-CURRENCY SORT-SEQ
               INPUT PROCEDURE IS 1000-EDIT-AND-RELEASE
                   " RECORDS, " WS-SEG-COUNT " SEGMENT(S), "
                   WS-DETAIL-COUNT " DETAILS SORTED BY CURRENCY"
           END-IF
           PERFORM 8300-WRITE-STEP-END
           STOP RUN.

       1000-EDIT-AND-RELEASE.
                           = WS-SEG-DETAIL-COUNT(WS-SEG-COUNT)
                           MOVE TRANS-RECORD
                               TO WS-SEG-TRAILER-REC(WS-SEG-COUNT)
                           ADD TRAILER-CONTROL-TOTAL
                               TO WS-TRAILER-TOTAL-SUM
                           MOVE "N" TO WS-IN-SEGMENT-SWITCH
                       ELSE
                           MOVE "TRAILER COUNT DOES NOT MATCH DETAILS"
                   END-IF
               END-IF
           ELSE
           IF TRANS-REC-TYPE = "D" OR TRANS-REC-TYPE = "X"
               IF NOT WS-IN-SEGMENT
                   IF WS-SEG-COUNT = 0
      *                Legacy single extract with no header record --
               TO CLEAN-TRANS-RECORD
           WRITE CLEAN-TRANS-RECORD.

      *    BUSDATE is set by operations before the chain starts, so
      *    a step running past midnight still registers under the
      *    night it belongs to. Without it the step uses today.
       8000-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
           MOVE WS-STEP-TIMESTAMP(1:8) TO WS-STEP-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "TRNSORT - NO BUSINESS DATE FILE FOUND, USING "
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
                   DISPLAY "TRNSORT - BUSINESS DATE RECORD INVALID, "
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
               DISPLAY "TRNSORT - STEP REGISTER UNAVAILABLE, "
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
               MOVE WS-RAW-REC-COUNT TO WS-STEP-RECORDS-OUT
           END-IF
           MOVE WS-TRAILER-TOTAL-SUM TO WS-STEP-CONTROL-TOTAL
           MOVE "E" TO WS-STEP-EVENT
           PERFORM 8400-APPEND-STEP-RECORD
           IF NOT WS-STEP-WRITTEN
               DISPLAY "TRNSORT - STEP END NOT REGISTERED, DEPENDENT "
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
               DISPLAY "TRNSORT - STEP REGISTER OPEN FAILED, STATUS "
                   WS-STEP-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
               MOVE SPACES TO STEP-REGISTER-RECORD
               MOVE WS-STEP-BUSINESS-DATE TO STP-BUSINESS-DATE
               MOVE "TRNSORT" TO STP-PROGRAM
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

       9000-STRUCTURAL-ERROR.
           SET WS-EDIT-ERROR TO TRUE
           DISPLAY "TRNSORT - STRUCTURAL ERROR AT RECORD "
