      ******************************************************************
      *  PENDRPT - pending approvals report.
      *  Reads the two files of requests waiting for a second
      *  operator's approval -- MNTPEND (account maintenance held by
      *  ACCTMNT) and CLRPEND (suspense clears held by SUSPMGMT) --
      *  and lists on PENDRPT every request that has been waiting
      *  more than a day, oldest first within each file, with who
      *  keyed it and when. Requests held within the last day are
      *  counted but not listed; they are simply waiting for the
      *  approver's next session.
      *  Run after the pending files have been swapped in (MNTPNEW
      *  to MNTPEND, CLRPNEW to CLRPEND). A missing pending file
      *  means nothing is waiting of that kind.
      *  RETURN-CODE 4 when anything is listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNT-PENDING-FILE ASSIGN TO "MNTPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MPND-STATUS.
           SELECT CLR-PENDING-FILE ASSIGN TO "CLRPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MNT-PENDING-FILE
           RECORDING MODE IS F.
       COPY MNTPEND.

       FD  CLR-PENDING-FILE
           RECORDING MODE IS F.
       COPY CLRPEND.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MPND-STATUS              PIC X(2) VALUE "00".
       01  WS-CPND-STATUS              PIC X(2) VALUE "00".
       01  WS-MPND-EOF-SWITCH          PIC X VALUE "N".
           88  WS-MPND-EOF             VALUE "Y".
       01  WS-CPND-EOF-SWITCH          PIC X VALUE "N".
           88  WS-CPND-EOF             VALUE "Y".

      *    A request is overdue once it has waited longer than this
      *    many days.
       01  WS-OVERDUE-DAYS             PIC 9(3) VALUE 1.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-TODAY-INTEGER            PIC 9(8) VALUE 0.
       01  WS-REQUEST-DATE             PIC 9(8) VALUE 0.
       01  WS-WAIT-DAYS                PIC S9(5) VALUE 0.
       01  WS-WAIT-DAYS-EDIT           PIC ZZZZ9.
       01  WS-AMOUNT-EDIT              PIC -(9)9.99.

       01  WS-MNT-WAITING-COUNT        PIC 9(5) VALUE 0.
       01  WS-MNT-OVERDUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-CLR-WAITING-COUNT        PIC 9(5) VALUE 0.
       01  WS-CLR-OVERDUE-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-MAINTENANCE
           PERFORM 3000-REPORT-CLEARS
           PERFORM 4000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-MNT-OVERDUE-COUNT > 0 OR WS-CLR-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "REQUESTS AWAITING APPROVAL OVER "
               WS-OVERDUE-DAYS " DAY(S) - RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       2000-REPORT-MAINTENANCE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT MAINTENANCE (MNTPEND)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACT  ACCOUNT  CCY  REQUESTED  BY        DAYS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT MNT-PENDING-FILE
           IF WS-MPND-STATUS NOT = "00"
               DISPLAY "PENDRPT - NO MAINTENANCE PENDING FILE, "
                   "NONE AWAITING APPROVAL"
           ELSE
               PERFORM 2100-READ-MNT-PENDING
               PERFORM UNTIL WS-MPND-EOF
                   ADD 1 TO WS-MNT-WAITING-COUNT
                   MOVE PMN-REQUEST-DATE TO WS-REQUEST-DATE
                   PERFORM 5000-COMPUTE-WAIT-DAYS
                   IF WS-WAIT-DAYS > WS-OVERDUE-DAYS
                       ADD 1 TO WS-MNT-OVERDUE-COUNT
                       MOVE WS-WAIT-DAYS TO WS-WAIT-DAYS-EDIT
                       MOVE SPACES TO REPORT-RECORD
                       STRING PMN-ACTION "    " PMN-ACCOUNT-NUMBER
                           "   " PMN-CURRENCY-CODE "  "
                           PMN-REQUEST-DATE "   " PMN-OPERATOR-ID
                           "  " WS-WAIT-DAYS-EDIT
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   PERFORM 2100-READ-MNT-PENDING
               END-PERFORM
               CLOSE MNT-PENDING-FILE
           END-IF.

       2100-READ-MNT-PENDING.
           READ MNT-PENDING-FILE
               AT END
                   SET WS-MPND-EOF TO TRUE
           END-READ.

       3000-REPORT-CLEARS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SUSPENSE CLEARS (CLRPEND)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ITEMDATE  REC#     DISP  AMOUNT        CCY  "
               "REQUESTED  BY        DAYS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT CLR-PENDING-FILE
           IF WS-CPND-STATUS NOT = "00"
               DISPLAY "PENDRPT - NO SUSPENSE CLEAR PENDING FILE, "
                   "NONE AWAITING APPROVAL"
           ELSE
               PERFORM 3100-READ-CLR-PENDING
               PERFORM UNTIL WS-CPND-EOF
                   ADD 1 TO WS-CLR-WAITING-COUNT
                   MOVE PCL-REQUEST-DATE TO WS-REQUEST-DATE
                   PERFORM 5000-COMPUTE-WAIT-DAYS
                   IF WS-WAIT-DAYS > WS-OVERDUE-DAYS
                       ADD 1 TO WS-CLR-OVERDUE-COUNT
                       MOVE WS-WAIT-DAYS TO WS-WAIT-DAYS-EDIT
                       MOVE PCL-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-RECORD
                       STRING PCL-RUN-DATE "  " PCL-SOURCE-RECORD
                           "  " PCL-DISPOSITION "     "
                           WS-AMOUNT-EDIT "  " PCL-CURRENCY-CODE
                           "  " PCL-REQUEST-DATE "   "
                           PCL-OPERATOR-ID "  " WS-WAIT-DAYS-EDIT
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
                   PERFORM 3100-READ-CLR-PENDING
               END-PERFORM
               CLOSE CLR-PENDING-FILE
           END-IF.

       3100-READ-CLR-PENDING.
           READ CLR-PENDING-FILE
               AT END
                   SET WS-CPND-EOF TO TRUE
           END-READ.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MAINTENANCE WAITING " WS-MNT-WAITING-COUNT
               " OVERDUE " WS-MNT-OVERDUE-COUNT
               "  SUSPENSE CLEARS WAITING " WS-CLR-WAITING-COUNT
               " OVERDUE " WS-CLR-OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "PENDRPT - " WS-MNT-OVERDUE-COUNT
               " MAINTENANCE AND " WS-CLR-OVERDUE-COUNT
               " SUSPENSE CLEAR REQUEST(S) OVERDUE FOR APPROVAL".

      *    A mangled request date would blow up INTEGER-OF-DATE --
      *    treat it as long overdue so it surfaces on the report.
       5000-COMPUTE-WAIT-DAYS.
           IF WS-REQUEST-DATE < 16010101 OR WS-REQUEST-DATE > 99991231
               MOVE 99999 TO WS-WAIT-DAYS
           ELSE
               COMPUTE WS-WAIT-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE)
           END-IF.
