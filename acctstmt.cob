      *  closing balance that ties back to ACCT-BALANCE. Built for
      *  branch dispute handling -- the statement replaces a hand
      *  grep of the audit log.
      *  Every balance prints with the account's currency. History
      *  struck before accounts were denominated can hold postings
      *  in more than one currency; when it does, the foot breaks
      *  the account's history down by currency so the single
      *  balance figure is never read as one currency's money.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
       01  WS-PREHIST-DIFF             PIC S9(11)V99 VALUE 0.
       01  WS-RUNNING-BALANCE          PIC S9(11)V99 VALUE 0.

      *    Net of the account's whole history per posting currency,
      *    struck in pass one -- the same find-or-add linear scan the
      *    posting run uses for its currency table. More than one
      *    entry, or one that is not the account's own currency,
      *    means the balance mixes currencies.
       01  WS-HIST-CURRENCY-TABLE.
           05  WS-HCUR-COUNT           PIC 9(2) VALUE 0.
           05  WS-HCUR-ENTRY OCCURS 10 TIMES INDEXED BY WS-HCUR-IDX.
               10  WS-HCUR-CODE        PIC X(3).
               10  WS-HCUR-NET         PIC S9(11)V99.
               10  WS-HCUR-POSTINGS    PIC 9(7).
       01  WS-HCUR-FIND-IDX            PIC 9(2) VALUE 0.
       01  WS-HCUR-OVERFLOW-SWITCH     PIC X VALUE "N".
           88  WS-HCUR-OVERFLOW        VALUE "Y".
       01  WS-MIXED-CURRENCY-SWITCH    PIC X VALUE "N".
           88  WS-MIXED-CURRENCY       VALUE "Y".
       01  WS-ACCT-CURRENCY-TEXT       PIC X(13) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).

       2300-SUM-HISTORY.
           MOVE 0 TO WS-PRIOR-SUM WS-RANGE-SUM WS-AFTER-SUM
               WS-RANGE-COUNT WS-HCUR-COUNT
           MOVE "N" TO WS-HCUR-OVERFLOW-SWITCH
           MOVE "N" TO WS-MIXED-CURRENCY-SWITCH
           IF ACCT-CURRENCY-CODE = SPACES
               MOVE "UNDENOMINATED" TO WS-ACCT-CURRENCY-TEXT
           ELSE
               MOVE ACCT-CURRENCY-CODE TO WS-ACCT-CURRENCY-TEXT
           END-IF
           MOVE "N" TO WS-PSTH-EOF-SWITCH
           OPEN INPUT POSTING-HIST-FILE
           IF WS-PSTH-STATUS NOT = "00"
           END-IF
           PERFORM UNTIL WS-PSTH-EOF
               IF PSTH-ACCOUNT-NUMBER = REQ-ACCOUNT-NUMBER
                   PERFORM 2360-ADD-HISTORY-CURRENCY
                   IF PSTH-BUSINESS-DATE < REQ-FROM-DATE
                       ADD PSTH-AMOUNT TO WS-PRIOR-SUM
                   ELSE
                   SET WS-PSTH-EOF TO TRUE
           END-READ.

       2360-ADD-HISTORY-CURRENCY.
           MOVE 0 TO WS-HCUR-FIND-IDX
           PERFORM VARYING WS-HCUR-IDX FROM 1 BY 1
               UNTIL WS-HCUR-IDX > WS-HCUR-COUNT
               IF WS-HCUR-CODE(WS-HCUR-IDX) = PSTH-CURRENCY-CODE
                   MOVE WS-HCUR-IDX TO WS-HCUR-FIND-IDX
               END-IF
           END-PERFORM
           IF PSTH-CURRENCY-CODE NOT = ACCT-CURRENCY-CODE
               SET WS-MIXED-CURRENCY TO TRUE
           END-IF
           IF WS-HCUR-FIND-IDX = 0
      *            WS-HCUR-ENTRY OCCURS 10 TIMES -- this limit must
      *            track that OCCURS count.
               IF WS-HCUR-COUNT >= 10
                   SET WS-HCUR-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-HCUR-COUNT
                   MOVE WS-HCUR-COUNT TO WS-HCUR-FIND-IDX
                   MOVE PSTH-CURRENCY-CODE
                       TO WS-HCUR-CODE(WS-HCUR-FIND-IDX)
                   MOVE 0 TO WS-HCUR-NET(WS-HCUR-FIND-IDX)
                   MOVE 0 TO WS-HCUR-POSTINGS(WS-HCUR-FIND-IDX)
               END-IF
           END-IF
           IF WS-HCUR-FIND-IDX NOT = 0
               ADD PSTH-AMOUNT TO WS-HCUR-NET(WS-HCUR-FIND-IDX)
               ADD 1 TO WS-HCUR-POSTINGS(WS-HCUR-FIND-IDX)
           END-IF.

       2400-WRITE-STATEMENT-HEAD.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "STATEMENT - ACCOUNT " REQ-ACCOUNT-NUMBER
               " FROM " REQ-FROM-DATE " TO " REQ-TO-DATE
               "  CURRENCY " WS-ACCT-CURRENCY-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "OPENING BALANCE: " WS-BALANCE-EDIT " "
               ACCT-CURRENCY-CODE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
      *    A nonzero difference here means the account carried
       2600-WRITE-STATEMENT-FOOT.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CLOSING BALANCE: " WS-BALANCE-EDIT " "
               ACCT-CURRENCY-CODE
               " (" WS-RANGE-COUNT " POSTING(S) IN RANGE)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "SUBSEQUENT MOVEMENT " WS-SUM-EDIT
               "  CURRENT MASTER BALANCE " WS-BALANCE-EDIT " "
               ACCT-CURRENCY-CODE "  - TIES"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-MIXED-CURRENCY
               PERFORM 2650-WRITE-CURRENCY-BREAKDOWN
           END-IF.

      *    The account's history holds postings in a currency other
      *    than its own (struck before the posting edit rejected a
      *    currency mismatch), so the balances above add unlike
      *    units. The breakdown shows what each currency contributed.
       2650-WRITE-CURRENCY-BREAKDOWN.
           MOVE SPACES TO REPORT-RECORD
           STRING "*** HISTORY HOLDS POSTINGS NOT IN THE ACCOUNT "
               "CURRENCY - BALANCE MIXES CURRENCIES ***"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-HCUR-IDX FROM 1 BY 1
               UNTIL WS-HCUR-IDX > WS-HCUR-COUNT
               MOVE WS-HCUR-NET(WS-HCUR-IDX) TO WS-SUM-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "   HISTORY NET " WS-HCUR-CODE(WS-HCUR-IDX)
                   " " WS-SUM-EDIT " FROM "
                   WS-HCUR-POSTINGS(WS-HCUR-IDX) " POSTING(S)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-HCUR-OVERFLOW
               MOVE SPACES TO REPORT-RECORD
               STRING "   (MORE CURRENCIES IN HISTORY THAN SHOWN)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
