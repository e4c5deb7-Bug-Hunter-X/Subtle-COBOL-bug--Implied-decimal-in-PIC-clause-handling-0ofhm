      ******************************************************************
      *  ACCTRCVR - point-in-time account master recovery.
      *  Rebuilds the account master from a backup plus the posting
      *  detail history. ACCTBKUP is a sequential unload of ACCTMAST
      *  taken when the RCVRCTL control record says (the run
      *  identity of the last posting run the backup includes). It
      *  is loaded into a new master ACCTNEW, then every POSTHIST
      *  record from a later run is re-applied in run identity and
      *  source record order -- the order DLYACCUM posted them in --
      *  rebuilding ACCT-BALANCE, ACCT-POST-COUNT, ACCT-LAST-POSTED
      *  and the ACCT-LAST-RUN-ID/ACCT-LAST-SOURCE-REC replay guard
      *  exactly as the posting run left them. An optional stop run
      *  identity rebuilds the master as it stood after that run.
      *  Status and currency are not in the history: they come from
      *  the backup, or from the current master when RCVRCTL asks
      *  for it, and an account opened since the backup is seeded
      *  from the current master at a zero balance. The recovery
      *  report RCVRRPT then compares every rebuilt account with the
      *  current ACCTMAST so the operator knows what the swap will
      *  change before making it -- nothing here touches ACCTMAST.
      *  ACCT-LAST-POSTED is rebuilt as the date part of the run
      *  identity, which is the date the posting run started; a run
      *  restarted from its checkpoint on a later day stamped the
      *  restart date and shows as a last-posted difference.
      *  A posting whose balance add overflowed in the original run
      *  never reached POSTHIST, so its posting-count bump cannot be
      *  replayed either; such an account shows as a count
      *  difference.
      *  RETURN-CODE 8 (do not swap ACCTNEW in) when the backup or
      *  control record is missing, the backup holds postings newer
      *  than its stated run identity, or a replayed amount will not
      *  fit the balance; 4 when the rebuilt master differs from the
      *  current one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCVR-CONTROL-FILE ASSIGN TO "RCVRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT POSTING-HIST-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTH-STATUS.
           SELECT NEW-ACCOUNT-FILE ASSIGN TO "ACCTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CURRENT-ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-NUMBER
               FILE STATUS IS WS-CUR-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT REPORT-FILE ASSIGN TO "RCVRRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    RCVR-CONTROL-FILE - what the backup is and how far to
      *    roll it forward.
       FD  RCVR-CONTROL-FILE
           RECORDING MODE IS F.
       01  RCVR-CONTROL-RECORD.
           05  RCTL-BACKUP-RUN-ID          PIC 9(14).
      *        Run identity of the last posting run the backup
      *        includes; every later run is re-applied
           05  RCTL-STOP-RUN-ID            PIC 9(14).
      *        Last run identity to re-apply; zero = all of POSTHIST
           05  RCTL-STATUS-SOURCE          PIC X(1).
      *        "C" = take status and currency from the current
      *        master where it has the account; anything else =
      *        keep the backup's (differences are reported either
      *        way)
           05  FILLER                      PIC X(11).

      *    BACKUP-FILE - ACCTMAST unloaded record for record, in the
      *    ACCTREC layout.
       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-RECORD                   PIC X(57).

       FD  POSTING-HIST-FILE
           RECORDING MODE IS F.
       COPY PSTHIST.

       FD  NEW-ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC.

      *    The current master, read only -- for seeding accounts
      *    opened since the backup and for the comparison.
       FD  CURRENT-ACCOUNT-FILE
           RECORDING MODE IS F.
       COPY ACCTREC REPLACING ==ACCOUNT-RECORD== BY ==CURRENT-RECORD==
           LEADING ==ACCT-== BY ==CUR-==.

      *    Sort record in the PSTHIST layout, keyed for replay.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER          PIC X(6).
           05  SRT-BUSINESS-DATE           PIC 9(8).
           05  SRT-RUN-IDENTITY            PIC 9(14).
           05  SRT-SOURCE-RECORD           PIC 9(7).
           05  SRT-AMOUNT                  PIC S9(9)V99.
           05  SRT-CURRENCY-CODE           PIC X(3).
           05  FILLER                      PIC X(11).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCTL-STATUS              PIC X(2) VALUE "00".
       01  WS-BKUP-STATUS              PIC X(2) VALUE "00".
       01  WS-PSTH-STATUS              PIC X(2) VALUE "00".
       01  WS-NEW-STATUS               PIC X(2) VALUE "00".
       01  WS-CUR-STATUS               PIC X(2) VALUE "00".
       01  WS-BKUP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-BKUP-EOF             VALUE "Y".
       01  WS-PSTH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-PSTH-EOF             VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-SORT-EOF             VALUE "Y".
      *    No current master (or one too damaged to open) does not
      *    stop a recovery -- that is when one is needed most -- but
      *    there is then nothing to seed from or compare with.
       01  WS-CURRENT-SWITCH           PIC X VALUE "N".
           88  WS-CURRENT-AVAILABLE    VALUE "Y".

       01  WS-BACKUP-RUN-ID            PIC 9(14) VALUE 0.
       01  WS-STOP-RUN-ID              PIC 9(14) VALUE 0.
       01  WS-STATUS-SOURCE            PIC X(1) VALUE SPACE.
           88  WS-STATUS-FROM-CURRENT  VALUE "C".

      *    Match-merge keys for the comparison; HIGH-VALUES at end
      *    of file.
       01  WS-NEW-KEY                  PIC X(6) VALUE SPACES.
       01  WS-CUR-KEY                  PIC X(6) VALUE SPACES.

       01  WS-BACKUP-COUNT             PIC 9(7) VALUE 0.
       01  WS-BACKUP-NEWER-COUNT       PIC 9(7) VALUE 0.
       01  WS-BACKUP-DUP-COUNT         PIC 9(7) VALUE 0.
       01  WS-SELECTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-APPLIED-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(7) VALUE 0.
       01  WS-SEEDED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(7) VALUE 0.
       01  WS-LAST-RUN-APPLIED         PIC 9(14) VALUE 0.
       01  WS-SAME-COUNT               PIC 9(7) VALUE 0.
       01  WS-DIFFER-COUNT             PIC 9(7) VALUE 0.
       01  WS-ONLY-NEW-COUNT           PIC 9(7) VALUE 0.
       01  WS-ONLY-CUR-COUNT           PIC 9(7) VALUE 0.
       01  WS-STATUS-TAKEN-COUNT       PIC 9(7) VALUE 0.

       01  WS-DIFF-TEXT                PIC X(40) VALUE SPACES.
       01  WS-DIFF-POINTER             PIC 9(3) VALUE 1.
       01  WS-BALANCE-DIFF             PIC S9(11)V99 VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-DATE-NUM             PIC 9(8).
       01  WS-BALANCE-EDIT             PIC -(9)9.99.
       01  WS-CUR-BALANCE-EDIT         PIC -(9)9.99.
       01  WS-DIFF-EDIT                PIC -(11)9.99.
       01  WS-AMOUNT-EDIT              PIC -(9)9.99.
       01  WS-TOTAL-EDIT               PIC -(13)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BACKUP
           SORT SORT-FILE
               ON ASCENDING KEY SRT-RUN-IDENTITY SRT-SOURCE-RECORD
                   SRT-ACCOUNT-NUMBER
               INPUT PROCEDURE IS 3000-SELECT-POSTINGS
               OUTPUT PROCEDURE IS 3500-APPLY-POSTINGS
           PERFORM 4000-COMPARE-MASTERS
           PERFORM 5000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "ACCTRCVR - REBUILD INCOMPLETE, DO NOT SWAP "
                   "ACCTNEW IN"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DIFFER-COUNT > 0 OR WS-ONLY-NEW-COUNT > 0
                   OR WS-ONLY-CUR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE-NUM
           PERFORM 1100-READ-RECOVERY-CONTROL
           OPEN INPUT BACKUP-FILE
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "ACCTRCVR - NO BACKUP FILE FOUND, STATUS "
                   WS-BKUP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CURRENT-ACCOUNT-FILE
           IF WS-CUR-STATUS = "00"
               SET WS-CURRENT-AVAILABLE TO TRUE
           ELSE
               DISPLAY "ACCTRCVR - CURRENT MASTER NOT AVAILABLE, "
                   "STATUS " WS-CUR-STATUS " - NO COMPARISON"
           END-IF
      *    ACCTNEW is built from nothing every run.
           OPEN OUTPUT NEW-ACCOUNT-FILE
           CLOSE NEW-ACCOUNT-FILE
           OPEN I-O NEW-ACCOUNT-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "ACCTRCVR - NEW MASTER OPEN FAILED, STATUS "
                   WS-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT MASTER RECOVERY - RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-STOP-RUN-ID = 0
               STRING "BACKUP TAKEN AT RUN " WS-BACKUP-RUN-ID
                   " - REPLAYING ALL LATER RUNS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "BACKUP TAKEN AT RUN " WS-BACKUP-RUN-ID
                   " - REPLAYING THROUGH RUN " WS-STOP-RUN-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-STATUS-FROM-CURRENT
               STRING "STATUS AND CURRENCY TAKEN FROM THE CURRENT "
                   "MASTER"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "STATUS AND CURRENCY KEPT AS ON THE BACKUP"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       1100-READ-RECOVERY-CONTROL.
           OPEN INPUT RCVR-CONTROL-FILE
           IF WS-RCTL-STATUS NOT = "00"
               DISPLAY "ACCTRCVR - NO RECOVERY CONTROL RECORD, "
                   "STATUS " WS-RCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RCVR-CONTROL-FILE
               AT END
                   DISPLAY "ACCTRCVR - RECOVERY CONTROL FILE EMPTY"
                   CLOSE RCVR-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RCVR-CONTROL-FILE
           IF RCTL-BACKUP-RUN-ID NOT NUMERIC
               OR RCTL-STOP-RUN-ID NOT NUMERIC
               OR (RCTL-STOP-RUN-ID NOT = 0
                   AND RCTL-STOP-RUN-ID < RCTL-BACKUP-RUN-ID)
               DISPLAY "ACCTRCVR - RECOVERY CONTROL RECORD INVALID: "
                   RCVR-CONTROL-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RCTL-BACKUP-RUN-ID TO WS-BACKUP-RUN-ID
           MOVE RCTL-STOP-RUN-ID TO WS-STOP-RUN-ID
           MOVE RCTL-STATUS-SOURCE TO WS-STATUS-SOURCE.

      *    A backup account whose replay guard already carries a run
      *    later than the stated backup identity means the backup
      *    and the identity do not belong together -- replaying
      *    from that identity would post that run a second time.
      *    Every such account is listed and the run stops.
       2000-LOAD-BACKUP.
           PERFORM 2100-READ-BACKUP-FILE
           PERFORM UNTIL WS-BKUP-EOF
               ADD 1 TO WS-BACKUP-COUNT
               MOVE BACKUP-RECORD TO ACCOUNT-RECORD
               IF ACCT-LAST-RUN-ID IS NUMERIC
                   AND ACCT-LAST-RUN-ID > WS-BACKUP-RUN-ID
                   ADD 1 TO WS-BACKUP-NEWER-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "*** BACKUP ACCOUNT " ACCT-NUMBER
                       " LAST POSTED BY RUN " ACCT-LAST-RUN-ID
                       " - LATER THAN THE STATED BACKUP RUN ***"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-BACKUP-DUP-COUNT
                       DISPLAY "ACCTRCVR - DUPLICATE BACKUP RECORD "
                           "FOR ACCOUNT " ACCT-NUMBER " IGNORED"
               END-WRITE
               PERFORM 2100-READ-BACKUP-FILE
           END-PERFORM
           CLOSE BACKUP-FILE
           IF WS-BACKUP-NEWER-COUNT > 0
               DISPLAY "ACCTRCVR - BACKUP DOES NOT MATCH ITS RUN "
                   "IDENTITY, " WS-BACKUP-NEWER-COUNT
                   " ACCOUNT(S) POSTED LATER - RECOVERY STOPPED"
               MOVE SPACES TO REPORT-RECORD
               STRING "*** RECOVERY STOPPED - CHECK THE BACKUP AND "
                   "ITS RUN IDENTITY, DO NOT SWAP ACCTNEW IN ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               CLOSE NEW-ACCOUNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "BACKUP ACCOUNTS LOADED: " WS-BACKUP-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REPLAY LOG"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       2100-READ-BACKUP-FILE.
           READ BACKUP-FILE
               AT END
                   SET WS-BKUP-EOF TO TRUE
           END-READ.

       3000-SELECT-POSTINGS.
           OPEN INPUT POSTING-HIST-FILE
           IF WS-PSTH-STATUS NOT = "00"
               DISPLAY "ACCTRCVR - NO POSTING HISTORY FILE, STATUS "
                   WS-PSTH-STATUS " - BACKUP ONLY"
               SET WS-PSTH-EOF TO TRUE
           ELSE
               PERFORM 3100-READ-POSTING-HISTORY
           END-IF
           PERFORM UNTIL WS-PSTH-EOF
               IF PSTH-RUN-IDENTITY > WS-BACKUP-RUN-ID
                   AND (WS-STOP-RUN-ID = 0
                       OR PSTH-RUN-IDENTITY <= WS-STOP-RUN-ID)
                   MOVE PSTH-RECORD TO SORT-RECORD
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
               PERFORM 3100-READ-POSTING-HISTORY
           END-PERFORM
           IF WS-PSTH-STATUS NOT = "35"
               CLOSE POSTING-HIST-FILE
           END-IF.

       3100-READ-POSTING-HISTORY.
           READ POSTING-HIST-FILE
               AT END
                   SET WS-PSTH-EOF TO TRUE
           END-READ.

       3500-APPLY-POSTINGS.
           PERFORM 3600-RETURN-SORTED-POSTING
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 3700-APPLY-ONE-POSTING
               PERFORM 3600-RETURN-SORTED-POSTING
           END-PERFORM.

       3600-RETURN-SORTED-POSTING.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *    The same update 2300-POST-ACCOUNT-MASTER made: amount
      *    onto the balance, count up one, last-posted date and the
      *    replay guard set to this posting. A history record the
      *    guard already shows (the same posting on POSTHIST twice)
      *    is skipped, as DLYACCUM would skip it.
       3700-APPLY-ONE-POSTING.
           MOVE SRT-ACCOUNT-NUMBER TO ACCT-NUMBER
           READ NEW-ACCOUNT-FILE
               INVALID KEY
                   PERFORM 3800-SEED-ACCOUNT
           END-READ
           IF ACCT-LAST-RUN-ID = SRT-RUN-IDENTITY
               AND ACCT-LAST-SOURCE-REC = SRT-SOURCE-RECORD
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  ACCOUNT " ACCT-NUMBER " RUN "
                   SRT-RUN-IDENTITY " REC " SRT-SOURCE-RECORD
                   " ALREADY APPLIED - DUPLICATE HISTORY SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD SRT-AMOUNT TO ACCT-BALANCE
                   ON SIZE ERROR
                       ADD 1 TO WS-OVERFLOW-COUNT
                       MOVE SRT-AMOUNT TO WS-AMOUNT-EDIT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "*** ACCOUNT " ACCT-NUMBER " RUN "
                           SRT-RUN-IDENTITY " REC " SRT-SOURCE-RECORD
                           " AMOUNT " WS-AMOUNT-EDIT
                           " OVERFLOWS THE BALANCE - NOT APPLIED ***"
                           DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   NOT ON SIZE ERROR
                       MOVE SRT-RUN-IDENTITY(1:8) TO ACCT-LAST-POSTED
                       ADD 1 TO ACCT-POST-COUNT
                       MOVE SRT-RUN-IDENTITY TO ACCT-LAST-RUN-ID
                       MOVE SRT-SOURCE-RECORD TO ACCT-LAST-SOURCE-REC
                       REWRITE ACCOUNT-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD SRT-AMOUNT TO WS-APPLIED-TOTAL
                       MOVE SRT-RUN-IDENTITY TO WS-LAST-RUN-APPLIED
               END-ADD
           END-IF.

      *    An account on the history but not on the backup was
      *    opened after the backup was taken, at a zero balance, so
      *    it starts from zero with the status and currency the
      *    current master gives it. One on neither master is still
      *    rebuilt -- the money is real -- but is flagged for the
      *    operator, denominated from the posting's own currency.
       3800-SEED-ACCOUNT.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE SRT-ACCOUNT-NUMBER TO ACCT-NUMBER
           MOVE 0 TO ACCT-BALANCE
           MOVE 0 TO ACCT-LAST-POSTED
           MOVE 0 TO ACCT-POST-COUNT
           MOVE 0 TO ACCT-LAST-RUN-ID
           MOVE 0 TO ACCT-LAST-SOURCE-REC
           MOVE "N" TO WS-CUR-STATUS
           IF WS-CURRENT-AVAILABLE
               MOVE SRT-ACCOUNT-NUMBER TO CUR-NUMBER
               READ CURRENT-ACCOUNT-FILE
                   INVALID KEY
                       MOVE "23" TO WS-CUR-STATUS
               END-READ
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF WS-CUR-STATUS = "00"
               MOVE CUR-STATUS TO ACCT-STATUS
               MOVE CUR-CURRENCY-CODE TO ACCT-CURRENCY-CODE
               ADD 1 TO WS-SEEDED-COUNT
               STRING "  ACCOUNT " ACCT-NUMBER
                   " OPENED SINCE THE BACKUP - SEEDED FROM THE "
                   "CURRENT MASTER AT ZERO"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE "O" TO ACCT-STATUS
               MOVE SRT-CURRENCY-CODE TO ACCT-CURRENCY-CODE
               ADD 1 TO WS-UNKNOWN-COUNT
               STRING "*** ACCOUNT " ACCT-NUMBER
                   " ON NEITHER MASTER - REBUILT FROM HISTORY ALONE, "
                   "CHECK STATUS ***"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           WRITE ACCOUNT-RECORD.

      *    Match-merge of the rebuilt and current masters in key
      *    order. ACCTNEW is read for update so a status the
      *    operator asked to take from the current master can be
      *    carried across as the comparison reaches it.
       4000-COMPARE-MASTERS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REBUILT VERSUS CURRENT MASTER - DIFFERENCES ONLY"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT  REBUILT BALANCE  CURRENT BALANCE  "
               "DIFFERENCE         WHAT DIFFERS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE NEW-ACCOUNT-FILE
           OPEN I-O NEW-ACCOUNT-FILE
           PERFORM 4100-READ-REBUILT
           IF WS-CURRENT-AVAILABLE
               CLOSE CURRENT-ACCOUNT-FILE
               OPEN INPUT CURRENT-ACCOUNT-FILE
               PERFORM 4200-READ-CURRENT
           ELSE
               MOVE HIGH-VALUES TO WS-CUR-KEY
           END-IF
           PERFORM UNTIL WS-NEW-KEY = HIGH-VALUES
               AND WS-CUR-KEY = HIGH-VALUES
               IF WS-NEW-KEY = WS-CUR-KEY
                   PERFORM 4300-COMPARE-ONE-ACCOUNT
                   PERFORM 4100-READ-REBUILT
                   PERFORM 4200-READ-CURRENT
               ELSE
                   IF WS-NEW-KEY < WS-CUR-KEY
                       PERFORM 4400-ONLY-REBUILT
                       PERFORM 4100-READ-REBUILT
                   ELSE
                       PERFORM 4500-ONLY-CURRENT
                       PERFORM 4200-READ-CURRENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NEW-ACCOUNT-FILE
           IF WS-CURRENT-AVAILABLE
               CLOSE CURRENT-ACCOUNT-FILE
           END-IF.

       4100-READ-REBUILT.
           READ NEW-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-NEW-KEY
               NOT AT END
                   MOVE ACCT-NUMBER TO WS-NEW-KEY
           END-READ.

       4200-READ-CURRENT.
           READ CURRENT-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   MOVE CUR-NUMBER TO WS-CUR-KEY
           END-READ.

      *    The comparison is made against the rebuilt record as the
      *    backup and history left it, so a status or currency
      *    difference is reported even when the current master's is
      *    then taken over it.
       4300-COMPARE-ONE-ACCOUNT.
           MOVE SPACES TO WS-DIFF-TEXT
           MOVE 1 TO WS-DIFF-POINTER
           IF ACCT-BALANCE NOT = CUR-BALANCE
               STRING "BALANCE " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-POINTER
           END-IF
           IF ACCT-POST-COUNT NOT = CUR-POST-COUNT
               STRING "COUNT " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-POINTER
           END-IF
           IF ACCT-LAST-POSTED NOT = CUR-LAST-POSTED
               STRING "LASTPOSTED " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-POINTER
           END-IF
           IF ACCT-LAST-RUN-ID NOT = CUR-LAST-RUN-ID
               OR ACCT-LAST-SOURCE-REC NOT = CUR-LAST-SOURCE-REC
               STRING "GUARD " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-POINTER
           END-IF
           IF ACCT-STATUS NOT = CUR-STATUS
               STRING "STATUS " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-POINTER
           END-IF
           IF ACCT-CURRENCY-CODE NOT = CUR-CURRENCY-CODE
               STRING "CURRENCY " DELIMITED BY SIZE
                   INTO WS-DIFF-TEXT WITH POINTER WS-DIFF-POINTER
           END-IF
           IF WS-DIFF-TEXT = SPACES
               ADD 1 TO WS-SAME-COUNT
           ELSE
               ADD 1 TO WS-DIFFER-COUNT
               COMPUTE WS-BALANCE-DIFF = ACCT-BALANCE - CUR-BALANCE
               MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
               MOVE CUR-BALANCE TO WS-CUR-BALANCE-EDIT
               MOVE WS-BALANCE-DIFF TO WS-DIFF-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING ACCT-NUMBER "   " WS-BALANCE-EDIT "    "
                   WS-CUR-BALANCE-EDIT "  " WS-DIFF-EDIT "  "
                   WS-DIFF-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "         REBUILT: POSTINGS " ACCT-POST-COUNT
                   " LAST " ACCT-LAST-POSTED " RUN " ACCT-LAST-RUN-ID
                   " REC " ACCT-LAST-SOURCE-REC " ST " ACCT-STATUS
                   " " ACCT-CURRENCY-CODE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "         CURRENT: POSTINGS " CUR-POST-COUNT
                   " LAST " CUR-LAST-POSTED " RUN " CUR-LAST-RUN-ID
                   " REC " CUR-LAST-SOURCE-REC " ST " CUR-STATUS
                   " " CUR-CURRENCY-CODE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-STATUS-FROM-CURRENT
               AND (ACCT-STATUS NOT = CUR-STATUS
                   OR ACCT-CURRENCY-CODE NOT = CUR-CURRENCY-CODE)
               MOVE CUR-STATUS TO ACCT-STATUS
               MOVE CUR-CURRENCY-CODE TO ACCT-CURRENCY-CODE
               REWRITE ACCOUNT-RECORD
               ADD 1 TO WS-STATUS-TAKEN-COUNT
           END-IF.

       4400-ONLY-REBUILT.
           ADD 1 TO WS-ONLY-NEW-COUNT
           MOVE ACCT-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING ACCT-NUMBER "   " WS-BALANCE-EDIT
               "    NOT ON CURRENT MASTER"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    On the current master but nowhere in the backup or the
      *    history replayed -- typically opened since the backup and
      *    never posted to, which the swap would lose. It is listed
      *    for the operator to re-open through ACCTMNT, not copied
      *    across: a record with no provenance has no place in a
      *    recovered master.
       4500-ONLY-CURRENT.
           ADD 1 TO WS-ONLY-CUR-COUNT
           MOVE CUR-BALANCE TO WS-CUR-BALANCE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING CUR-NUMBER "   NOT REBUILT        "
               WS-CUR-BALANCE-EDIT "  ON CURRENT MASTER ONLY - ST "
               CUR-STATUS " " CUR-CURRENCY-CODE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "HISTORY RECORDS SELECTED " WS-SELECTED-COUNT
               " APPLIED " WS-APPLIED-COUNT
               " NET AMOUNT (ALL CURRENCIES) " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LAST RUN APPLIED " WS-LAST-RUN-APPLIED
               " DUPLICATES SKIPPED " WS-DUPLICATE-COUNT
               " OVERFLOWS " WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNTS SEEDED SINCE BACKUP " WS-SEEDED-COUNT
               " ON NEITHER MASTER " WS-UNKNOWN-COUNT
               " DUPLICATE BACKUP RECORDS " WS-BACKUP-DUP-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-CURRENT-AVAILABLE
               STRING "ACCOUNTS IDENTICAL " WS-SAME-COUNT
                   " DIFFERING " WS-DIFFER-COUNT
                   " REBUILT ONLY " WS-ONLY-NEW-COUNT
                   " CURRENT ONLY " WS-ONLY-CUR-COUNT
                   " STATUS TAKEN FROM CURRENT " WS-STATUS-TAKEN-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "NO CURRENT MASTER - REBUILT ACCOUNTS "
                   WS-ONLY-NEW-COUNT " NOT COMPARED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           DISPLAY "ACCTRCVR - " WS-APPLIED-COUNT " POSTING(S) "
               "REPLAYED, " WS-DIFFER-COUNT " ACCOUNT(S) DIFFER FROM "
               "THE CURRENT MASTER".
