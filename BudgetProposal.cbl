      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Next year's acquisition budget, proposed rather than
      *          copied. BudgetMaint keeps budgets.csv one line at a
      *          time and each year's split across branch and genre
      *          has simply repeated last year's. Here the total for
      *          the coming fiscal year is entered once and spread
      *          across the branch-and-genre segments by weighted
      *          points:
      *            - circulation share -- the segment's share of all
      *              issues, counted as CollectionBalance counts them
      *              (log.csv plus log_archive.csv through the title);
      *            - turnover -- issues per copy held, as a share of
      *              the turnover of all segments together;
      *            - hold demand -- holds WAITING on the segment's
      *              titles plus NEW suggestions (see Suggest) for
      *              titles it holds;
      *            - weeding -- titles WeedingReport would flag at its
      *              default thresholds (no borrow in 24 months, held
      *              over 36), stock that will want replacing;
      *            - holdings -- a base share for keeping up the
      *              shelves already there.
      *          The weights are parameters BWCIR, BWTRN, BWHLD, BWWED
      *          and BWBAS (defaults 40/20/20/10/10, see ParamMaint).
      *          A segment's budget is the total times its points over
      *          all points. The result is a draft in
      *          budget_proposal.csv that anyone can list and a
      *          supervisor (BUDGAPP, supervisor-only in PermCheck) can
      *          adjust line by line and then approve in one step, which
      *          replaces that year's lines in budgets.csv. The board
      *          printout (budget_proposal_report.txt, through the print
      *          spool) explains each segment's figure point by point
      *          against last year's line.
      *            budget_proposal.csv: status (DRAFT or APPROVED),
      *              fiscal year,branch,genre,draft amount,proposed
      *              amount,total to allocate,last year's amount,
      *              holdings,issues,turnover,holds waiting,suggestions,
      *              weeding candidates,circulation points,turnover
      *              points,hold points,weeding points,holdings points,
      *              adjusted (Y/N)
      * Tectonics: cobc
      * (Updated by Silas): adjusting and approving the proposal are
      *            supervisor-only (BUDGAPP) and the approval's audit
      *            row names the operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetProposal IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-FILE ASSIGN TO "../budget_proposal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "../budgets.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SUGG-FILE ASSIGN TO "../suggestions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGG-STATUS.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-STATUS.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAFT-FILE.
       01  DRAFT-REC       PIC X(250).
       FD  BUDGET-FILE.
       01  BUDGET-REC      PIC X(80).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  SUGG-FILE.
       01  SUGG-REC        PIC X(120).
       FD  ACQ-FILE.
       01  ACQ-REC         PIC X(200).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DRAFT-STATUS   PIC XX.
       01  WS-BUDGET-STATUS  PIC XX.
       01  WS-BOOK-STATUS    PIC XX.
       01  WS-COPY-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS PIC XX.
       01  WS-HOLD-STATUS    PIC XX.
       01  WS-SUGG-STATUS    PIC XX.
       01  WS-ACQ-STATUS     PIC XX.
       01  WS-PRINT-NAME     PIC X(40) VALUE SPACES.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CONFIRM        PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).
       01  WS-THIS-YEAR      PIC 9(4).

      *> Per-title figures, rolled up into the segments.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID       PIC X(5).
               10 BK-NAME     PIC X(30).
               10 BK-GENRE    PIC X(30).
               10 BK-STATUS   PIC X(9).
               10 BK-BRANCH   PIC X(10).
               10 BK-AGG-CNT  PIC 9(5).
               10 BK-COPIES   PIC 9(5).
               10 BK-ISSUES   PIC 9(6).
               10 BK-ACQ-INT  PIC 9(8).
               10 BK-LAST-INT PIC 9(8).
               10 BK-SEG      PIC 9(3).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.
       01  BK-SKIP-1         PIC X(30).
       01  BK-SKIP-2         PIC X(30).
       01  BK-COUNT-X        PIC X(5).

      *> The draft -- one line per branch-and-genre segment, with the
      *> figures behind its points kept for the board printout.
       01  DRAFT-TABLE.
           05 DRAFT-ENTRY OCCURS 200 TIMES.
               10 DR-STATUS   PIC X(8).
               10 DR-YEAR     PIC X(4).
               10 DR-BRANCH   PIC X(10).
               10 DR-GENRE    PIC X(30).
               10 DR-AMOUNT   PIC 9(9).
               10 DR-PROPOSED PIC 9(9).
               10 DR-TARGET   PIC 9(9).
               10 DR-LAST     PIC 9(9).
               10 DR-HOLD     PIC 9(6).
               10 DR-ISSUE    PIC 9(7).
               10 DR-TURN     PIC 9(4)V99.
               10 DR-HOLDS    PIC 9(5).
               10 DR-SUGG     PIC 9(5).
               10 DR-WEED     PIC 9(5).
               10 DR-PTS      PIC 9(3)V99 OCCURS 5 TIMES.
               10 DR-SCORE    PIC 9(3)V99.
               10 DR-ADJ      PIC X.
       01  DR-CNT            PIC 9(3) VALUE 0.
       01  DR-IDX            PIC 9(3) VALUE 0.
       01  DR-MATCH-IDX      PIC 9(3) VALUE 0.
       01  DR-TOP-IDX        PIC 9(3) VALUE 0.
       01  WS-SEG-BRANCH     PIC X(10).
       01  WS-SEG-GENRE      PIC X(30).
       01  PT-IDX            PIC 9 VALUE 0.
       01  WS-FIELD-X        PIC X(12) OCCURS 5 TIMES.
       01  WS-TURN-X         PIC X(12).

      *> budgets.csv carried whole through an approval.
       01  BUDGET-TABLE.
           05 BUDGET-ENTRY OCCURS 200 TIMES.
               10 BG-YEAR     PIC X(4).
               10 BG-BRANCH   PIC X(10).
               10 BG-GENRE    PIC X(30).
               10 BG-AMOUNT   PIC 9(9).
       01  BUDGET-CNT        PIC 9(3) VALUE 0.
       01  BUDGET-IDX        PIC 9(3) VALUE 0.
       01  WS-REPLACED       PIC 9(3) VALUE 0.
       01  WS-KEPT           PIC 9(3) VALUE 0.

      *> One row at a time from the files read.
       01  CP-BOOK-ID        PIC X(5).
       01  CP-COPY-ID        PIC X(6).
       01  CP-BARCODE        PIC X(12).
       01  CP-CONDITION      PIC X(10).
       01  CP-STATUS         PIC X(10).
       01  F-ID              PIC X(5).
       01  F-MID             PIC X(5).
       01  F-BID             PIC X(5).
       01  F-SDT             PIC X(10).
       01  HD-BOOK-ID        PIC X(5).
       01  HD-MEMBER-ID      PIC X(5).
       01  HD-REQ-DATE       PIC X(10).
       01  HD-NOTIFIED       PIC X(1).
       01  HD-NOTIFY-DATE    PIC X(10).
       01  HD-STATUS         PIC X(9).
       01  SG-ID             PIC X(5).
       01  SG-TITLE          PIC X(30).
       01  SG-AUTHOR         PIC X(30).
       01  SG-MEMBER         PIC X(5).
       01  SG-STATUS         PIC X(8).
       01  AQ-ID             PIC X(5).
       01  AQ-BOOK-ID        PIC X(5).
       01  AQ-VENDOR         PIC X(30).
       01  AQ-DATE           PIC X(10).

      *> Proposal inputs.
       01  WS-TARGET-YEAR    PIC 9(4) VALUE 0.
       01  WS-LAST-YEAR      PIC 9(4) VALUE 0.
       01  WS-YEAR-IN        PIC X(4).
       01  WS-TOTAL-BUDGET   PIC 9(9) VALUE 0.
       01  WS-LAST-TOTAL     PIC 9(9) VALUE 0.
       01  WS-DRAFT-TOTAL    PIC 9(9) VALUE 0.
       01  WS-PROPOSED-TOTAL PIC 9(9) VALUE 0.
       01  WS-ALLOCATED      PIC 9(9) VALUE 0.
       01  WS-ADJ-CNT        PIC 9(3) VALUE 0.
       01  WS-PICK-X         PIC X(3).
       01  WS-PICK-N         PIC 9(3) VALUE 0.

      *> Weights, in points out of their sum -- parameters BWCIR,
      *> BWTRN, BWHLD, BWWED, BWBAS in that order.
       01  WEIGHT-TABLE.
           05 WT-ENTRY OCCURS 5 TIMES.
               10 WT-CODE     PIC X(5).
               10 WT-POINTS   PIC 9(3).
               10 WT-LABEL    PIC X(12).
       01  WS-WEIGHT-SUM     PIC 9(4) VALUE 0.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

      *> Library-wide totals each share is taken of.
       01  WS-TOT-HOLD       PIC 9(8) VALUE 0.
       01  WS-TOT-ISSUE      PIC 9(8) VALUE 0.
       01  WS-TOT-TURN       PIC 9(7)V99 VALUE 0.
       01  WS-TOT-DEMAND     PIC 9(7) VALUE 0.
       01  WS-TOT-WEED       PIC 9(6) VALUE 0.
       01  WS-TOT-SCORE      PIC 9(5)V99 VALUE 0.
       01  WS-LIB-TURN       PIC 9(4)V99 VALUE 0.
       01  WS-TOP-SCORE      PIC 9(3)V99 VALUE 0.
       01  WS-SHARE          PIC 9(3)V9 VALUE 0.

      *> Weeding thresholds -- WeedingReport's defaults, a month being
      *> 30 days there too.
       01  WS-IDLE-DAYS      PIC 9(5) VALUE 720.
       01  WS-HELD-DAYS      PIC 9(5) VALUE 1080.
       01  WS-FLAG           PIC X VALUE 'N'.
       01  WS-STORE          PIC X(4).

      *> DD-MM-YYYY -> integer day.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-DIGITS    PIC 9(8).
       01  WS-DATE-OUT-INT   PIC 9(8) VALUE 0.
       01  WS-DATE-OK        PIC X VALUE 'N'.

      *> Numeric-entry validation, same digit-by-digit check
      *> BudgetMaint uses.
       01  WS-AMT-X          PIC X(9).
       01  WS-AMT-VALID      PIC X VALUE 'N'.
       01  WS-AMT-CHAR       PIC X.
       01  WS-AMT-I          PIC 9(2).
       01  WS-AMT-DIGITS     PIC 9(2) VALUE 0.

       01  WS-CHANGE         PIC S9(10) VALUE 0.
       01  WS-MONEY-ED       PIC ZZZ,ZZZ,ZZ9.
       01  WS-MONEY-ED-2     PIC ZZZ,ZZZ,ZZ9.
       01  WS-CHANGE-ED      PIC ---,---,--9.
       01  WS-COUNT-ED       PIC ZZZZZZ9.
       01  WS-COUNT-ED-2     PIC ZZZZZZ9.
       01  WS-PTS-ED         PIC ZZ9.99.
       01  WS-TURN-ED        PIC ZZZ9.99.
       01  WS-TURN-ED-2      PIC ZZZ9.99.
       01  WS-SHARE-ED       PIC ZZ9.9.
       01  WS-NUM-ED         PIC ZZ9.
       01  WS-LINE           PIC X(80).
       01  WS-LINE-PTR       PIC 9(3) VALUE 1.

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION      PIC X(4).
       01  WS-PS-SOURCE      PIC X(40).
       01  WS-PS-KIND        PIC X(10).
       01  WS-PS-JOB         PIC 9(5).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> The supervisor who adjusts or approves -- see PermCheck.
       01  WS-OPERATOR-ID       PIC X(10) VALUE SPACES.
       01  WS-OP-VALID          PIC X VALUE 'M'.
       01  WS-OP-ROLE           PIC X(5) VALUE SPACES.
       01  WS-PERM-FUNCTION     PIC X(8) VALUE "BUDGAPP".
       01  WS-PERM-ALLOWED      PIC X.
       01  WS-SUPER-OK          PIC X VALUE 'N'.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.
      *> Set just before an audit row a supervisor signed for.
       01  WS-AUDIT-OPERATOR    PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting
      *> budgets.csv and the draft.
           MOVE 'BudgetProposal' TO WS-ERRLOG-PROGRAM
           CALL 'FileLock' USING 'LOCK', WS-LOCK-ACQUIRED,
               WS-ERRLOG-PROGRAM
           IF WS-LOCK-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           ELSE
               DISPLAY "Another transaction is updating the library "
                   "files right now. Please try again shortly."
               MOVE 'Lock contention -- transaction aborted'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           MOVE SYS-DATE(1:4) TO WS-THIS-YEAR
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           PERFORM LOAD-WEIGHTS
           PERFORM LOAD-DRAFT-FILE

           MOVE 'N' TO WS-DONE
           PERFORM PROPOSAL-MENU THRU PROPOSAL-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       PROPOSAL-MENU.
           DISPLAY "=============================="
           DISPLAY "   BUDGET ALLOCATION PROPOSAL"
           DISPLAY "=============================="
           IF DR-CNT > 0
               DISPLAY "On file: " FUNCTION TRIM(DR-STATUS(1))
                   " proposal for fiscal year " DR-YEAR(1)
           END-IF
           DISPLAY "1) Draft a proposal for next fiscal year"
           DISPLAY "2) List the draft"
           DISPLAY "3) Adjust a draft line"
           DISPLAY "4) Approve the draft into the budget lines"
           DISPLAY "5) Print the board explanation"
           DISPLAY "6) Done"
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM DRAFT-PROPOSAL
              WHEN 2
                  PERFORM LIST-DRAFT
              WHEN 3
                  PERFORM ADJUST-DRAFT-LINE
              WHEN 4
                  PERFORM APPROVE-DRAFT
              WHEN 5
                  PERFORM BOARD-REPORT
              WHEN 6
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       PROPOSAL-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> The five weights from parameters.csv; if they all come back
      *> zero the defaults stand, so there is always something to
      *> divide by.
       LOAD-WEIGHTS.
           MOVE "BWCIR" TO WT-CODE(1)
           MOVE 40 TO WT-POINTS(1)
           MOVE "circulation" TO WT-LABEL(1)
           MOVE "BWTRN" TO WT-CODE(2)
           MOVE 20 TO WT-POINTS(2)
           MOVE "turnover" TO WT-LABEL(2)
           MOVE "BWHLD" TO WT-CODE(3)
           MOVE 20 TO WT-POINTS(3)
           MOVE "hold demand" TO WT-LABEL(3)
           MOVE "BWWED" TO WT-CODE(4)
           MOVE 10 TO WT-POINTS(4)
           MOVE "weeding" TO WT-LABEL(4)
           MOVE "BWBAS" TO WT-CODE(5)
           MOVE 10 TO WT-POINTS(5)
           MOVE "holdings" TO WT-LABEL(5)
           MOVE 0 TO WS-WEIGHT-SUM
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               MOVE WT-CODE(PT-IDX) TO WS-PARAM-CODE
               CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
                   WS-PARAM-FOUND
               IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE < 1000
                   MOVE WS-PARAM-VALUE TO WT-POINTS(PT-IDX)
               END-IF
               ADD WT-POINTS(PT-IDX) TO WS-WEIGHT-SUM
           END-PERFORM
           IF WS-WEIGHT-SUM = 0
               MOVE 40 TO WT-POINTS(1)
               MOVE 20 TO WT-POINTS(2)
               MOVE 20 TO WT-POINTS(3)
               MOVE 10 TO WT-POINTS(4)
               MOVE 10 TO WT-POINTS(5)
               MOVE 100 TO WS-WEIGHT-SUM
           END-IF.

      *-----------------------------------------------------------------
      *> Work out a fresh proposal. Any draft on file is replaced; an
      *> APPROVED one has already gone to budgets.csv and is only the
      *> record of what was proposed.
       DRAFT-PROPOSAL.
           IF DR-CNT > 0 AND FUNCTION TRIM(DR-STATUS(1)) = "DRAFT"
               DISPLAY "A draft for " DR-YEAR(1) " is on file and "
                   "will be replaced. Continue? (Y/N): "
               MOVE 'N' TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   DISPLAY "Draft left as it was."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-TARGET-YEAR = WS-THIS-YEAR + 1
           DISPLAY "Fiscal year to propose (blank = " WS-TARGET-YEAR
               "): "
           MOVE SPACES TO WS-YEAR-IN
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN NOT = SPACES
               IF WS-YEAR-IN NOT NUMERIC
                   DISPLAY "Fiscal year must be four digits."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-YEAR-IN TO WS-TARGET-YEAR
           END-IF
           COMPUTE WS-LAST-YEAR = WS-TARGET-YEAR - 1

           MOVE 0 TO DR-CNT
           PERFORM LOAD-BUDGET-FILE
           PERFORM SEED-LAST-YEAR
           MOVE WS-LAST-TOTAL TO WS-MONEY-ED
           DISPLAY "Fiscal " WS-LAST-YEAR " budget lines total "
               FUNCTION TRIM(WS-MONEY-ED) " MMK."
           DISPLAY "Total acquisition budget for " WS-TARGET-YEAR
               " (MMK): "
           PERFORM ACCEPT-AMOUNT
           MOVE FUNCTION NUMVAL(WS-AMT-X) TO WS-TOTAL-BUDGET
           IF WS-TOTAL-BUDGET = 0
               DISPLAY "Nothing to allocate -- no draft made."
               PERFORM LOAD-DRAFT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-BOOK-FILE
           PERFORM COUNT-COPIES
           MOVE "LIVE" TO WS-STORE
           PERFORM SCAN-LOAN-FILE
           MOVE "ARCH" TO WS-STORE
           PERFORM SCAN-LOAN-FILE
           PERFORM SCAN-ACQUISITIONS
           PERFORM ROLL-UP-SEGMENTS
           PERFORM COUNT-WAITING-HOLDS
           PERFORM COUNT-NEW-SUGGESTIONS
           IF DR-CNT = 0
               DISPLAY "No branch or genre segments on file -- no "
                   "draft made."
               PERFORM LOAD-DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM SCORE-SEGMENTS
           IF WS-TOT-SCORE = 0
               DISPLAY "No circulation, holdings or demand on file "
                   "to weigh -- no draft made."
               PERFORM LOAD-DRAFT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM SPREAD-BUDGET
           PERFORM WRITE-DRAFT-FILE
           MOVE WS-TARGET-YEAR TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "DRAFT" TO WS-AUDIT-NEW-STATUS
           PERFORM AUDIT-PROPOSAL
           DISPLAY "Draft written to budget_proposal.csv -- "
               DR-CNT " segment line(s)."
           PERFORM BOARD-REPORT.

      *-----------------------------------------------------------------
      *> Every segment with a line last year gets a line this year,
      *> even if nothing on the shelves points at it any more -- the
      *> board sees it go to nothing rather than vanish.
       SEED-LAST-YEAR.
           MOVE 0 TO WS-LAST-TOTAL
           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-CNT
               IF BG-YEAR(BUDGET-IDX) = WS-LAST-YEAR
                   MOVE BG-BRANCH(BUDGET-IDX) TO WS-SEG-BRANCH
                   MOVE BG-GENRE(BUDGET-IDX) TO WS-SEG-GENRE
                   PERFORM FIND-SEGMENT
                   IF DR-MATCH-IDX > 0
                       ADD BG-AMOUNT(BUDGET-IDX)
                           TO DR-LAST(DR-MATCH-IDX)
                   END-IF
                   ADD BG-AMOUNT(BUDGET-IDX) TO WS-LAST-TOTAL
               END-IF
           END-PERFORM.

      *> DR-MATCH-IDX is the segment for WS-SEG-BRANCH and
      *> WS-SEG-GENRE, added when new; 0 only when the table is full.
       FIND-SEGMENT.
           MOVE 0 TO DR-MATCH-IDX
           IF WS-SEG-BRANCH = SPACES
               MOVE "MAIN" TO WS-SEG-BRANCH
           END-IF
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               IF FUNCTION TRIM(DR-BRANCH(DR-IDX)) =
                   FUNCTION TRIM(WS-SEG-BRANCH)
                   AND FUNCTION TRIM(DR-GENRE(DR-IDX)) =
                   FUNCTION TRIM(WS-SEG-GENRE)
                   MOVE DR-IDX TO DR-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DR-MATCH-IDX > 0 OR DR-CNT >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DR-CNT
           MOVE DR-CNT TO DR-MATCH-IDX
           MOVE "DRAFT" TO DR-STATUS(DR-CNT)
           MOVE WS-TARGET-YEAR TO DR-YEAR(DR-CNT)
           MOVE WS-SEG-BRANCH TO DR-BRANCH(DR-CNT)
           MOVE WS-SEG-GENRE TO DR-GENRE(DR-CNT)
           MOVE 0 TO DR-AMOUNT(DR-CNT) DR-PROPOSED(DR-CNT)
               DR-LAST(DR-CNT) DR-HOLD(DR-CNT) DR-ISSUE(DR-CNT)
               DR-TURN(DR-CNT) DR-HOLDS(DR-CNT) DR-SUGG(DR-CNT)
               DR-WEED(DR-CNT) DR-SCORE(DR-CNT)
           MOVE WS-TOTAL-BUDGET TO DR-TARGET(DR-CNT)
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               MOVE 0 TO DR-PTS(DR-CNT, PT-IDX)
           END-PERFORM
           MOVE 'N' TO DR-ADJ(DR-CNT).

      *-----------------------------------------------------------------
       LOAD-BOOK-FILE.
           MOVE 0 TO BK-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BK-CNT < 1000
                           ADD 1 TO BK-CNT
                           MOVE SPACES TO BK-STATUS(BK-CNT)
                               BK-BRANCH(BK-CNT)
                           MOVE 0 TO BK-AGG-CNT(BK-CNT)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-SKIP-1, BK-COUNT-X,
                                    BK-GENRE(BK-CNT), BK-STATUS(BK-CNT),
                                    BK-SKIP-2, BK-BRANCH(BK-CNT)
                           IF FUNCTION TEST-NUMVAL(BK-COUNT-X) = 0
                               COMPUTE BK-AGG-CNT(BK-CNT) =
                                   FUNCTION NUMVAL(BK-COUNT-X)
                           END-IF
                           IF FUNCTION TRIM(BK-BRANCH(BK-CNT))
                               = SPACE
                               MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                           END-IF
                           MOVE 0 TO BK-COPIES(BK-CNT)
                               BK-ISSUES(BK-CNT) BK-ACQ-INT(BK-CNT)
                               BK-LAST-INT(BK-CNT) BK-SEG(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> Holdings as CollectionBalance counts them: copy rows not
      *> LOST, or the books.csv count for titles with no copy rows.
       COUNT-COPIES.
           MOVE 'N' TO FILE-END
           OPEN INPUT COPY-FILE
           IF WS-COPY-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ COPY-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO CP-STATUS
                           UNSTRING COPY-REC DELIMITED BY ","
                               INTO CP-BOOK-ID, CP-COPY-ID,
                                    CP-BARCODE, CP-CONDITION,
                                    CP-STATUS
                           IF FUNCTION TRIM(CP-STATUS) NOT = "LOST"
                               PERFORM VARYING BK-IDX FROM 1 BY 1
                                   UNTIL BK-IDX > BK-CNT
                                   IF BK-ID(BK-IDX) = CP-BOOK-ID
                                       ADD 1 TO BK-COPIES(BK-IDX)
                                       EXIT PERFORM
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-COPIES(BK-IDX) = 0
                   MOVE BK-AGG-CNT(BK-IDX) TO BK-COPIES(BK-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Issues and the latest borrow per title, over whichever store
      *> WS-STORE names for this pass (LIVE or ARCH).
       SCAN-LOAN-FILE.
           MOVE 'N' TO FILE-END
           IF WS-STORE = "LIVE"
               OPEN INPUT LOG-FILE
               IF WS-LOG-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               IF WS-STORE = "LIVE"
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LOG-REC TO ARCHIVE-REC
                           PERFORM TALLY-ONE-LOAN
                   END-READ
               ELSE
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM TALLY-ONE-LOAN
                   END-READ
               END-IF
           END-PERFORM
           IF WS-STORE = "LIVE"
               CLOSE LOG-FILE
           ELSE
               CLOSE ARCHIVE-FILE
           END-IF.

       TALLY-ONE-LOAN.
           MOVE SPACES TO F-SDT
           UNSTRING ARCHIVE-REC DELIMITED BY ","
               INTO F-ID, F-MID, F-BID, F-SDT
           MOVE F-SDT TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = F-BID
                   ADD 1 TO BK-ISSUES(BK-IDX)
                   IF WS-DATE-OK = 'Y'
                       AND WS-DATE-OUT-INT > BK-LAST-INT(BK-IDX)
                       MOVE WS-DATE-OUT-INT TO BK-LAST-INT(BK-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Earliest stocking date per title, for the weeding age.
       SCAN-ACQUISITIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT ACQ-FILE
           IF WS-ACQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACQ-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO AQ-DATE
                       UNSTRING ACQ-REC DELIMITED BY ","
                           INTO AQ-ID, AQ-BOOK-ID, AQ-VENDOR, AQ-DATE
                       MOVE AQ-DATE TO WS-DATE-IN
                       PERFORM CONVERT-DATE-TO-INT
                       IF WS-DATE-OK = 'Y'
                           PERFORM VARYING BK-IDX FROM 1 BY 1
                               UNTIL BK-IDX > BK-CNT
                               IF BK-ID(BK-IDX) = AQ-BOOK-ID
                                   IF BK-ACQ-INT(BK-IDX) = 0 OR
                                       WS-DATE-OUT-INT <
                                       BK-ACQ-INT(BK-IDX)
                                       MOVE WS-DATE-OUT-INT
                                           TO BK-ACQ-INT(BK-IDX)
                                   END-IF
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACQ-FILE.

      *-----------------------------------------------------------------
      *> Titles into their segments, with the weeding flag worked out
      *> by WeedingReport's rule on the way.
       ROLL-UP-SEGMENTS.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               MOVE BK-BRANCH(BK-IDX) TO WS-SEG-BRANCH
               MOVE BK-GENRE(BK-IDX) TO WS-SEG-GENRE
               PERFORM FIND-SEGMENT
               MOVE DR-MATCH-IDX TO BK-SEG(BK-IDX)
               IF DR-MATCH-IDX > 0
                   ADD BK-COPIES(BK-IDX) TO DR-HOLD(DR-MATCH-IDX)
                   ADD BK-ISSUES(BK-IDX) TO DR-ISSUE(DR-MATCH-IDX)
                   PERFORM CHECK-WEEDING
                   IF WS-FLAG = 'Y'
                       ADD 1 TO DR-WEED(DR-MATCH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-WEEDING.
           MOVE 'N' TO WS-FLAG
           IF FUNCTION TRIM(BK-STATUS(BK-IDX)) = "WITHDRAWN"
               OR BK-ACQ-INT(BK-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF SYS-DATE-INT - BK-ACQ-INT(BK-IDX) NOT > WS-HELD-DAYS
               EXIT PARAGRAPH
           END-IF
           IF BK-LAST-INT(BK-IDX) = 0
               MOVE 'Y' TO WS-FLAG
           ELSE
               IF SYS-DATE-INT - BK-LAST-INT(BK-IDX) > WS-IDLE-DAYS
                   MOVE 'Y' TO WS-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> Holds still WAITING for a copy, against the title's segment.
       COUNT-WAITING-HOLDS.
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO HD-STATUS
                       UNSTRING HOLD-REC DELIMITED BY ","
                           INTO HD-BOOK-ID, HD-MEMBER-ID, HD-REQ-DATE,
                                HD-NOTIFIED, HD-NOTIFY-DATE, HD-STATUS
                       IF FUNCTION TRIM(HD-STATUS) = "WAITING"
                           PERFORM VARYING BK-IDX FROM 1 BY 1
                               UNTIL BK-IDX > BK-CNT
                               IF BK-ID(BK-IDX) = HD-BOOK-ID
                                   IF BK-SEG(BK-IDX) > 0
                                       ADD 1 TO
                                           DR-HOLDS(BK-SEG(BK-IDX))
                                   END-IF
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
      *> NEW suggestions name a title, not a book id; one that matches
      *> a title on the catalogue counts against that title's segment.
      *> Suggestions for titles not held have no branch or genre yet
      *> and are left out.
       COUNT-NEW-SUGGESTIONS.
           MOVE 'N' TO FILE-END
           OPEN INPUT SUGG-FILE
           IF WS-SUGG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUGG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SG-STATUS
                       UNSTRING SUGG-REC DELIMITED BY ","
                           INTO SG-ID, SG-TITLE, SG-AUTHOR,
                                SG-MEMBER, SG-STATUS
                       IF FUNCTION TRIM(SG-STATUS) = "NEW"
                           PERFORM VARYING BK-IDX FROM 1 BY 1
                               UNTIL BK-IDX > BK-CNT
                               IF FUNCTION UPPER-CASE(FUNCTION TRIM
                                   (BK-NAME(BK-IDX))) =
                                   FUNCTION UPPER-CASE(FUNCTION TRIM
                                   (SG-TITLE))
                                   IF BK-SEG(BK-IDX) > 0
                                       ADD 1 TO
                                           DR-SUGG(BK-SEG(BK-IDX))
                                   END-IF
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUGG-FILE.

      *-----------------------------------------------------------------
      *> Each measure's share of its library-wide total, times its
      *> weight, is the segment's points for that measure. A measure
      *> nobody scores on (no holds waiting anywhere, say) gives no
      *> points to anyone.
       SCORE-SEGMENTS.
           MOVE 0 TO WS-TOT-HOLD WS-TOT-ISSUE WS-TOT-TURN
               WS-TOT-DEMAND WS-TOT-WEED WS-TOT-SCORE
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               MOVE 0 TO DR-TURN(DR-IDX)
               IF DR-HOLD(DR-IDX) > 0
                   COMPUTE DR-TURN(DR-IDX) ROUNDED =
                       DR-ISSUE(DR-IDX) / DR-HOLD(DR-IDX)
               END-IF
               ADD DR-HOLD(DR-IDX) TO WS-TOT-HOLD
               ADD DR-ISSUE(DR-IDX) TO WS-TOT-ISSUE
               ADD DR-TURN(DR-IDX) TO WS-TOT-TURN
               ADD DR-HOLDS(DR-IDX) DR-SUGG(DR-IDX) TO WS-TOT-DEMAND
               ADD DR-WEED(DR-IDX) TO WS-TOT-WEED
           END-PERFORM
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
                   MOVE 0 TO DR-PTS(DR-IDX, PT-IDX)
               END-PERFORM
               IF WS-TOT-ISSUE > 0
                   COMPUTE DR-PTS(DR-IDX, 1) ROUNDED =
                       WT-POINTS(1) * DR-ISSUE(DR-IDX) / WS-TOT-ISSUE
               END-IF
               IF WS-TOT-TURN > 0
                   COMPUTE DR-PTS(DR-IDX, 2) ROUNDED =
                       WT-POINTS(2) * DR-TURN(DR-IDX) / WS-TOT-TURN
               END-IF
               IF WS-TOT-DEMAND > 0
                   COMPUTE DR-PTS(DR-IDX, 3) ROUNDED =
                       WT-POINTS(3) * (DR-HOLDS(DR-IDX)
                       + DR-SUGG(DR-IDX)) / WS-TOT-DEMAND
               END-IF
               IF WS-TOT-WEED > 0
                   COMPUTE DR-PTS(DR-IDX, 4) ROUNDED =
                       WT-POINTS(4) * DR-WEED(DR-IDX) / WS-TOT-WEED
               END-IF
               IF WS-TOT-HOLD > 0
                   COMPUTE DR-PTS(DR-IDX, 5) ROUNDED =
                       WT-POINTS(5) * DR-HOLD(DR-IDX) / WS-TOT-HOLD
               END-IF
               MOVE 0 TO DR-SCORE(DR-IDX)
               PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
                   ADD DR-PTS(DR-IDX, PT-IDX) TO DR-SCORE(DR-IDX)
               END-PERFORM
               ADD DR-SCORE(DR-IDX) TO WS-TOT-SCORE
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The total in proportion to points, whole MMK; what rounding
      *> leaves over goes to the segment with the most points so the
      *> lines add up to the total exactly.
       SPREAD-BUDGET.
           MOVE 0 TO WS-ALLOCATED WS-TOP-SCORE
           MOVE 1 TO DR-TOP-IDX
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               COMPUTE DR-PROPOSED(DR-IDX) = WS-TOTAL-BUDGET
                   * DR-SCORE(DR-IDX) / WS-TOT-SCORE
               ADD DR-PROPOSED(DR-IDX) TO WS-ALLOCATED
               IF DR-SCORE(DR-IDX) > WS-TOP-SCORE
                   MOVE DR-SCORE(DR-IDX) TO WS-TOP-SCORE
                   MOVE DR-IDX TO DR-TOP-IDX
               END-IF
           END-PERFORM
           IF WS-ALLOCATED < WS-TOTAL-BUDGET
               COMPUTE DR-PROPOSED(DR-TOP-IDX) =
                   DR-PROPOSED(DR-TOP-IDX)
                   + WS-TOTAL-BUDGET - WS-ALLOCATED
           END-IF
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               MOVE DR-PROPOSED(DR-IDX) TO DR-AMOUNT(DR-IDX)
               MOVE WS-TOTAL-BUDGET TO DR-TARGET(DR-IDX)
               MOVE "DRAFT" TO DR-STATUS(DR-IDX)
               MOVE 'N' TO DR-ADJ(DR-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
       LIST-DRAFT.
           IF DR-CNT = 0
               DISPLAY "No proposal on file -- draft one first."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-DRAFT
           DISPLAY "=============================================="
           DISPLAY "   " FUNCTION TRIM(DR-STATUS(1))
               " PROPOSAL -- FISCAL YEAR " DR-YEAR(1)
           DISPLAY "=============================================="
           DISPLAY " No Branch     Genre            Last year"
               "    Proposed       Draft"
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               MOVE SPACES TO WS-LINE
               MOVE DR-IDX TO WS-NUM-ED
               MOVE WS-NUM-ED TO WS-LINE(1:3)
               MOVE DR-BRANCH(DR-IDX) TO WS-LINE(5:10)
               MOVE DR-GENRE(DR-IDX) TO WS-LINE(16:15)
               MOVE DR-LAST(DR-IDX) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO WS-LINE(32:11)
               MOVE DR-PROPOSED(DR-IDX) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO WS-LINE(44:11)
               MOVE DR-AMOUNT(DR-IDX) TO WS-MONEY-ED
               MOVE WS-MONEY-ED TO WS-LINE(56:11)
               IF DR-ADJ(DR-IDX) = 'Y'
                   MOVE "adj" TO WS-LINE(68:3)
               END-IF
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-PERFORM
           DISPLAY "----------------------------------------------"
           MOVE DR-TARGET(1) TO WS-MONEY-ED
           MOVE WS-DRAFT-TOTAL TO WS-MONEY-ED-2
           DISPLAY "Total to allocate " FUNCTION TRIM(WS-MONEY-ED)
               " MMK, draft lines total "
               FUNCTION TRIM(WS-MONEY-ED-2) " MMK."
           IF WS-DRAFT-TOTAL NOT = DR-TARGET(1)
               COMPUTE WS-CHANGE = WS-DRAFT-TOTAL - DR-TARGET(1)
               MOVE WS-CHANGE TO WS-CHANGE-ED
               DISPLAY "Draft differs from the total by "
                   FUNCTION TRIM(WS-CHANGE-ED) " MMK."
           END-IF
           DISPLAY "==============================================".

       SUM-DRAFT.
           MOVE 0 TO WS-DRAFT-TOTAL WS-PROPOSED-TOTAL WS-LAST-TOTAL
               WS-ADJ-CNT
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               ADD DR-AMOUNT(DR-IDX) TO WS-DRAFT-TOTAL
               ADD DR-PROPOSED(DR-IDX) TO WS-PROPOSED-TOTAL
               ADD DR-LAST(DR-IDX) TO WS-LAST-TOTAL
               IF DR-ADJ(DR-IDX) = 'Y'
                   ADD 1 TO WS-ADJ-CNT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The supervisor's change to one line. The proposed figure is
      *> kept beside it, so the board sees both.
       ADJUST-DRAFT-LINE.
           IF DR-CNT = 0
               DISPLAY "No proposal on file -- draft one first."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(DR-STATUS(1)) NOT = "DRAFT"
               DISPLAY "The proposal for " DR-YEAR(1) " is already "
                   "approved -- draft a new one to change it."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-DRAFT
           DISPLAY "Line number to adjust (blank to cancel): "
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           IF WS-PICK-X = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-PICK-X) NOT = 0
               DISPLAY "No such line."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PICK-N = FUNCTION NUMVAL(WS-PICK-X)
           IF WS-PICK-N < 1 OR WS-PICK-N > DR-CNT
               DISPLAY "No such line."
               EXIT PARAGRAPH
           END-IF
           MOVE DR-AMOUNT(WS-PICK-N) TO WS-MONEY-ED
           DISPLAY FUNCTION TRIM(DR-BRANCH(WS-PICK-N)) " "
               FUNCTION TRIM(DR-GENRE(WS-PICK-N)) " is "
               FUNCTION TRIM(WS-MONEY-ED) " MMK."
           DISPLAY "New amount (MMK): "
           PERFORM ACCEPT-AMOUNT
           MOVE FUNCTION NUMVAL(WS-AMT-X) TO DR-AMOUNT(WS-PICK-N)
           IF DR-AMOUNT(WS-PICK-N) = DR-PROPOSED(WS-PICK-N)
               MOVE 'N' TO DR-ADJ(WS-PICK-N)
           ELSE
               MOVE 'Y' TO DR-ADJ(WS-PICK-N)
           END-IF
           PERFORM WRITE-DRAFT-FILE
           PERFORM SUM-DRAFT
           MOVE WS-DRAFT-TOTAL TO WS-MONEY-ED
           MOVE DR-TARGET(1) TO WS-MONEY-ED-2
           DISPLAY "Line saved. Draft now totals "
               FUNCTION TRIM(WS-MONEY-ED) " MMK against "
               FUNCTION TRIM(WS-MONEY-ED-2) " MMK to allocate.".

      *-----------------------------------------------------------------
      *> One step: the year's lines in budgets.csv are replaced by the
      *> draft's (a line at nothing is left out), every other year is
      *> written back as it was, and the draft is marked APPROVED.
       APPROVE-DRAFT.
           IF DR-CNT = 0
               DISPLAY "No proposal on file -- draft one first."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(DR-STATUS(1)) NOT = "DRAFT"
               DISPLAY "The proposal for " DR-YEAR(1) " is already "
                   "approved."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-DRAFT
           PERFORM LOAD-BUDGET-FILE
           MOVE 0 TO WS-REPLACED WS-KEPT
           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-CNT
               IF BG-YEAR(BUDGET-IDX) = DR-YEAR(1)
                   ADD 1 TO WS-REPLACED
               END-IF
           END-PERFORM
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               IF DR-AMOUNT(DR-IDX) > 0
                   ADD 1 TO WS-KEPT
               END-IF
           END-PERFORM
           IF BUDGET-CNT - WS-REPLACED + WS-KEPT > 200
               DISPLAY "Budget table is full -- approval would need "
                   "more than 200 budget lines."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DRAFT-TOTAL TO WS-MONEY-ED
           DISPLAY "Approve " WS-KEPT " line(s) totalling "
               FUNCTION TRIM(WS-MONEY-ED) " MMK for fiscal year "
               DR-YEAR(1) "?"
           IF WS-DRAFT-TOTAL NOT = DR-TARGET(1)
               MOVE DR-TARGET(1) TO WS-MONEY-ED-2
               DISPLAY "Note: the total to allocate was "
                   FUNCTION TRIM(WS-MONEY-ED-2) " MMK."
           END-IF
           IF WS-REPLACED > 0
               DISPLAY WS-REPLACED " budget line(s) already on file "
                   "for " DR-YEAR(1) " will be replaced."
           END-IF
           DISPLAY "Approve? (Y/N): "
           MOVE 'N' TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing approved."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-CNT
               IF BG-YEAR(BUDGET-IDX) NOT = DR-YEAR(1)
                   MOVE SPACES TO BUDGET-REC
                   STRING BG-YEAR(BUDGET-IDX)   DELIMITED BY SIZE ","
                          BG-BRANCH(BUDGET-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(BG-GENRE(BUDGET-IDX))
                                                DELIMITED BY SIZE ","
                          BG-AMOUNT(BUDGET-IDX) DELIMITED BY SIZE
                       INTO BUDGET-REC
                   WRITE BUDGET-REC
               END-IF
           END-PERFORM
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               IF DR-AMOUNT(DR-IDX) > 0
                   MOVE SPACES TO BUDGET-REC
                   STRING DR-YEAR(DR-IDX)   DELIMITED BY SIZE ","
                          DR-BRANCH(DR-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(DR-GENRE(DR-IDX))
                                            DELIMITED BY SIZE ","
                          DR-AMOUNT(DR-IDX) DELIMITED BY SIZE
                       INTO BUDGET-REC
                   WRITE BUDGET-REC
               END-IF
               MOVE "APPROVED" TO DR-STATUS(DR-IDX)
           END-PERFORM
           CLOSE BUDGET-FILE
           PERFORM WRITE-DRAFT-FILE
           MOVE DR-YEAR(1) TO WS-AUDIT-ENTITY-ID
           MOVE "DRAFT" TO WS-AUDIT-OLD-STATUS
           MOVE "APPROVED" TO WS-AUDIT-NEW-STATUS
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR
           PERFORM AUDIT-PROPOSAL
           DISPLAY "Budget lines for " DR-YEAR(1) " approved -- see "
               "BudgetMaint for the open-to-buy report.".

       AUDIT-PROPOSAL.
           MOVE 'BudgetProposal' TO WS-AUDIT-PROGRAM
           MOVE 'BUDGET' TO WS-AUDIT-ENTITY-TYPE
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS,
               WS-AUDIT-OPERATOR
           MOVE SPACES TO WS-AUDIT-OPERATOR.

      *-----------------------------------------------------------------
      *> Adjusting and approving are a supervisor's job. Main lets
      *> anyone into the proposal, so the supervisor's ID is checked
      *> here; an installation without an operator master lets it
      *> through as every other supervised item does.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPER-OK
           DISPLAY "Supervisor operator ID: "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operator ID can't be blank!"
               EXIT PARAGRAPH
           END-IF
           CALL 'OperatorCheck' USING WS-OPERATOR-ID, WS-OP-VALID,
               WS-OP-ROLE
           IF WS-OP-VALID = 'N'
               DISPLAY "Unknown or inactive operator ID!"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-VALID = 'M'
               MOVE 'Y' TO WS-SUPER-OK
               EXIT PARAGRAPH
           END-IF
           CALL 'PermCheck' USING WS-OPERATOR-ID, WS-OP-ROLE,
               WS-PERM-FUNCTION, WS-PERM-ALLOWED
           IF WS-PERM-ALLOWED = 'Y'
               MOVE 'Y' TO WS-SUPER-OK
           ELSE
               DISPLAY "Budget lines are adjusted and approved by "
                   "supervisors."
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'Permission denied: BUDGAPP for operator '
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   INTO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      *> The board's copy: the method first, then every segment's
      *> figure against last year with the points behind it.
       BOARD-REPORT.
           IF DR-CNT = 0
               DISPLAY "No proposal on file -- draft one first."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-DRAFT
           MOVE 0 TO WS-TOT-HOLD WS-TOT-ISSUE WS-TOT-SCORE
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               ADD DR-HOLD(DR-IDX) TO WS-TOT-HOLD
               ADD DR-ISSUE(DR-IDX) TO WS-TOT-ISSUE
               ADD DR-SCORE(DR-IDX) TO WS-TOT-SCORE
           END-PERFORM
           MOVE 0 TO WS-LIB-TURN
           IF WS-TOT-HOLD > 0
               COMPUTE WS-LIB-TURN ROUNDED =
                   WS-TOT-ISSUE / WS-TOT-HOLD
           END-IF

           MOVE "../budget_proposal_report.txt" TO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "ACQUISITION BUDGET PROPOSAL -- FISCAL YEAR "
                      DELIMITED BY SIZE
                  DR-YEAR(1) DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  "   Status: " DELIMITED BY SIZE
                  DR-STATUS(1) DELIMITED BY SPACE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE DR-TARGET(1) TO WS-MONEY-ED
           MOVE WS-LAST-TOTAL TO WS-MONEY-ED-2
           MOVE SPACES TO WS-LINE
           STRING "Total to allocate " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                  " MMK." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Last year's lines for these segments "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-ED-2) DELIMITED BY SIZE
                  " MMK." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "How each segment's figure is worked out" TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-WEIGHT-SUM TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           STRING "  Weights, in points out of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE 2 TO WS-LINE-PTR
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               MOVE WT-POINTS(PT-IDX) TO WS-NUM-ED
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM(WT-LABEL(PT-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               IF PT-IDX < 5
                   STRING "," DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-IF
           END-PERFORM
           PERFORM EMIT-LINE
           MOVE "  Each measure's points are the segment's share of the"
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "  library-wide total times its weight; a segment gets"
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "  the total times its points over all points."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "  Circulation and turnover (issues per copy) count"
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "  as in CollectionBalance. Hold demand is holds"
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "  waiting plus new suggestions on held titles. Weeding"
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "  is titles with no borrow in 24 months held over 36."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-LIB-TURN TO WS-TURN-ED
           MOVE SPACES TO WS-LINE
           STRING "  Library-wide turnover " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TURN-ED) DELIMITED BY SIZE
                  " issues per copy." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE

           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               PERFORM EMIT-SEGMENT
           END-PERFORM

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-PROPOSED-TOTAL TO WS-MONEY-ED
           MOVE WS-DRAFT-TOTAL TO WS-MONEY-ED-2
           MOVE SPACES TO WS-LINE
           STRING "Proposed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                  " MMK; after adjustment " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONEY-ED-2) DELIMITED BY SIZE
                  " MMK." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           IF WS-ADJ-CNT > 0
               MOVE WS-ADJ-CNT TO WS-COUNT-ED
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                      " line(s) adjusted by the supervisor from the "
                          DELIMITED BY SIZE
                      "proposed figure." DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../budget_proposal_report.txt" TO WS-PS-SOURCE
           MOVE "BUDGET" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Board printout written to "
               "budget_proposal_report.txt.".

      *> One segment's block on the board printout.
       EMIT-SEGMENT.
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           STRING DR-BRANCH(DR-IDX) DELIMITED BY SPACE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(DR-GENRE(DR-IDX)) DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE DR-LAST(DR-IDX) TO WS-MONEY-ED
           MOVE DR-AMOUNT(DR-IDX) TO WS-MONEY-ED-2
           COMPUTE WS-CHANGE = DR-AMOUNT(DR-IDX) - DR-LAST(DR-IDX)
           MOVE WS-CHANGE TO WS-CHANGE-ED
           MOVE SPACES TO WS-LINE
           MOVE "  Last year" TO WS-LINE(1:11)
           MOVE WS-MONEY-ED TO WS-LINE(12:11)
           MOVE "This year" TO WS-LINE(26:9)
           MOVE WS-MONEY-ED-2 TO WS-LINE(35:11)
           MOVE "Change" TO WS-LINE(49:6)
           MOVE WS-CHANGE-ED TO WS-LINE(55:11)
           PERFORM EMIT-LINE
           IF DR-ADJ(DR-IDX) = 'Y'
               MOVE DR-PROPOSED(DR-IDX) TO WS-MONEY-ED
               MOVE SPACES TO WS-LINE
               STRING "  Adjusted by the supervisor; the formula gave "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MONEY-ED) DELIMITED BY SIZE
                      " MMK." DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE 0 TO WS-SHARE
           IF WS-TOT-ISSUE > 0
               COMPUTE WS-SHARE ROUNDED =
                   DR-ISSUE(DR-IDX) * 100 / WS-TOT-ISSUE
           END-IF
           MOVE DR-ISSUE(DR-IDX) TO WS-COUNT-ED
           MOVE WS-SHARE TO WS-SHARE-ED
           MOVE SPACES TO WS-LINE
           STRING "  Issues " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHARE-ED) DELIMITED BY SIZE
                  "% of all)" DELIMITED BY SIZE
               INTO WS-LINE
           MOVE 1 TO PT-IDX
           PERFORM EMIT-POINTS-LINE

           MOVE DR-TURN(DR-IDX) TO WS-TURN-ED
           MOVE SPACES TO WS-LINE
           STRING "  Turnover " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TURN-ED) DELIMITED BY SIZE
                  " issues per copy" DELIMITED BY SIZE
               INTO WS-LINE
           MOVE 2 TO PT-IDX
           PERFORM EMIT-POINTS-LINE

           MOVE DR-HOLDS(DR-IDX) TO WS-COUNT-ED
           MOVE DR-SUGG(DR-IDX) TO WS-COUNT-ED-2
           MOVE SPACES TO WS-LINE
           STRING "  Holds waiting " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ", suggestions " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
               INTO WS-LINE
           MOVE 3 TO PT-IDX
           PERFORM EMIT-POINTS-LINE

           MOVE DR-WEED(DR-IDX) TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           STRING "  Weeding candidates " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO WS-LINE
           MOVE 4 TO PT-IDX
           PERFORM EMIT-POINTS-LINE

           MOVE 0 TO WS-SHARE
           IF WS-TOT-HOLD > 0
               COMPUTE WS-SHARE ROUNDED =
                   DR-HOLD(DR-IDX) * 100 / WS-TOT-HOLD
           END-IF
           MOVE DR-HOLD(DR-IDX) TO WS-COUNT-ED
           MOVE WS-SHARE TO WS-SHARE-ED
           MOVE SPACES TO WS-LINE
           STRING "  Holdings " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " copies (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHARE-ED) DELIMITED BY SIZE
                  "% of all)" DELIMITED BY SIZE
               INTO WS-LINE
           MOVE 5 TO PT-IDX
           PERFORM EMIT-POINTS-LINE

           MOVE 0 TO WS-SHARE
           IF WS-TOT-SCORE > 0
               COMPUTE WS-SHARE ROUNDED =
                   DR-SCORE(DR-IDX) * 100 / WS-TOT-SCORE
           END-IF
           MOVE DR-SCORE(DR-IDX) TO WS-PTS-ED
           MOVE WS-SHARE TO WS-SHARE-ED
           MOVE SPACES TO WS-LINE
           STRING "  Total " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PTS-ED) DELIMITED BY SIZE
                  " points = " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHARE-ED) DELIMITED BY SIZE
                  "% of all points" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE.

      *> The measure already in WS-LINE, with its points at the right.
       EMIT-POINTS-LINE.
           MOVE DR-PTS(DR-IDX, PT-IDX) TO WS-PTS-ED
           MOVE WT-LABEL(PT-IDX) TO WS-LINE(46:12)
           MOVE WS-PTS-ED TO WS-LINE(59:6)
           MOVE "points" TO WS-LINE(66:6)
           PERFORM EMIT-LINE.

       EMIT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

      *-----------------------------------------------------------------
       LOAD-BUDGET-FILE.
           MOVE 0 TO BUDGET-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BUDGET-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BUDGET-CNT < 200
                           ADD 1 TO BUDGET-CNT
                           MOVE 0 TO BG-AMOUNT(BUDGET-CNT)
                           UNSTRING BUDGET-REC DELIMITED BY ","
                               INTO BG-YEAR(BUDGET-CNT),
                                    BG-BRANCH(BUDGET-CNT),
                                    BG-GENRE(BUDGET-CNT),
                                    BG-AMOUNT(BUDGET-CNT)
                           IF BG-AMOUNT(BUDGET-CNT) NOT NUMERIC
                               MOVE 0 TO BG-AMOUNT(BUDGET-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

      *-----------------------------------------------------------------
       LOAD-DRAFT-FILE.
           MOVE 0 TO DR-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DRAFT-FILE
           IF WS-DRAFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DRAFT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DR-CNT < 200
                           ADD 1 TO DR-CNT
                           PERFORM UNPACK-DRAFT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAFT-FILE.

       UNPACK-DRAFT-ROW.
           MOVE SPACES TO WS-TURN-X
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               MOVE SPACES TO WS-FIELD-X(PT-IDX)
           END-PERFORM
           MOVE 'N' TO DR-ADJ(DR-CNT)
           UNSTRING DRAFT-REC DELIMITED BY ","
               INTO DR-STATUS(DR-CNT), DR-YEAR(DR-CNT),
                    DR-BRANCH(DR-CNT), DR-GENRE(DR-CNT),
                    DR-AMOUNT(DR-CNT), DR-PROPOSED(DR-CNT),
                    DR-TARGET(DR-CNT), DR-LAST(DR-CNT),
                    DR-HOLD(DR-CNT), DR-ISSUE(DR-CNT), WS-TURN-X,
                    DR-HOLDS(DR-CNT), DR-SUGG(DR-CNT),
                    DR-WEED(DR-CNT), WS-FIELD-X(1), WS-FIELD-X(2),
                    WS-FIELD-X(3), WS-FIELD-X(4), WS-FIELD-X(5),
                    DR-ADJ(DR-CNT)
           IF DR-AMOUNT(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-AMOUNT(DR-CNT)
           END-IF
           IF DR-PROPOSED(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-PROPOSED(DR-CNT)
           END-IF
           IF DR-TARGET(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-TARGET(DR-CNT)
           END-IF
           IF DR-LAST(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-LAST(DR-CNT)
           END-IF
           IF DR-HOLD(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-HOLD(DR-CNT)
           END-IF
           IF DR-ISSUE(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-ISSUE(DR-CNT)
           END-IF
           IF DR-HOLDS(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-HOLDS(DR-CNT)
           END-IF
           IF DR-SUGG(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-SUGG(DR-CNT)
           END-IF
           IF DR-WEED(DR-CNT) NOT NUMERIC
               MOVE 0 TO DR-WEED(DR-CNT)
           END-IF
           MOVE 0 TO DR-TURN(DR-CNT)
           IF FUNCTION TEST-NUMVAL(WS-TURN-X) = 0
               COMPUTE DR-TURN(DR-CNT) = FUNCTION NUMVAL(WS-TURN-X)
           END-IF
           MOVE 0 TO DR-SCORE(DR-CNT)
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               MOVE 0 TO DR-PTS(DR-CNT, PT-IDX)
               IF FUNCTION TEST-NUMVAL(WS-FIELD-X(PT-IDX)) = 0
                   COMPUTE DR-PTS(DR-CNT, PT-IDX) =
                       FUNCTION NUMVAL(WS-FIELD-X(PT-IDX))
               END-IF
               ADD DR-PTS(DR-CNT, PT-IDX) TO DR-SCORE(DR-CNT)
           END-PERFORM.

      *-----------------------------------------------------------------
       WRITE-DRAFT-FILE.
           OPEN OUTPUT DRAFT-FILE
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > DR-CNT
               MOVE DR-TURN(DR-IDX) TO WS-TURN-ED
               MOVE SPACES TO DRAFT-REC
               MOVE 1 TO WS-LINE-PTR
               STRING FUNCTION TRIM(DR-STATUS(DR-IDX))
                          DELIMITED BY SIZE ","
                      DR-YEAR(DR-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(DR-BRANCH(DR-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DR-GENRE(DR-IDX))
                          DELIMITED BY SIZE ","
                      DR-AMOUNT(DR-IDX) DELIMITED BY SIZE ","
                      DR-PROPOSED(DR-IDX) DELIMITED BY SIZE ","
                      DR-TARGET(DR-IDX) DELIMITED BY SIZE ","
                      DR-LAST(DR-IDX) DELIMITED BY SIZE ","
                      DR-HOLD(DR-IDX) DELIMITED BY SIZE ","
                      DR-ISSUE(DR-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-TURN-ED) DELIMITED BY SIZE ","
                      DR-HOLDS(DR-IDX) DELIMITED BY SIZE ","
                      DR-SUGG(DR-IDX) DELIMITED BY SIZE ","
                      DR-WEED(DR-IDX) DELIMITED BY SIZE ","
                   INTO DRAFT-REC WITH POINTER WS-LINE-PTR
               PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
                   MOVE DR-PTS(DR-IDX, PT-IDX) TO WS-PTS-ED
                   STRING FUNCTION TRIM(WS-PTS-ED) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                       INTO DRAFT-REC WITH POINTER WS-LINE-PTR
               END-PERFORM
               STRING DR-ADJ(DR-IDX) DELIMITED BY SIZE
                   INTO DRAFT-REC WITH POINTER WS-LINE-PTR
               WRITE DRAFT-REC
           END-PERFORM
           CLOSE DRAFT-FILE.

      *-----------------------------------------------------------------
      *> Digit-by-digit amount validation into WS-AMT-X, the same
      *> check BudgetMaint applies.
       ACCEPT-AMOUNT.
           MOVE 'N' TO WS-AMT-VALID
           PERFORM UNTIL WS-AMT-VALID = 'Y'
               ACCEPT WS-AMT-X
               MOVE 0 TO WS-AMT-DIGITS
               PERFORM VARYING WS-AMT-I FROM 1 BY 1
                   UNTIL WS-AMT-I > FUNCTION LENGTH(WS-AMT-X)
                   MOVE WS-AMT-X(WS-AMT-I:1) TO WS-AMT-CHAR
                   IF WS-AMT-CHAR >= "0" AND WS-AMT-CHAR <= "9"
                       ADD 1 TO WS-AMT-DIGITS
                   END-IF
               END-PERFORM
               IF WS-AMT-DIGITS NOT =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-X)) OR
                   FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-X)) = 0
                   DISPLAY "Amount must be a number. Try again: "
               ELSE
                   MOVE 'Y' TO WS-AMT-VALID
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> WS-DATE-IN (DD-MM-YYYY) -> WS-DATE-OUT-INT (integer day),
      *> with WS-DATE-OK flagging blank or unparseable dates.
       CONVERT-DATE-TO-INT.
           MOVE 'N' TO WS-DATE-OK
           MOVE 0 TO WS-DATE-OUT-INT
           IF WS-DATE-IN(1:2) NUMERIC AND WS-DATE-IN(4:2) NUMERIC
               AND WS-DATE-IN(7:4) NUMERIC
               AND WS-DATE-IN(3:1) = "-" AND WS-DATE-IN(6:1) = "-"
               STRING WS-DATE-IN(7:4) DELIMITED BY SIZE
                      WS-DATE-IN(4:2) DELIMITED BY SIZE
                      WS-DATE-IN(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-DIGITS
               COMPUTE WS-DATE-OUT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               MOVE 'Y' TO WS-DATE-OK
           END-IF.

       END PROGRAM BudgetProposal.
