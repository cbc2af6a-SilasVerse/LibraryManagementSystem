      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Lending-policy what-if. Replays the loans that
      *          started in a chosen period (log_archive.csv and
      *          log.csv) under alternative settings and sets the
      *          estimate beside what actually happened:
      *            - loan-period rules by genre and/or member type
      *              (the most specific rule that fits a loan wins;
      *              a loan no rule fits keeps the period it had);
      *            - one fine rate per overdue day, a grace period of
      *              days that are neither fined nor counted overdue,
      *              and a loan cap standing in for MAXLN.
      *          Members are taken to return each item on the day they
      *          actually did (still out = today), so a shorter period
      *          shows up as more overdue loans and fines. The cap is
      *          replayed in checkout order: a checkout that would
      *          have found the member already at the cap is counted
      *          refused and plays no further part. Days the building
      *          was shut (ClosureCal) are never counted late, as in
      *          ReturnBook. Hold wait is estimated by scaling the
      *          actual wait (holds.csv request to notice) by the
      *          ratio of the average what-if loan period to the
      *          actual one. Actual fine revenue is the OVERDUE fines
      *          fine.csv carries for the replayed loans, net of
      *          waivers; refused checkouts are never logged, so there
      *          is no actual figure for them. In-library (INLIB) and
      *          equipment (EQUIP) loans run by the clock, not the
      *          calendar, and are left out.
      *          Nothing on file is changed -- the only output is
      *          policy_whatif_report.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PolicySim IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../policy_whatif_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(300).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-HOLD-STATUS      PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-MENU-CHOICE      PIC 9 VALUE 0.

       01  SYS-DATE            PIC 9(8).
       01  SYS-DATE-INT        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).

      *> The period replayed -- loans that started in it.
       01  WS-FROM-DATE        PIC X(10).
       01  WS-TO-DATE          PIC X(10).
       01  WS-FROM-INT         PIC 9(8) VALUE 0.
       01  WS-TO-INT           PIC 9(8) VALUE 0.

      *> The what-if settings.
       01  RULE-TABLE.
           05 RULE-ENTRY OCCURS 20 TIMES.
               10 RL-GENRE       PIC X(30).
               10 RL-TYPE        PIC X(10).
               10 RL-DAYS        PIC 9(3).
       01  RL-CNT              PIC 9(2) VALUE 0.
       01  RL-IDX              PIC 9(2) VALUE 0.
       01  RL-BEST-IDX         PIC 9(2) VALUE 0.
       01  RL-SCORE            PIC 9 VALUE 0.
       01  RL-BEST-SCORE       PIC 9 VALUE 0.
       01  RL-FITS             PIC X VALUE 'N'.
       01  WS-SIM-RATE         PIC 9(5) VALUE 500.
       01  WS-SIM-GRACE        PIC 9(3) VALUE 0.
       01  WS-SIM-CAP          PIC 9(3) VALUE 5.
       01  WS-CURRENT-CAP      PIC 9(3) VALUE 5.
       01  WS-ADD-RULE         PIC X.
       01  WS-NUM-IN           PIC X(7).
       01  WS-GENRE-IN         PIC X(30).
       01  WS-TYPE-IN          PIC X(10).

       01  WS-PARAM-CODE       PIC X(5).
       01  WS-PARAM-VALUE      PIC 9(7).
       01  WS-PARAM-FOUND      PIC X.

      *> Titles and members, for each loan's genre and member type.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID          PIC X(5).
               10 BK-GENRE       PIC X(30).
       01  BK-CNT              PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4) VALUE 0.
       01  BK-NAME-X           PIC X(30).
       01  BK-AUTHOR-X         PIC X(30).
       01  BK-COUNT-X          PIC X(5).

       01  MB-TABLE.
           05 MEMBER-ENTRY OCCURS 3000 TIMES.
               10 MB-ID          PIC X(5).
               10 MB-TYPE        PIC X(10).
       01  MB-CNT              PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4) VALUE 0.

      *> Member row parse, AnnualReturn's quoted-address split.
       01  comma_in_addr       PIC 9(3) VALUE 0.
       01  id_to_email         PIC X(100).
       01  gender_n_flag       PIC X(150).
       01  dummy               PIC X(5).
       01  MB-ID-X             PIC X(5).
       01  MB-NAME-X           PIC X(30).
       01  MB-EMAIL-X          PIC X(35).
       01  MB-ADDR-X           PIC X(80).
       01  MB-GENDER-X         PIC X(8).
       01  MB-FLAG-X           PIC X(10).
       01  MB-OVERRIDE-X       PIC X(5).
       01  MB-TYPE-X           PIC X(10).

      *> One loan row as read.
       01  LG-ID               PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).
       01  LG-START            PIC X(10).
       01  LG-DUE-DATE         PIC X(10).
       01  LG-FLAG             PIC X(3).
       01  LG-RETURN           PIC X(10).
       01  LG-COPY             PIC X(6).
       01  LG-BRANCH           PIC X(10).
       01  LG-OPERATOR         PIC X(10).
       01  LG-TYPE             PIC X(6).

      *> The loans that touch the period, in checkout order. Loans
      *> that started before it but were still out count toward the
      *> cap; only those that started in it are reported.
       01  LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 5000 TIMES.
               10 LN-TRAN        PIC X(5).
               10 LN-MEMBER      PIC X(5).
               10 LN-START-INT   PIC 9(8).
               10 LN-DUE-INT     PIC 9(8).
               10 LN-RET-INT     PIC 9(8).
               10 LN-SIM-DAYS    PIC 9(3).
               10 LN-IN-PERIOD   PIC X.
               10 LN-REFUSED     PIC X.
       01  LN-CNT              PIC 9(4) VALUE 0.
       01  LN-IDX              PIC 9(4) VALUE 0.
       01  LN-OTHER            PIC 9(4) VALUE 0.
       01  WS-LOANS-FULL       PIC X VALUE 'N'.
       01  WS-OPEN-LOANS       PIC 9(3) VALUE 0.

      *> Fine rows for the replayed loans.
       01  FN-FINE-ID          PIC X(5).
       01  FN-TRAN-ID          PIC X(5).
       01  FN-MEMBER-ID        PIC X(5).
       01  FN-DUE-DAYS         PIC X(5).
       01  FN-AMOUNT           PIC X(8).
       01  FN-PAID-FLAG        PIC X(3).
       01  FN-PAID-DATE        PIC X(10).
       01  FN-REASON           PIC X(10).
       01  FN-WAIVED-AMT       PIC X(8).
       01  WS-FINE-NET         PIC S9(9) VALUE 0.

      *> Hold rows.
       01  HD-BOOK-ID          PIC X(5).
       01  HD-MEMBER-ID        PIC X(5).
       01  HD-REQ-DATE         PIC X(10).
       01  HD-NOTIFIED         PIC X(1).
       01  HD-NOTIFY-DATE      PIC X(10).
       01  WS-REQ-INT          PIC 9(8) VALUE 0.

      *> Closed days between due and return -- see ClosureCal.
       01  WS-CC-ACTION        PIC X(6).
       01  WS-CC-DATE-1        PIC 9(8) VALUE 0.
       01  WS-CC-DATE-2        PIC 9(8) VALUE 0.
       01  WS-CC-RESULT        PIC 9(8) VALUE 0.

       01  WS-SIM-DUE-INT      PIC 9(8) VALUE 0.
       01  WS-END-INT          PIC 9(8) VALUE 0.
       01  WS-LATE-DAYS        PIC S9(5) VALUE 0.

      *> Results, actual and what-if.
       01  WS-REPLAYED         PIC 9(5) VALUE 0.
       01  WS-LEFT-OUT         PIC 9(5) VALUE 0.
       01  WS-ACT-FINES        PIC S9(9) VALUE 0.
       01  WS-SIM-FINES        PIC S9(9) VALUE 0.
       01  WS-ACT-OVERDUE      PIC S9(5) VALUE 0.
       01  WS-SIM-OVERDUE      PIC S9(5) VALUE 0.
       01  WS-SIM-REFUSED      PIC S9(5) VALUE 0.
       01  WS-ACT-PERIOD-DAYS  PIC 9(9) VALUE 0.
       01  WS-SIM-PERIOD-DAYS  PIC 9(9) VALUE 0.
       01  WS-SIM-LOANS        PIC 9(5) VALUE 0.
       01  WS-HOLD-CNT         PIC 9(5) VALUE 0.
       01  WS-HOLD-DAYS        PIC 9(9) VALUE 0.
       01  WS-ACT-WAIT         PIC 9(5)V9 VALUE 0.
       01  WS-SIM-WAIT         PIC 9(5)V9 VALUE 0.
       01  WS-DIFF             PIC S9(9) VALUE 0.
       01  WS-WAIT-DIFF        PIC S9(5)V9 VALUE 0.

       01  WS-AMT-ED           PIC ZZZ,ZZZ,ZZ9.
       01  WS-DIFF-ED          PIC ---,---,--9.
       01  WS-WAIT-ED          PIC ZZ,ZZ9.9.
       01  WS-WAIT-DIFF-ED     PIC ---,--9.9.
       01  WS-COUNT-ED         PIC ZZ,ZZ9.
       01  WS-DAYS-ED          PIC ZZ9.
       01  WS-LINE             PIC X(100).
       01  WS-LINE-PTR         PIC 9(3) VALUE 1.

      *> Date conversion work areas.
       01  WS-DATE-IN          PIC X(10).
       01  WS-DATE-OUT-INT     PIC 9(8).
       01  WS-DATE-OK          PIC X.
       01  WS-DATE-DIGITS      PIC 9(8).

       01  WS-SHARE-ACQUIRED   PIC X VALUE 'N'.
       01  WS-SHARE-OWNER      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> A shared lock is enough -- the simulation only reads.
           MOVE 'PolicySim' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               PERFORM MAIN-MENU UNTIL WS-MENU-CHOICE = 2
               CALL 'FileLock' USING 'SUNL', WS-SHARE-ACQUIRED
           ELSE
               DISPLAY "A transaction is rewriting the library "
                   "files right now. Please try again shortly."
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-MENU.
           DISPLAY " "
           DISPLAY "=============================="
           DISPLAY "    LENDING POLICY WHAT-IF"
           DISPLAY "=============================="
           DISPLAY "1) Run a What-If"
           DISPLAY "2) Exit"
           DISPLAY "Enter your choice (1-2): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RUN-WHAT-IF
               WHEN 2
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

      *-----------------------------------------------------------------
       RUN-WHAT-IF.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           PERFORM ACCEPT-PERIOD
           IF WS-FROM-INT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-SETTINGS

           PERFORM LOAD-BOOKS
           PERFORM LOAD-MEMBERS
           MOVE 0 TO LN-CNT WS-LEFT-OUT
           MOVE 'N' TO WS-LOANS-FULL
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM STORE-LOAN-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LOG-REC TO ARCHIVE-REC
                           PERFORM STORE-LOAN-ROW
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           IF WS-LOANS-FULL = 'Y'
               DISPLAY "More than 5000 loans touch the period -- "
                   "the rest are not replayed."
           END-IF

           MOVE 0 TO WS-REPLAYED WS-ACT-OVERDUE WS-SIM-OVERDUE
               WS-SIM-REFUSED WS-SIM-FINES WS-ACT-PERIOD-DAYS
               WS-SIM-PERIOD-DAYS WS-SIM-LOANS
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-CNT
               PERFORM REPLAY-ONE-LOAN
           END-PERFORM
           PERFORM SUM-ACTUAL-FINES
           PERFORM SUM-HOLD-WAITS
           PERFORM WRITE-REPORT.

      *-----------------------------------------------------------------
       ACCEPT-PERIOD.
           MOVE 0 TO WS-FROM-INT WS-TO-INT
           DISPLAY "Loans started from (DD-MM-YYYY): "
           ACCEPT WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Enter the date as DD-MM-YYYY."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-FROM-INT
           DISPLAY "Loans started up to (DD-MM-YYYY, blank = today): "
           MOVE SPACES TO WS-TO-DATE
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y' OR WS-DATE-OUT-INT < WS-FROM-INT
               DISPLAY "The end date must be a DD-MM-YYYY date on or "
                   "after the start."
               MOVE 0 TO WS-FROM-INT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-TO-INT.

      *-----------------------------------------------------------------
      *> The scenario. Blank answers keep the figure in force today.
       ACCEPT-SETTINGS.
           MOVE 0 TO RL-CNT
           MOVE 'Y' TO WS-ADD-RULE
           PERFORM ACCEPT-ONE-RULE
               UNTIL WS-ADD-RULE NOT = 'Y' OR RL-CNT = 20

           MOVE 500 TO WS-SIM-RATE
           DISPLAY "Fine rate per overdue day, MMK (blank = 500): "
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-NUM-IN) = 0
               COMPUTE WS-SIM-RATE = FUNCTION NUMVAL(WS-NUM-IN)
           END-IF

           MOVE 0 TO WS-SIM-GRACE
           DISPLAY "Grace period, days (blank = none): "
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-NUM-IN) = 0
               COMPUTE WS-SIM-GRACE = FUNCTION NUMVAL(WS-NUM-IN)
           END-IF

           MOVE 5 TO WS-CURRENT-CAP
           MOVE "MAXLN" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-CURRENT-CAP
           END-IF
           MOVE WS-CURRENT-CAP TO WS-SIM-CAP
           MOVE WS-CURRENT-CAP TO WS-DAYS-ED
           DISPLAY "Loan cap per member (blank = MAXLN, now "
               FUNCTION TRIM(WS-DAYS-ED) "): "
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-NUM-IN) = 0
               COMPUTE WS-SIM-CAP = FUNCTION NUMVAL(WS-NUM-IN)
           END-IF.

      *> One loan-period rule -- a genre, a member type or both, and
      *> the days. Both left blank makes the period for every loan
      *> no closer rule fits.
       ACCEPT-ONE-RULE.
           DISPLAY "Add a loan-period rule (Y/N)? "
           MOVE SPACES TO WS-ADD-RULE
           ACCEPT WS-ADD-RULE
           MOVE FUNCTION UPPER-CASE(WS-ADD-RULE) TO WS-ADD-RULE
           IF WS-ADD-RULE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Genre (blank = any genre): "
           MOVE SPACES TO WS-GENRE-IN
           ACCEPT WS-GENRE-IN
           DISPLAY "  Member type (blank = any type): "
           MOVE SPACES TO WS-TYPE-IN
           ACCEPT WS-TYPE-IN
           DISPLAY "  Loan period, days: "
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-NUM-IN) NOT = 0
               DISPLAY "  Days must be a number -- rule not added."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-NUM-IN) < 1
               OR FUNCTION NUMVAL(WS-NUM-IN) > 365
               DISPLAY "  Days must be 1 to 365 -- rule not added."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RL-CNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-GENRE-IN))
               TO RL-GENRE(RL-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TYPE-IN))
               TO RL-TYPE(RL-CNT)
           COMPUTE RL-DAYS(RL-CNT) = FUNCTION NUMVAL(WS-NUM-IN).

      *-----------------------------------------------------------------
      *> A loan row into the table when it touches the period -- it
      *> started in it, or started before and was still out when the
      *> period began.
       STORE-LOAN-ROW.
           MOVE SPACES TO LG-ID LG-MEMBER LG-BOOK LG-START LG-DUE-DATE
               LG-FLAG LG-RETURN LG-COPY LG-BRANCH LG-OPERATOR LG-TYPE
           UNSTRING ARCHIVE-REC DELIMITED BY ","
               INTO LG-ID, LG-MEMBER, LG-BOOK, LG-START,
                    LG-DUE-DATE, LG-FLAG, LG-RETURN, LG-COPY,
                    LG-BRANCH, LG-OPERATOR, LG-TYPE
           MOVE LG-START TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y' OR WS-DATE-OUT-INT > WS-TO-INT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LG-TYPE) = "INLIB"
               OR FUNCTION TRIM(LG-TYPE) = "EQUIP"
               IF WS-DATE-OUT-INT >= WS-FROM-INT
                   ADD 1 TO WS-LEFT-OUT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LN-CNT >= 5000
               MOVE 'Y' TO WS-LOANS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LN-CNT
           MOVE LG-ID TO LN-TRAN(LN-CNT)
           MOVE LG-MEMBER TO LN-MEMBER(LN-CNT)
           MOVE WS-DATE-OUT-INT TO LN-START-INT(LN-CNT)
           MOVE 'N' TO LN-REFUSED(LN-CNT)
           IF WS-DATE-OUT-INT >= WS-FROM-INT
               MOVE 'Y' TO LN-IN-PERIOD(LN-CNT)
           ELSE
               MOVE 'N' TO LN-IN-PERIOD(LN-CNT)
           END-IF
           MOVE LG-DUE-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-DATE-OUT-INT TO LN-DUE-INT(LN-CNT)
           MOVE 0 TO LN-RET-INT(LN-CNT)
           IF LG-RETURN NOT = SPACES
               MOVE LG-RETURN TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               MOVE WS-DATE-OUT-INT TO LN-RET-INT(LN-CNT)
           END-IF
      *> Returned before the period began -- no part in it.
           IF LN-IN-PERIOD(LN-CNT) = 'N'
               AND LN-RET-INT(LN-CNT) > 0
               AND LN-RET-INT(LN-CNT) <= WS-FROM-INT
               SUBTRACT 1 FROM LN-CNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHOOSE-SIM-DAYS.

      *> LN-SIM-DAYS for the loan just stored: the best-fitting rule
      *> (genre and type 3, genre 2, type 1, catch-all 0), else the
      *> period the loan actually had.
       CHOOSE-SIM-DAYS.
           MOVE SPACES TO WS-GENRE-IN
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = LG-BOOK
                   MOVE BK-GENRE(BK-IDX) TO WS-GENRE-IN
               END-IF
           END-PERFORM
           MOVE "GENERAL" TO WS-TYPE-IN
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               IF MB-ID(MB-IDX) = LG-MEMBER
                   MOVE MB-TYPE(MB-IDX) TO WS-TYPE-IN
               END-IF
           END-PERFORM
           MOVE 0 TO RL-BEST-IDX RL-BEST-SCORE
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               MOVE 'Y' TO RL-FITS
               MOVE 0 TO RL-SCORE
               IF RL-GENRE(RL-IDX) NOT = SPACES
                   IF RL-GENRE(RL-IDX) = WS-GENRE-IN
                       ADD 2 TO RL-SCORE
                   ELSE
                       MOVE 'N' TO RL-FITS
                   END-IF
               END-IF
               IF RL-TYPE(RL-IDX) NOT = SPACES
                   IF RL-TYPE(RL-IDX) = WS-TYPE-IN
                       ADD 1 TO RL-SCORE
                   ELSE
                       MOVE 'N' TO RL-FITS
                   END-IF
               END-IF
               IF RL-FITS = 'Y'
                   IF RL-BEST-IDX = 0 OR RL-SCORE > RL-BEST-SCORE
                       MOVE RL-IDX TO RL-BEST-IDX
                       MOVE RL-SCORE TO RL-BEST-SCORE
                   END-IF
               END-IF
           END-PERFORM
           IF RL-BEST-IDX > 0
               MOVE RL-DAYS(RL-BEST-IDX) TO LN-SIM-DAYS(LN-CNT)
           ELSE
               MOVE 0 TO LN-SIM-DAYS(LN-CNT)
               IF LN-DUE-INT(LN-CNT) > LN-START-INT(LN-CNT)
                   COMPUTE LN-SIM-DAYS(LN-CNT) =
                       LN-DUE-INT(LN-CNT) - LN-START-INT(LN-CNT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> One loan through the actual and the what-if rules. A loan
      *> from before the period only takes part in the cap count.
       REPLAY-ONE-LOAN.
           PERFORM CHECK-LOAN-CAP
           IF LN-IN-PERIOD(LN-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REPLAYED
           MOVE LN-RET-INT(LN-IDX) TO WS-END-INT
           IF WS-END-INT = 0
               MOVE SYS-DATE-INT TO WS-END-INT
           END-IF

      *> What actually happened.
           IF LN-DUE-INT(LN-IDX) > 0
               IF LN-DUE-INT(LN-IDX) > LN-START-INT(LN-IDX)
                   COMPUTE WS-ACT-PERIOD-DAYS = WS-ACT-PERIOD-DAYS
                       + LN-DUE-INT(LN-IDX) - LN-START-INT(LN-IDX)
               END-IF
               IF WS-END-INT > LN-DUE-INT(LN-IDX)
                   ADD 1 TO WS-ACT-OVERDUE
               END-IF
           END-IF

      *> The what-if.
           IF LN-REFUSED(LN-IDX) = 'Y'
               ADD 1 TO WS-SIM-REFUSED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SIM-LOANS
           ADD LN-SIM-DAYS(LN-IDX) TO WS-SIM-PERIOD-DAYS
           COMPUTE WS-SIM-DUE-INT =
               LN-START-INT(LN-IDX) + LN-SIM-DAYS(LN-IDX)
           IF WS-END-INT <= WS-SIM-DUE-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LATE-DAYS = WS-END-INT - WS-SIM-DUE-INT
           MOVE "CLOSED" TO WS-CC-ACTION
           MOVE WS-SIM-DUE-INT TO WS-CC-DATE-1
           MOVE WS-END-INT TO WS-CC-DATE-2
           CALL 'ClosureCal' USING WS-CC-ACTION,
               WS-CC-DATE-1, WS-CC-DATE-2, WS-CC-RESULT
           SUBTRACT WS-CC-RESULT FROM WS-LATE-DAYS
           IF WS-LATE-DAYS > WS-SIM-GRACE
               ADD 1 TO WS-SIM-OVERDUE
               COMPUTE WS-SIM-FINES = WS-SIM-FINES
                   + (WS-LATE-DAYS - WS-SIM-GRACE) * WS-SIM-RATE
           END-IF.

      *> Refused when the member already had the cap's worth of
      *> unrefused loans out on the day -- checked out earlier in the
      *> replay and not yet back by the start of this one.
       CHECK-LOAN-CAP.
           MOVE 0 TO WS-OPEN-LOANS
           PERFORM VARYING LN-OTHER FROM 1 BY 1
               UNTIL LN-OTHER >= LN-IDX
               IF LN-MEMBER(LN-OTHER) = LN-MEMBER(LN-IDX)
                   AND LN-REFUSED(LN-OTHER) = 'N'
                   AND LN-START-INT(LN-OTHER) <= LN-START-INT(LN-IDX)
                   AND (LN-RET-INT(LN-OTHER) = 0
                   OR LN-RET-INT(LN-OTHER) > LN-START-INT(LN-IDX))
                   ADD 1 TO WS-OPEN-LOANS
               END-IF
           END-PERFORM
           IF WS-OPEN-LOANS >= WS-SIM-CAP
               MOVE 'Y' TO LN-REFUSED(LN-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *> OVERDUE fines on the replayed loans, net of waivers.
       SUM-ACTUAL-FINES.
           MOVE 0 TO WS-ACT-FINES
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM APPLY-FINE-ROW
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

       APPLY-FINE-ROW.
           MOVE SPACES TO FN-REASON FN-WAIVED-AMT
           UNSTRING FINE-REC DELIMITED BY ","
               INTO FN-FINE-ID, FN-TRAN-ID, FN-MEMBER-ID,
                    FN-DUE-DAYS, FN-AMOUNT, FN-PAID-FLAG,
                    FN-PAID-DATE, FN-REASON, FN-WAIVED-AMT
           IF FUNCTION TRIM(FN-REASON) NOT = SPACE
               AND FUNCTION TRIM(FN-REASON) NOT = "OVERDUE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-CNT
               IF LN-TRAN(LN-IDX) = FN-TRAN-ID
                   AND LN-IN-PERIOD(LN-IDX) = 'Y'
                   MOVE 0 TO WS-FINE-NET
                   IF FUNCTION TEST-NUMVAL(FN-AMOUNT) = 0
                       COMPUTE WS-FINE-NET = FUNCTION NUMVAL(FN-AMOUNT)
                   END-IF
                   IF FUNCTION TRIM(FN-WAIVED-AMT) NOT = SPACE
                       AND FUNCTION TEST-NUMVAL(FN-WAIVED-AMT) = 0
                       COMPUTE WS-FINE-NET = WS-FINE-NET
                           - FUNCTION NUMVAL(FN-WAIVED-AMT)
                   END-IF
                   IF WS-FINE-NET > 0
                       ADD WS-FINE-NET TO WS-ACT-FINES
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Holds asked for in the period that have reached the member:
      *> request date to notice date.
       SUM-HOLD-WAITS.
           MOVE 0 TO WS-HOLD-CNT WS-HOLD-DAYS
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM APPLY-HOLD-ROW
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       APPLY-HOLD-ROW.
           MOVE SPACES TO HD-NOTIFY-DATE
           UNSTRING HOLD-REC DELIMITED BY ","
               INTO HD-BOOK-ID, HD-MEMBER-ID, HD-REQ-DATE,
                    HD-NOTIFIED, HD-NOTIFY-DATE
           MOVE HD-REQ-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y' OR WS-DATE-OUT-INT < WS-FROM-INT
               OR WS-DATE-OUT-INT > WS-TO-INT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-REQ-INT
           MOVE HD-NOTIFY-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y' OR WS-DATE-OUT-INT < WS-REQ-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-CNT
           COMPUTE WS-HOLD-DAYS = WS-HOLD-DAYS
               + WS-DATE-OUT-INT - WS-REQ-INT.

      *-----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING "LENDING POLICY WHAT-IF  loans started "
                      DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE " to "
                  WS-TO-DATE DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Run " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  " -- an estimate; nothing on file was changed."
                      DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE

           MOVE "Scenario:" TO WS-LINE
           PERFORM EMIT-LINE
           IF RL-CNT = 0
               MOVE SPACES TO WS-LINE
               STRING "  No loan-period rules -- every loan keeps "
                      "its actual period." DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               PERFORM EMIT-RULE-LINE
           END-PERFORM
           IF RL-CNT > 0
               MOVE "  Loans no rule fits keep their actual period."
                   TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE WS-SIM-RATE TO WS-AMT-ED
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  Fine rate " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-ED) DELIMITED BY SIZE
                  " MMK/day, grace " DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-SIM-GRACE TO WS-DAYS-ED
           STRING FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                  " day(s), loan cap " DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-SIM-CAP TO WS-DAYS-ED
           STRING FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE

           MOVE WS-REPLAYED TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "Loans replayed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-LEFT-OUT TO WS-COUNT-ED
           STRING "  (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " in-library/equipment loans left out)"
                      DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LINE
           MOVE "Actual" TO WS-LINE(37:6)
           MOVE "What-if" TO WS-LINE(51:7)
           MOVE "Change" TO WS-LINE(66:6)
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LINE
           MOVE "Fine revenue (MMK)" TO WS-LINE(1:30)
           MOVE WS-ACT-FINES TO WS-AMT-ED
           MOVE WS-AMT-ED TO WS-LINE(32:11)
           MOVE WS-SIM-FINES TO WS-AMT-ED
           MOVE WS-AMT-ED TO WS-LINE(47:11)
           COMPUTE WS-DIFF = WS-SIM-FINES - WS-ACT-FINES
           MOVE WS-DIFF TO WS-DIFF-ED
           MOVE WS-DIFF-ED TO WS-LINE(61:11)
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LINE
           MOVE "Overdue loans" TO WS-LINE(1:30)
           MOVE WS-ACT-OVERDUE TO WS-AMT-ED
           MOVE WS-AMT-ED TO WS-LINE(32:11)
           MOVE WS-SIM-OVERDUE TO WS-AMT-ED
           MOVE WS-AMT-ED TO WS-LINE(47:11)
           COMPUTE WS-DIFF = WS-SIM-OVERDUE - WS-ACT-OVERDUE
           MOVE WS-DIFF TO WS-DIFF-ED
           MOVE WS-DIFF-ED TO WS-LINE(61:11)
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LINE
           MOVE "Refused checkouts" TO WS-LINE(1:30)
           MOVE "-" TO WS-LINE(42:1)
           MOVE WS-SIM-REFUSED TO WS-AMT-ED
           MOVE WS-AMT-ED TO WS-LINE(47:11)
           PERFORM EMIT-LINE

           MOVE 0 TO WS-ACT-WAIT WS-SIM-WAIT
           IF WS-HOLD-CNT > 0
               COMPUTE WS-ACT-WAIT ROUNDED =
                   WS-HOLD-DAYS / WS-HOLD-CNT
               MOVE WS-ACT-WAIT TO WS-SIM-WAIT
               IF WS-ACT-PERIOD-DAYS > 0 AND WS-SIM-LOANS > 0
                   AND WS-REPLAYED > 0
                   COMPUTE WS-SIM-WAIT ROUNDED = WS-ACT-WAIT
                       * (WS-SIM-PERIOD-DAYS / WS-SIM-LOANS)
                       / (WS-ACT-PERIOD-DAYS / WS-REPLAYED)
               END-IF
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE "Average hold wait (days)" TO WS-LINE(1:30)
           MOVE WS-ACT-WAIT TO WS-WAIT-ED
           MOVE WS-WAIT-ED TO WS-LINE(35:8)
           MOVE WS-SIM-WAIT TO WS-WAIT-ED
           MOVE WS-WAIT-ED TO WS-LINE(50:8)
           COMPUTE WS-WAIT-DIFF = WS-SIM-WAIT - WS-ACT-WAIT
           MOVE WS-WAIT-DIFF TO WS-WAIT-DIFF-ED
           MOVE WS-WAIT-DIFF-ED TO WS-LINE(62:10)
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LINE
           STRING "Actual fines are the OVERDUE fines on these "
                  "loans, net of waivers." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           STRING "Refused checkouts are not logged, so have no "
                  "actual figure." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-HOLD-CNT TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           STRING "Hold wait from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " hold(s) placed in the period, scaled by loan "
                      DELIMITED BY SIZE
                  "period." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Report written to policy_whatif_report.txt.".

       EMIT-RULE-LINE.
           MOVE RL-DAYS(RL-IDX) TO WS-DAYS-ED
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-ED) DELIMITED BY SIZE
                  " days for " DELIMITED BY SIZE
               INTO WS-LINE WITH POINTER WS-LINE-PTR
           IF RL-GENRE(RL-IDX) = SPACES
               STRING "any genre" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING "genre " DELIMITED BY SIZE
                      FUNCTION TRIM(RL-GENRE(RL-IDX))
                          DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF
           IF RL-TYPE(RL-IDX) = SPACES
               STRING ", any member type" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING ", member type " DELIMITED BY SIZE
                      FUNCTION TRIM(RL-TYPE(RL-IDX))
                          DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF
           PERFORM EMIT-LINE.

       EMIT-LINE.
           MOVE WS-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

      *-----------------------------------------------------------------
       LOAD-BOOKS.
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
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME-X,
                                    BK-AUTHOR-X, BK-COUNT-X,
                                    BK-GENRE(BK-CNT)
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                               (BK-GENRE(BK-CNT))) TO BK-GENRE(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       LOAD-MEMBERS.
           MOVE 0 TO MB-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF MEMBER-REC NOT = SPACES AND MB-CNT < 3000
                           PERFORM STORE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

       STORE-ONE-MEMBER.
           MOVE SPACES TO MB-ADDR-X MB-GENDER-X MB-FLAG-X MB-TYPE-X
           MOVE 0 TO comma_in_addr
           INSPECT MEMBER-REC TALLYING comma_in_addr FOR ALL '"'
           IF comma_in_addr > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO id_to_email, MB-ADDR-X, gender_n_flag
               UNSTRING id_to_email DELIMITED BY ','
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X
               UNSTRING gender_n_flag DELIMITED BY ','
                   INTO dummy, MB-GENDER-X, MB-FLAG-X,
                        MB-OVERRIDE-X, MB-TYPE-X
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X, MB-ADDR-X,
                        MB-GENDER-X, MB-FLAG-X, MB-OVERRIDE-X,
                        MB-TYPE-X
           END-IF
           ADD 1 TO MB-CNT
           MOVE MB-ID-X TO MB-ID(MB-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-TYPE-X))
               TO MB-TYPE(MB-CNT)
           IF MB-TYPE(MB-CNT) = SPACES
               MOVE "GENERAL" TO MB-TYPE(MB-CNT)
           END-IF.

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

       END PROGRAM PolicySim.
