      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Branch manager's morning dashboard -- one screen for
      *          a branch instead of six. For the branch asked for
      *          (checked against the branch master, blank = MAIN) it
      *          lists, each section naming the menu option that
      *          deals with it:
      *            - open loans issued at the branch that are due
      *              today, and those already overdue (log.csv);
      *            - READY holds for pickup at the branch whose pickup
      *              window (PDAYS after the notify date, as
      *              ExpireHolds ages them) ends today;
      *            - copies IN-TRANSIT to or from the branch on
      *              transfer_manifest.csv (OPEN rows);
      *            - AT-REPAIR copies of the branch's titles out past
      *              their promised return -- repair_log.csv carries
      *              no promise date, so it is the sent date plus the
      *              RPDAY turnaround parameter (default 30 days, the
      *              Repair Queue's own default);
      *            - drawer sessions at the branch still OPEN from an
      *              earlier day (older sessions with no branch count
      *              as MAIN, as CashDrawer treats them);
      *            - PENDING supervisor approvals and unresolved
      *              batch_alerts.csv entries -- neither carries a
      *              branch, so all are shown;
      *            - today's room and event bookings (resources carry
      *              no branch either).
      *          Each section lists its first ten items and the full
      *          count. Batch alerts the manager has dealt with can be
      *          marked resolved (DONE) from here; NEW and SEEN alerts
      *          keep showing until then. Main shows the dashboard at
      *          sign-on to operators allowed DASHBRD and from the main
      *          menu. Reads only, apart from the alert flag, so it
      *          takes the shared lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchDashboard IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "../transfer_manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT REPAIR-FILE ASSIGN TO "../repair_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIR-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "../drawer_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "../pending_approvals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT ALERT-FILE ASSIGN TO "../batch_alerts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RESOURCE-FILE ASSIGN TO "../resources.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESOURCE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "../room_bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(100).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(100).
       FD  REPAIR-FILE.
       01  REPAIR-REC      PIC X(100).
       FD  DRAWER-FILE.
       01  DRAWER-REC      PIC X(150).
       FD  APPROVAL-FILE.
       01  APPROVAL-REC    PIC X(200).
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(120).
       FD  RESOURCE-FILE.
       01  RESOURCE-REC    PIC X(100).
       FD  BOOKING-FILE.
       01  BOOKING-REC     PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-HOLD-STATUS      PIC XX.
       01  WS-MANIFEST-STATUS  PIC XX.
       01  WS-REPAIR-STATUS    PIC XX.
       01  WS-DRAWER-STATUS    PIC XX.
       01  WS-APPROVAL-STATUS  PIC XX.
       01  WS-ALERT-STATUS     PIC XX.
       01  WS-RESOURCE-STATUS  PIC XX.
       01  WS-BOOKING-STATUS   PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

       01  SYS-DATE            PIC 9(8).
       01  SYS-DATE-INT        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).

      *> The branch on show -- validated like every branch prompt.
       01  WS-BRANCH           PIC X(10).
       01  WS-BC-RESULT        PIC X.
       01  WS-ROW-BRANCH       PIC X(10).

      *> Pickup window and repair turnaround -- parameters.csv over
      *> these defaults.
       01  WS-PICKUP-DAYS      PIC 9(3) VALUE 7.
       01  WS-REPAIR-DAYS      PIC 9(3) VALUE 30.
       01  WS-PARAM-CODE       PIC X(5).
       01  WS-PARAM-VALUE      PIC 9(7).
       01  WS-PARAM-FOUND      PIC X.

      *> Titles, for the loan lines and a repair copy's branch.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID      PIC X(5).
               10 BK-NAME    PIC X(30).
               10 BK-BRANCH  PIC X(10).
       01  BK-CNT              PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4) VALUE 0.
       01  BK-FOUND-IDX        PIC 9(4) VALUE 0.
       01  BK-AUTHOR-X         PIC X(30).
       01  BK-COUNT-X          PIC X(5).
       01  BK-GENRE-X          PIC X(30).
       01  BK-STATUS-X         PIC X(9).
       01  BK-ISBN-X           PIC X(17).
       01  WS-FIND-BOOK        PIC X(5).

      *> One loan row.
       01  LG-ID               PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).
       01  LG-START            PIC X(10).
       01  LG-DUE-DATE         PIC X(10).
       01  LG-DAYS             PIC X(3).
       01  LG-RETURN           PIC X(10).
       01  LG-COPY             PIC X(6).
       01  LG-BRANCH           PIC X(10).
       01  LG-DUE-INT          PIC 9(8).
       01  WS-DAYS-LATE        PIC 9(4).

      *> One hold row.
       01  HD-BOOK-ID          PIC X(5).
       01  HD-MEMBER-ID        PIC X(5).
       01  HD-REQ-DATE         PIC X(10).
       01  HD-NOTIFIED         PIC X(1).
       01  HD-NOTIFY-DATE      PIC X(10).
       01  HD-STATUS           PIC X(9).
       01  HD-PICKUP           PIC X(10).

      *> One courier manifest row.
       01  MF-DATE             PIC X(10).
       01  MF-COPY             PIC X(6).
       01  MF-BOOK             PIC X(5).
       01  MF-FROM             PIC X(10).
       01  MF-TO               PIC X(10).
       01  MF-MEMBER           PIC X(5).
       01  MF-STATE            PIC X(8).

      *> One repair_log row.
       01  RP-COPY-ID          PIC X(6).
       01  RP-BOOK-ID          PIC X(5).
       01  RP-CONDITION        PIC X(10).
       01  RP-SENT-DATE        PIC X(10).
       01  RP-BACK-DATE        PIC X(10).
       01  WS-PROMISED-INT     PIC 9(8).
       01  WS-PROMISED-DATE    PIC 9(8).
       01  WS-PROMISED-DISP    PIC X(10).

      *> One drawer session row.
       01  DR-SESSION-ID       PIC X(6).
       01  DR-OPERATOR         PIC X(10).
       01  DR-OPEN-DATE        PIC X(10).
       01  DR-OPEN-TIME        PIC X(8).
       01  DR-FLOAT-AMT        PIC X(7).
       01  DR-STATUS           PIC X(6).
       01  DR-CLOSE-DATE       PIC X(10).
       01  DR-EXPECTED         PIC X(7).
       01  DR-COUNTED          PIC X(7).
       01  DR-CLOSE-TIME       PIC X(8).
       01  DR-BRANCH           PIC X(10).

      *> One approval request row.
       01  AP-ID               PIC X(5).
       01  AP-TYPE             PIC X(8).
       01  AP-REF              PIC X(6).
       01  AP-MEMBER           PIC X(5).
       01  AP-AMOUNT           PIC X(8).
       01  AP-REQ-BY           PIC X(10).
       01  AP-REQ-DATE         PIC X(10).
       01  AP-REASON           PIC X(40).
       01  AP-STATUS           PIC X(8).

      *> Batch alerts, held whole so resolved ones can be flagged and
      *> the file written back.
       01  ALERT-TABLE.
           05 ALERT-ENTRY OCCURS 500 TIMES.
               10 AL-DATE   PIC X(10).
               10 AL-STATE  PIC X(4).
               10 AL-TEXT   PIC X(100).
       01  ALERT-CNT           PIC 9(3) VALUE 0.
       01  ALERT-IDX           PIC 9(3) VALUE 0.
       01  WS-ALERT-FULL       PIC X VALUE 'N'.
       01  WS-ALERT-PTR        PIC 9(3).
       01  WS-ALERT-OPEN       PIC 9(4) VALUE 0.
       01  WS-RESOLVE          PIC X.

      *> Rooms by ID, for the booking lines.
       01  RESOURCE-TABLE.
           05 RESOURCE-ENTRY OCCURS 100 TIMES.
               10 RS-ID       PIC X(5).
               10 RS-NAME     PIC X(25).
       01  RS-CNT              PIC 9(3) VALUE 0.
       01  RS-IDX              PIC 9(3) VALUE 0.
       01  WS-ROOM-NAME        PIC X(25).

      *> One room booking row.
       01  RB-ID               PIC X(5).
       01  RB-RES              PIC X(5).
       01  RB-DATE             PIC X(10).
       01  RB-START            PIC X(2).
       01  RB-END              PIC X(2).
       01  RB-MEMBER           PIC X(5).
       01  RB-EVENT            PIC X(25).
       01  RB-RECEIPT          PIC X(6).
       01  RB-ATTEND           PIC X(4).
       01  RB-STATUS           PIC X(9).

      *> Per-section counting: the first WS-SHOW-MAX items are listed,
      *> the rest only counted.
       01  WS-SHOW-MAX         PIC 9(2) VALUE 10.
       01  WS-SECTION-CNT      PIC 9(5) VALUE 0.
       01  WS-CNT-ED           PIC Z(4)9.
       01  WS-MORE-ED          PIC Z(4)9.
       01  WS-ITEMS-TOTAL      PIC 9(6) VALUE 0.

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
      *> A shared lock is enough -- the dashboard only reads, apart
      *> from flagging alerts resolved, which Main's sign-on display
      *> also rewrites unlocked.
           MOVE 'BranchDashboard' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'SUNL', WS-SHARE-ACQUIRED
           ELSE
               DISPLAY "A transaction is rewriting the library "
                   "files right now. Please try again shortly."
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY

           DISPLAY "Dashboard for branch (blank = MAIN): "
           ACCEPT WS-BRANCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BRANCH))
               TO WS-BRANCH
           IF WS-BRANCH = SPACES
               MOVE "MAIN" TO WS-BRANCH
           END-IF
           CALL 'BranchCheck' USING WS-BRANCH, WS-BC-RESULT
           IF WS-BC-RESULT = 'N'
               DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH)
                   " is not on the branch master."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BRANCH) TO WS-BRANCH

           MOVE "PDAYS" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-PICKUP-DAYS
           END-IF
           MOVE "RPDAY" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-REPAIR-DAYS
           END-IF

           PERFORM LOAD-BOOKS
           PERFORM LOAD-RESOURCES
           MOVE 0 TO WS-ITEMS-TOTAL

           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "  BRANCH DASHBOARD  " FUNCTION TRIM(WS-BRANCH)
               "  " WS-TODAY-DISPLAY
           DISPLAY "=================================================="
           PERFORM SHOW-LOANS
           PERFORM SHOW-HOLDS
           PERFORM SHOW-TRANSIT
           PERFORM SHOW-REPAIRS
           PERFORM SHOW-DRAWERS
           PERFORM SHOW-APPROVALS
           PERFORM SHOW-ALERTS
           PERFORM SHOW-ROOMS
           DISPLAY "=================================================="
           IF WS-ITEMS-TOTAL = 0
               DISPLAY "Nothing needs attention this morning."
           END-IF

           IF WS-ALERT-OPEN > 0
               PERFORM OFFER-RESOLVE-ALERTS
           END-IF.

      *-----------------------------------------------------------------
      *> Open loans issued at the branch: due today, then overdue.
       SHOW-LOANS.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "LOANS DUE TODAY      (Issuance/Return > 3 Renew "
               "Book, 2 Return Book)"
           PERFORM SCAN-LOANS-DUE-TODAY
           PERFORM SHOW-SECTION-COUNT

           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "OVERDUE LOANS        (Issuance/Return > 11 Recall "
               "a Loan)"
           PERFORM SCAN-LOANS-OVERDUE
           PERFORM SHOW-SECTION-COUNT.

       SCAN-LOANS-DUE-TODAY.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-LOAN-ROW
                       IF WS-DATE-OK = 'Y'
                           AND LG-DUE-INT = SYS-DATE-INT
                           ADD 1 TO WS-SECTION-CNT
                           IF WS-SECTION-CNT <= WS-SHOW-MAX
                               PERFORM SHOW-LOAN-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       SCAN-LOANS-OVERDUE.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM SPLIT-LOAN-ROW
                       IF WS-DATE-OK = 'Y'
                           AND LG-DUE-INT < SYS-DATE-INT
                           ADD 1 TO WS-SECTION-CNT
                           IF WS-SECTION-CNT <= WS-SHOW-MAX
                               PERFORM SHOW-LOAN-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *> Leaves WS-DATE-OK 'Y' only for an open loan at this branch
      *> with a readable due date (LG-DUE-INT).
       SPLIT-LOAN-ROW.
           MOVE 'N' TO WS-DATE-OK
           IF LOG-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LG-RETURN LG-COPY LG-BRANCH
           UNSTRING LOG-REC DELIMITED BY ","
               INTO LG-ID, LG-MEMBER, LG-BOOK, LG-START,
                    LG-DUE-DATE, LG-DAYS, LG-RETURN, LG-COPY,
                    LG-BRANCH
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LG-BRANCH))
               TO LG-BRANCH
           IF LG-BRANCH = SPACES
               MOVE "MAIN" TO LG-BRANCH
           END-IF
           IF LG-BRANCH NOT = WS-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE LG-RETURN TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK = 'Y'
               MOVE 'N' TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE LG-DUE-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-DATE-OUT-INT TO LG-DUE-INT.

       SHOW-LOAN-LINE.
           MOVE LG-BOOK TO WS-FIND-BOOK
           PERFORM FIND-BOOK
           IF LG-DUE-INT < SYS-DATE-INT
               COMPUTE WS-DAYS-LATE = SYS-DATE-INT - LG-DUE-INT
               MOVE WS-DAYS-LATE TO WS-CNT-ED
               DISPLAY "  " LG-ID "  member " LG-MEMBER "  "
                   LG-BOOK " " BK-NAME(BK-FOUND-IDX)(1:25)
                   "  due " LG-DUE-DATE " (" FUNCTION TRIM(WS-CNT-ED)
                   "d late)"
           ELSE
               DISPLAY "  " LG-ID "  member " LG-MEMBER "  "
                   LG-BOOK " " BK-NAME(BK-FOUND-IDX)(1:25)
           END-IF.

      *-----------------------------------------------------------------
      *> READY holds at the branch whose last pickup day is today.
       SHOW-HOLDS.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "HOLD PICKUP ENDS TODAY  (Issuance/Return > 7 Hold "
               "Management)"
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ HOLD-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM CHECK-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           PERFORM SHOW-SECTION-COUNT.

       CHECK-ONE-HOLD.
           IF HOLD-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HD-PICKUP
           UNSTRING HOLD-REC DELIMITED BY ","
               INTO HD-BOOK-ID, HD-MEMBER-ID, HD-REQ-DATE,
                    HD-NOTIFIED, HD-NOTIFY-DATE, HD-STATUS, HD-PICKUP
           IF FUNCTION TRIM(HD-STATUS) NOT = "READY"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HD-PICKUP))
               TO WS-ROW-BRANCH
           IF WS-ROW-BRANCH = SPACES
               MOVE "MAIN" TO WS-ROW-BRANCH
           END-IF
           IF WS-ROW-BRANCH NOT = WS-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE HD-NOTIFY-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-OUT-INT + WS-PICKUP-DAYS = SYS-DATE-INT
               ADD 1 TO WS-SECTION-CNT
               IF WS-SECTION-CNT <= WS-SHOW-MAX
                   MOVE HD-BOOK-ID TO WS-FIND-BOOK
                   PERFORM FIND-BOOK
                   DISPLAY "  member " HD-MEMBER-ID "  " HD-BOOK-ID
                       " " BK-NAME(BK-FOUND-IDX)(1:25)
                       "  notified " HD-NOTIFY-DATE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> Copies on the van, coming or going.
       SHOW-TRANSIT.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "IN TRANSIT           (Issuance/Return > 21 Courier "
               "/ Hold Routing)"
           MOVE 'N' TO FILE-END
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ MANIFEST-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM CHECK-ONE-TRANSIT
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           PERFORM SHOW-SECTION-COUNT.

       CHECK-ONE-TRANSIT.
           IF MANIFEST-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING MANIFEST-REC DELIMITED BY ","
               INTO MF-DATE, MF-COPY, MF-BOOK, MF-FROM, MF-TO,
                    MF-MEMBER, MF-STATE
           IF FUNCTION TRIM(MF-STATE) NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MF-FROM)) TO MF-FROM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MF-TO)) TO MF-TO
           IF MF-FROM NOT = WS-BRANCH AND MF-TO NOT = WS-BRANCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-CNT
           IF WS-SECTION-CNT > WS-SHOW-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE MF-BOOK TO WS-FIND-BOOK
           PERFORM FIND-BOOK
           IF MF-TO = WS-BRANCH
               DISPLAY "  copy " MF-COPY "  " MF-BOOK " "
                   BK-NAME(BK-FOUND-IDX)(1:25) "  in from "
                   FUNCTION TRIM(MF-FROM) " since " MF-DATE
           ELSE
               DISPLAY "  copy " MF-COPY "  " MF-BOOK " "
                   BK-NAME(BK-FOUND-IDX)(1:25) "  out to "
                   FUNCTION TRIM(MF-TO) " since " MF-DATE
           END-IF.

      *-----------------------------------------------------------------
      *> Copies still at the bindery past the promised turnaround.
       SHOW-REPAIRS.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "REPAIRS PAST PROMISE (Books Management > 9 Repair "
               "Queue)"
           MOVE 'N' TO FILE-END
           OPEN INPUT REPAIR-FILE
           IF WS-REPAIR-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ REPAIR-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM CHECK-ONE-REPAIR
                   END-READ
               END-PERFORM
               CLOSE REPAIR-FILE
           END-IF
           PERFORM SHOW-SECTION-COUNT.

       CHECK-ONE-REPAIR.
           IF REPAIR-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RP-BACK-DATE
           UNSTRING REPAIR-REC DELIMITED BY ","
               INTO RP-COPY-ID, RP-BOOK-ID, RP-CONDITION,
                    RP-SENT-DATE, RP-BACK-DATE
           IF FUNCTION TRIM(RP-BACK-DATE) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE RP-BOOK-ID TO WS-FIND-BOOK
           PERFORM FIND-BOOK
           IF BK-BRANCH(BK-FOUND-IDX) NOT = WS-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE RP-SENT-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROMISED-INT = WS-DATE-OUT-INT + WS-REPAIR-DAYS
           IF WS-PROMISED-INT >= SYS-DATE-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-CNT
           IF WS-SECTION-CNT <= WS-SHOW-MAX
               COMPUTE WS-PROMISED-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROMISED-INT)
               STRING WS-PROMISED-DATE(7:2) DELIMITED BY SIZE "-"
                      WS-PROMISED-DATE(5:2) DELIMITED BY SIZE "-"
                      WS-PROMISED-DATE(1:4) DELIMITED BY SIZE
                   INTO WS-PROMISED-DISP
               DISPLAY "  copy " RP-COPY-ID "  " RP-BOOK-ID " "
                   BK-NAME(BK-FOUND-IDX)(1:25) "  sent "
                   RP-SENT-DATE "  promised " WS-PROMISED-DISP
           END-IF.

      *-----------------------------------------------------------------
      *> Tills nobody counted back in before today.
       SHOW-DRAWERS.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "DRAWERS LEFT OPEN    (Issuance/Return > 6 Cash "
               "Drawer)"
           MOVE 'N' TO FILE-END
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ DRAWER-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM CHECK-ONE-DRAWER
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF
           PERFORM SHOW-SECTION-COUNT.

       CHECK-ONE-DRAWER.
           IF DRAWER-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DR-CLOSE-TIME DR-BRANCH
           UNSTRING DRAWER-REC DELIMITED BY ","
               INTO DR-SESSION-ID, DR-OPERATOR, DR-OPEN-DATE,
                    DR-OPEN-TIME, DR-FLOAT-AMT, DR-STATUS,
                    DR-CLOSE-DATE, DR-EXPECTED, DR-COUNTED,
                    DR-CLOSE-TIME, DR-BRANCH
           IF FUNCTION TRIM(DR-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DR-BRANCH))
               TO WS-ROW-BRANCH
           IF WS-ROW-BRANCH = SPACES
               MOVE "MAIN" TO WS-ROW-BRANCH
           END-IF
           IF WS-ROW-BRANCH NOT = WS-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE DR-OPEN-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK = 'Y' AND WS-DATE-OUT-INT >= SYS-DATE-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-CNT
           IF WS-SECTION-CNT <= WS-SHOW-MAX
               DISPLAY "  session " DR-SESSION-ID "  operator "
                   DR-OPERATOR "  opened " DR-OPEN-DATE " "
                   DR-OPEN-TIME
           END-IF.

      *-----------------------------------------------------------------
       SHOW-APPROVALS.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "PENDING APPROVALS    (Main menu > 14 Supervisor "
               "Approvals)"
           MOVE 'N' TO FILE-END
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ APPROVAL-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM CHECK-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF
           PERFORM SHOW-SECTION-COUNT.

       CHECK-ONE-APPROVAL.
           IF APPROVAL-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING APPROVAL-REC DELIMITED BY ","
               INTO AP-ID, AP-TYPE, AP-REF, AP-MEMBER, AP-AMOUNT,
                    AP-REQ-BY, AP-REQ-DATE, AP-REASON, AP-STATUS
           IF FUNCTION TRIM(AP-STATUS) NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-CNT
           IF WS-SECTION-CNT <= WS-SHOW-MAX
               DISPLAY "  " AP-ID "  " AP-TYPE "  ref " AP-REF
                   "  by " AP-REQ-BY "  " AP-REQ-DATE
           END-IF.

      *-----------------------------------------------------------------
      *> NEW and SEEN alerts are both unresolved -- seeing one at
      *> sign-on isn't dealing with it.
       SHOW-ALERTS.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "BATCH ALERTS         (Main menu > 8 Nightly Batch "
               "Run; resolve below)"
           PERFORM LOAD-ALERTS
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-CNT
               IF FUNCTION TRIM(AL-STATE(ALERT-IDX)) NOT = "DONE"
                   ADD 1 TO WS-SECTION-CNT
                   IF WS-SECTION-CNT <= WS-SHOW-MAX
                       DISPLAY "  " AL-DATE(ALERT-IDX) " "
                           FUNCTION TRIM(AL-TEXT(ALERT-IDX))
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SECTION-CNT TO WS-ALERT-OPEN
           PERFORM SHOW-SECTION-COUNT.

       LOAD-ALERTS.
           MOVE 0 TO ALERT-CNT
           MOVE 'N' TO WS-ALERT-FULL
           MOVE 'N' TO FILE-END
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ALERT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF ALERT-REC NOT = SPACES
                           IF ALERT-CNT < 500
                               ADD 1 TO ALERT-CNT
                               MOVE 1 TO WS-ALERT-PTR
                               MOVE SPACES TO AL-TEXT(ALERT-CNT)
                               UNSTRING ALERT-REC DELIMITED BY ","
                                   INTO AL-DATE(ALERT-CNT),
                                        AL-STATE(ALERT-CNT)
                                   WITH POINTER WS-ALERT-PTR
                               MOVE ALERT-REC(WS-ALERT-PTR:)
                                   TO AL-TEXT(ALERT-CNT)
                           ELSE
                               MOVE 'Y' TO WS-ALERT-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE.

      *> Marks every unresolved alert DONE. Not offered when the file
      *> outgrew the table -- writing it back would lose the rest.
       OFFER-RESOLVE-ALERTS.
           IF WS-ALERT-FULL = 'Y'
               DISPLAY "batch_alerts.csv holds more than 500 alerts; "
                   "archive it before resolving here."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ALERT-OPEN TO WS-CNT-ED
           DISPLAY "Mark the " FUNCTION TRIM(WS-CNT-ED)
               " batch alert(s) above as resolved (Y/N)? "
           ACCEPT WS-RESOLVE
           IF WS-RESOLVE NOT = "Y" AND WS-RESOLVE NOT = "y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ALERT-FILE
           PERFORM VARYING ALERT-IDX FROM 1 BY 1
               UNTIL ALERT-IDX > ALERT-CNT
               MOVE "DONE" TO AL-STATE(ALERT-IDX)
               MOVE SPACES TO ALERT-REC
               STRING AL-DATE(ALERT-IDX) DELIMITED BY SIZE ","
                      AL-STATE(ALERT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(AL-TEXT(ALERT-IDX))
                          DELIMITED BY SIZE
                   INTO ALERT-REC
               WRITE ALERT-REC
           END-PERFORM
           CLOSE ALERT-FILE
           DISPLAY "Batch alerts marked resolved.".

      *-----------------------------------------------------------------
       SHOW-ROOMS.
           MOVE 0 TO WS-SECTION-CNT
           DISPLAY " "
           DISPLAY "ROOM BOOKINGS TODAY  (Issuance/Return > 22 Room "
               "and Event Bookings)"
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ BOOKING-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM CHECK-ONE-BOOKING
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF
           PERFORM SHOW-SECTION-COUNT.

       CHECK-ONE-BOOKING.
           IF BOOKING-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING BOOKING-REC DELIMITED BY ","
               INTO RB-ID, RB-RES, RB-DATE, RB-START, RB-END,
                    RB-MEMBER, RB-EVENT, RB-RECEIPT, RB-ATTEND,
                    RB-STATUS
           IF RB-DATE NOT = WS-TODAY-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(RB-STATUS) NOT = "BOOKED"
               AND FUNCTION TRIM(RB-STATUS) NOT = "HELD"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-CNT
           IF WS-SECTION-CNT > WS-SHOW-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE RB-RES TO WS-ROOM-NAME
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-CNT
               IF RS-ID(RS-IDX) = RB-RES
                   MOVE RS-NAME(RS-IDX) TO WS-ROOM-NAME
               END-IF
           END-PERFORM
           DISPLAY "  " RB-START ":00-" RB-END ":00  "
               WS-ROOM-NAME "  " FUNCTION TRIM(RB-EVENT).

      *-----------------------------------------------------------------
      *> Closes a section with its count, and the overflow when more
      *> than WS-SHOW-MAX were found.
       SHOW-SECTION-COUNT.
           ADD WS-SECTION-CNT TO WS-ITEMS-TOTAL
           MOVE WS-SECTION-CNT TO WS-CNT-ED
           IF WS-SECTION-CNT = 0
               DISPLAY "  (none)"
           ELSE
               IF WS-SECTION-CNT > WS-SHOW-MAX
                   COMPUTE WS-MORE-ED = WS-SECTION-CNT - WS-SHOW-MAX
                   DISPLAY "  ... and " FUNCTION TRIM(WS-MORE-ED)
                       " more -- " FUNCTION TRIM(WS-CNT-ED) " in all"
               ELSE
                   DISPLAY "  " FUNCTION TRIM(WS-CNT-ED) " in all"
               END-IF
           END-IF.

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
                       IF BOOK-REC NOT = SPACES AND BK-CNT < 1000
                           ADD 1 TO BK-CNT
                           MOVE SPACES TO BK-BRANCH(BK-CNT)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-AUTHOR-X, BK-COUNT-X,
                                    BK-GENRE-X, BK-STATUS-X,
                                    BK-ISBN-X, BK-BRANCH(BK-CNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(BK-BRANCH(BK-CNT)))
                               TO BK-BRANCH(BK-CNT)
                           IF BK-BRANCH(BK-CNT) = SPACES
                               MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *> Title lookup; an unknown ID points at the blank entry past
      *> the last loaded title.
       FIND-BOOK.
           COMPUTE BK-FOUND-IDX = BK-CNT + 1
           IF BK-FOUND-IDX > 1000
               MOVE 1000 TO BK-FOUND-IDX
           ELSE
               MOVE SPACES TO BOOK-ENTRY(BK-FOUND-IDX)
           END-IF
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = WS-FIND-BOOK
                   MOVE BK-IDX TO BK-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-RESOURCES.
           MOVE 0 TO RS-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT RESOURCE-FILE
           IF WS-RESOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RESOURCE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF RESOURCE-REC NOT = SPACES AND RS-CNT < 100
                           ADD 1 TO RS-CNT
                           UNSTRING RESOURCE-REC DELIMITED BY ","
                               INTO RS-ID(RS-CNT), RS-NAME(RS-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESOURCE-FILE.

      *-----------------------------------------------------------------
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

       END PROGRAM BranchDashboard.
