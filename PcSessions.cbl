      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Public-access computer sessions, in place of the
      *          paper sign-up sheet and the kitchen timer. Each
      *          branch's numbered workstations are kept in
      *          pc_workstations.csv (branch, number, ACTIVE or
      *          OUT-OF-ORDER). A member signs on with their library
      *          card (member_cards.csv; CardCheck) or member ID --
      *          not with a LOST card, not with a closed account and
      *          not under an open ban (BanCheck) -- and gets the
      *          daily minute quota of their member type: parameters
      *          PCQST (STUDENT), PCQFA (FACULTY), PCQSF (STAFF),
      *          PCQGE (GENERAL) and PCQGU (GUEST), less whatever
      *          they have already used that day. A visitor with no
      *          card is issued a guest pass for the day
      *          (pc_guest_passes.csv, G + 4 digits) with the shorter
      *          guest quota. Sessions in progress are in
      *          pc_active.csv; a finished one is appended to
      *          pc_sessions.csv (session, date, branch, workstation,
      *          user, type, start, end, minutes, minutes allowed,
      *          extension minutes, extending operator, pages
      *          printed, operator, DESK or AUTO). When every PC at
      *          the branch is busy, or others are already waiting,
      *          the member joins the day's waiting list
      *          (pc_waitlist.csv) and is seated in turn. More time
      *          than the quota needs an operator to key their own ID
      *          at the extension screen, and is audit-logged. Pages
      *          printed are handed to MiscCharge as a PENDING row of
      *          pc_print_charges.csv and charged at the PRINT item's
      *          price when the member pays at the desk. The usage
      *          report (pc_usage.txt) gives a year's sessions and
      *          minutes by branch, by branch and hour of the day and
      *          by member type; AnnualReturn reads the same log. The
      *          run calendar (USER-CHOICE 99) closes sessions left
      *          open from an earlier day at their allowed time,
      *          clears old waiting-list rows and prints the year's
      *          usage report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PcSessions IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-FILE ASSIGN TO "../pc_workstations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.
           SELECT ACTIVE-FILE ASSIGN TO "../pc_active.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "../pc_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT WAIT-FILE ASSIGN TO "../pc_waitlist.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIT-STATUS.
           SELECT GUEST-FILE ASSIGN TO "../pc_guest_passes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUEST-STATUS.
           SELECT CHARGE-FILE ASSIGN TO "../pc_print_charges.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.
           SELECT CARD-FILE ASSIGN TO "../member_cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../pc_usage.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATION-FILE.
       01  STATION-REC     PIC X(40).
       FD  ACTIVE-FILE.
       01  ACTIVE-REC      PIC X(120).
       FD  SESSION-FILE.
       01  SESSION-REC     PIC X(150).
       FD  WAIT-FILE.
       01  WAIT-REC        PIC X(80).
       FD  GUEST-FILE.
       01  GUEST-REC       PIC X(100).
       FD  CHARGE-FILE.
       01  CHARGE-REC      PIC X(80).
       FD  CARD-FILE.
       01  CARD-REC        PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATION-STATUS  PIC XX.
       01  WS-ACTIVE-STATUS   PIC XX.
       01  WS-SESSION-STATUS  PIC XX.
       01  WS-WAIT-STATUS     PIC XX.
       01  WS-GUEST-STATUS    PIC XX.
       01  WS-CHARGE-STATUS   PIC XX.
       01  WS-CARD-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.
       01  WS-CONFIRM         PIC X.

       01  SYS-DATE           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-NOW-TIME        PIC 9(8).
       01  WS-NOW-HHMM        PIC X(5).
       01  WS-NOW-MIN         PIC 9(4) VALUE 0.
       01  WS-BRANCH          PIC X(10).
       01  WS-BC-RESULT       PIC X.

      *> Member types and their quota parameters, with the minutes
      *> given when the parameter is not on file.
       01  PC-TYPE-VALUES.
           05  FILLER PIC X(15) VALUE "STUDENTPCQST090".
           05  FILLER PIC X(15) VALUE "FACULTYPCQFA120".
           05  FILLER PIC X(15) VALUE "STAFF  PCQSF120".
           05  FILLER PIC X(15) VALUE "GENERALPCQGE060".
           05  FILLER PIC X(15) VALUE "GUEST  PCQGU030".
       01  PC-TYPE-TABLE REDEFINES PC-TYPE-VALUES.
           05  PT-ENTRY OCCURS 5 TIMES.
               10  PT-TYPE     PIC X(7).
               10  PT-PARAM    PIC X(5).
               10  PT-DEFAULT  PIC 9(3).
       01  PT-IDX             PIC 9 VALUE 0.

      *> The branches' workstations.
       01  STATION-TABLE.
           05 STATION-ENTRY OCCURS 200 TIMES.
               10 PW-BRANCH    PIC X(10).
               10 PW-NO        PIC X(2).
               10 PW-STATUS    PIC X(12).
       01  PW-CNT             PIC 9(3) VALUE 0.
       01  PW-IDX             PIC 9(3) VALUE 0.
       01  PW-MATCH           PIC 9(3) VALUE 0.
       01  WS-STATIONS-HERE   PIC 9(3) VALUE 0.
       01  WS-FREE-CNT        PIC 9(3) VALUE 0.
       01  WS-FIRST-FREE      PIC X(2).
       01  WS-STATION-IN      PIC X(2).
       01  WS-STATION-FREE    PIC X.

      *> Sessions in progress, pc_active.csv whole.
       01  ACTIVE-TABLE.
           05 ACTIVE-ENTRY OCCURS 200 TIMES.
               10 AC-ID        PIC 9(6).
               10 AC-DATE      PIC X(10).
               10 AC-BRANCH    PIC X(10).
               10 AC-STATION   PIC X(2).
               10 AC-USER      PIC X(5).
               10 AC-TYPE      PIC X(7).
               10 AC-START     PIC X(5).
               10 AC-ALLOWED   PIC 9(4).
               10 AC-EXT       PIC 9(4).
               10 AC-EXT-OP    PIC X(10).
               10 AC-OPERATOR  PIC X(10).
               10 AC-KEEP      PIC X.
       01  AC-CNT             PIC 9(3) VALUE 0.
       01  AC-IDX             PIC 9(3) VALUE 0.
       01  AC-MATCH           PIC 9(3) VALUE 0.
       01  WS-ID-X            PIC X(6).
       01  WS-NUM-X           PIC X(4).

      *> One finished session, as appended to pc_sessions.csv.
       01  SS-ID              PIC X(6).
       01  SS-DATE            PIC X(10).
       01  SS-BRANCH          PIC X(10).
       01  SS-STATION         PIC X(2).
       01  SS-USER            PIC X(5).
       01  SS-TYPE            PIC X(7).
       01  SS-START           PIC X(5).
       01  SS-END             PIC X(5).
       01  SS-MINUTES         PIC X(4).
       01  SS-ALLOWED         PIC X(4).
       01  SS-EXT             PIC X(4).
       01  SS-EXT-OP          PIC X(10).
       01  SS-PAGES           PIC X(4).
       01  SS-OPERATOR        PIC X(10).
       01  SS-CLOSED-BY       PIC X(4).
       01  WS-SS-MINUTES      PIC 9(4) VALUE 0.
       01  WS-SS-EXT          PIC 9(4) VALUE 0.
       01  WS-SS-PAGES        PIC 9(4) VALUE 0.
       01  WS-MAX-SESSION     PIC 9(6) VALUE 0.
       01  WS-NEW-SESSION     PIC 9(6) VALUE 0.
       01  WS-CLOSE-PAGES     PIC 9(4) VALUE 0.
       01  WS-CLOSE-END       PIC X(5).
       01  WS-CLOSE-MINUTES   PIC 9(4) VALUE 0.
       01  WS-CLOSED-BY       PIC X(4).
       01  WS-STALE-CNT       PIC 9(3) VALUE 0.

      *> The day's waiting list.
       01  WAIT-TABLE.
           05 WAIT-ENTRY OCCURS 500 TIMES.
               10 WL-DATE      PIC X(10).
               10 WL-BRANCH    PIC X(10).
               10 WL-USER      PIC X(5).
               10 WL-TYPE      PIC X(7).
               10 WL-TIME      PIC X(5).
               10 WL-STATUS    PIC X(7).
       01  WL-CNT             PIC 9(3) VALUE 0.
       01  WL-IDX             PIC 9(3) VALUE 0.
       01  WL-HEAD            PIC 9(3) VALUE 0.
       01  WL-MINE            PIC 9(3) VALUE 0.
       01  WL-POS             PIC 9(3) VALUE 0.
       01  WS-POS-IN          PIC X(3).

      *> Who is signing on.
       01  WS-ID-IN           PIC X(8).
       01  WS-USER            PIC X(5).
       01  WS-USER-TYPE       PIC X(7).
       01  WS-USER-NAME       PIC X(30).
       01  WS-USER-OK         PIC X.
       01  CD-NUMBER          PIC X(8).
       01  CD-MEMBER          PIC X(5).
       01  CD-ISSUED          PIC X(10).
       01  CD-STATUS          PIC X(6).
       01  WS-CARD-FOUND      PIC X.
       01  WS-CARD-STANDING   PIC X(6).
       01  WS-CC-BLOCKED      PIC X.
       01  WS-BC-BANNED       PIC X.
       01  WS-BC-UNTIL        PIC X(10).
       01  WS-LOOKUP-LINE     PIC X(200).
       01  WS-LOOKUP-FOUND    PIC X.
       01  WS-Q-CNT           PIC 9(2) VALUE 0.
       01  WS-ML-FRONT        PIC X(80).
       01  WS-ML-ADDR         PIC X(80).
       01  WS-ML-BACK         PIC X(120).
       01  WS-ML-ID           PIC X(5).
       01  WS-ML-SKIP         PIC X(50).
       01  WS-ML-FLAG         PIC X(10).
       01  WS-ML-TYPE         PIC X(10).

      *> Quota arithmetic for the day, in minutes.
       01  WS-QUOTA           PIC 9(4) VALUE 0.
       01  WS-USED-TODAY      PIC 9(5) VALUE 0.
       01  WS-EXT-TODAY       PIC 9(5) VALUE 0.
       01  WS-REMAINING       PIC S9(5) VALUE 0.
       01  WS-START-MIN       PIC 9(4) VALUE 0.
       01  WS-ELAPSED         PIC S9(5) VALUE 0.
       01  WS-LEFT            PIC S9(5) VALUE 0.
       01  WS-UNTIL-MIN       PIC 9(4) VALUE 0.
       01  WS-UNTIL-HHMM      PIC X(5).
       01  WS-HH              PIC 9(2).
       01  WS-MM              PIC 9(2).
       01  WS-MIN-ED          PIC ZZZ9.
       01  WS-MIN-ED2         PIC ZZZ9.
       01  WS-POS-ED          PIC ZZ9.
       01  WS-EXT-IN          PIC X(4).
       01  WS-EXT-MIN         PIC 9(4) VALUE 0.
       01  WS-OLD-ALLOWED     PIC 9(4) VALUE 0.
       01  WS-AUTH-OP         PIC X(10).
       01  WS-AUTH-VALID      PIC X.
       01  WS-AUTH-ROLE       PIC X(5).
       01  WS-PAGES-IN        PIC X(4).

      *> Guest passes.
       01  GP-PASS            PIC X(5).
       01  GP-DATE            PIC X(10).
       01  GP-NAME            PIC X(30).
       01  GP-ID-SEEN         PIC X(20).
       01  GP-OPERATOR        PIC X(10).
       01  WS-GUEST-MAX       PIC 9(4) VALUE 0.
       01  WS-GUEST-NEXT      PIC 9(4) VALUE 0.
       01  WS-FOUND-DATE      PIC X(10).
       01  WS-FOUND-NAME      PIC X(30).
       01  WS-GUEST-NAME      PIC X(30).
       01  WS-GUEST-ID-SEEN   PIC X(20).
       01  WS-GUEST-PASS      PIC X(5).
       01  WS-GUEST-FOUND     PIC X.
       01  WS-GUESTS-ISSUED   PIC 9(5) VALUE 0.

      *> Usage report tallies.
       01  WS-YEAR-IN         PIC X(4).
       01  USE-BRANCH-TABLE.
           05 UB-ENTRY OCCURS 20 TIMES.
               10 UB-BRANCH    PIC X(10).
               10 UB-SESSIONS  PIC 9(6).
               10 UB-MINUTES   PIC 9(8).
               10 UB-HOUR OCCURS 24 TIMES.
                   15 UB-H-SESSIONS PIC 9(6).
                   15 UB-H-MINUTES  PIC 9(8).
       01  UB-CNT             PIC 9(2) VALUE 0.
       01  UB-IDX             PIC 9(2) VALUE 0.
       01  UB-MATCH           PIC 9(2) VALUE 0.
       01  UB-HR              PIC 9(2) VALUE 0.
       01  USE-TYPE-TABLE.
           05 UT-ENTRY OCCURS 5 TIMES.
               10 UT-SESSIONS  PIC 9(6).
               10 UT-MINUTES   PIC 9(8).
       01  WS-TOTAL-SESSIONS  PIC 9(6) VALUE 0.
       01  WS-TOTAL-MINUTES   PIC 9(8) VALUE 0.
       01  WS-TOTAL-HOURS     PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXT       PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXT-MIN   PIC 9(8) VALUE 0.
       01  WS-TOTAL-PAGES     PIC 9(8) VALUE 0.
       01  WS-HOURS-OUT       PIC 9(6) VALUE 0.
       01  WS-HOUR-ED         PIC 99.

      *> Quota parameter lookup -- see GetParam.
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).

       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- sign-on and sign-off rewrite pc_active.csv and
      *> pc_waitlist.csv and append to pc_sessions.csv.
           MOVE 'PcSessions' TO WS-ERRLOG-PROGRAM
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
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           PERFORM GET-NOW

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> close yesterday's leftovers, then the year's report.
           IF USER-CHOICE = 99
               PERFORM CLOSE-STALE-SESSIONS
               PERFORM LOAD-WAITLIST
               PERFORM REWRITE-WAITLIST
               MOVE SYS-DATE(1:4) TO WS-YEAR-IN
               PERFORM BUILD-USAGE-REPORT
               GO TO ENDER
           END-IF

           PERFORM ACCEPT-OPERATOR-ID
           PERFORM ACCEPT-BRANCH
           PERFORM CLOSE-STALE-SESSIONS
           MOVE 'N' TO WS-DONE
           PERFORM PC-MENU THRU PC-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       PC-MENU.
           DISPLAY "=============================="
           DISPLAY "   PUBLIC PC SESSIONS -- "
               FUNCTION TRIM(WS-BRANCH)
           DISPLAY "=============================="
           DISPLAY "1) Sign on to a workstation"
           DISPLAY "2) Sign off a workstation"
           DISPLAY "3) Workstations now"
           DISPLAY "4) Waiting list"
           DISPLAY "5) Extend a session (operator)"
           DISPLAY "6) Issue a guest pass"
           DISPLAY "7) Usage report"
           DISPLAY "8) Workstation set-up (supervisor)"
           DISPLAY "9) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-9): "
           ACCEPT WS-MENU-CHOICE
           PERFORM GET-NOW

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM SIGN-ON
              WHEN 2
                  PERFORM SIGN-OFF
              WHEN 3
                  PERFORM SHOW-WORKSTATIONS
              WHEN 4
                  PERFORM SHOW-WAITLIST
              WHEN 5
                  PERFORM EXTEND-SESSION
              WHEN 6
                  PERFORM ISSUE-GUEST-PASS
              WHEN 7
                  DISPLAY "Year (YYYY, blank = " SYS-DATE(1:4) "): "
                  ACCEPT WS-YEAR-IN
                  IF WS-YEAR-IN = SPACES
                      MOVE SYS-DATE(1:4) TO WS-YEAR-IN
                  END-IF
                  IF WS-YEAR-IN NOT NUMERIC
                      DISPLAY "Year must be four digits."
                  ELSE
                      PERFORM BUILD-USAGE-REPORT
                  END-IF
              WHEN 8
                  IF WS-OP-VALID = 'Y' AND
                      FUNCTION TRIM(WS-OP-ROLE) NOT = "SUPER"
                      DISPLAY "Supervisor only."
                  ELSE
                      PERFORM STATION-SETUP
                  END-IF
              WHEN 9
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       PC-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       GET-NOW.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-NOW-HHMM
           STRING WS-NOW-TIME(1:2) DELIMITED BY SIZE ":"
                  WS-NOW-TIME(3:2) DELIMITED BY SIZE
               INTO WS-NOW-HHMM
           MOVE WS-NOW-TIME(1:2) TO WS-HH
           MOVE WS-NOW-TIME(3:2) TO WS-MM
           COMPUTE WS-NOW-MIN = WS-HH * 60 + WS-MM.

      *> HH:MM in WS-UNTIL-HHMM -> minutes of the day in
      *> WS-START-MIN.
       HHMM-TO-MINUTES.
           MOVE 0 TO WS-START-MIN
           IF WS-UNTIL-HHMM(1:2) IS NUMERIC
               AND WS-UNTIL-HHMM(4:2) IS NUMERIC
               MOVE WS-UNTIL-HHMM(1:2) TO WS-HH
               MOVE WS-UNTIL-HHMM(4:2) TO WS-MM
               COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
           END-IF.

      *> Minutes of the day in WS-UNTIL-MIN -> HH:MM, never past
      *> 23:59.
       MINUTES-TO-HHMM.
           IF WS-UNTIL-MIN > 1439
               MOVE 1439 TO WS-UNTIL-MIN
           END-IF
           DIVIDE WS-UNTIL-MIN BY 60 GIVING WS-HH REMAINDER WS-MM
           MOVE SPACES TO WS-UNTIL-HHMM
           STRING WS-HH DELIMITED BY SIZE ":"
                  WS-MM DELIMITED BY SIZE
               INTO WS-UNTIL-HHMM.

      *-----------------------------------------------------------------
       ACCEPT-BRANCH.
           MOVE 'N' TO WS-BC-RESULT
           PERFORM UNTIL WS-BC-RESULT NOT = 'N'
               DISPLAY "Branch (blank = MAIN): "
               ACCEPT WS-BRANCH
               IF WS-BRANCH = SPACES
                   MOVE "MAIN" TO WS-BRANCH
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-BRANCH) TO WS-BRANCH
               CALL 'BranchCheck' USING WS-BRANCH, WS-BC-RESULT
               IF WS-BC-RESULT = 'N'
                   DISPLAY "Unknown or closed branch code."
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A member or guest onto a free workstation at this branch,
      *> within what is left of their day's quota -- or onto the
      *> waiting list when no PC can be had in turn.
       SIGN-ON.
           PERFORM LOAD-STATIONS
           IF WS-STATIONS-HERE = 0
               DISPLAY "No public workstations are set up at "
                   FUNCTION TRIM(WS-BRANCH) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Card number, member ID or guest pass: "
           ACCEPT WS-ID-IN
           MOVE FUNCTION UPPER-CASE(WS-ID-IN) TO WS-ID-IN
           IF WS-ID-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM IDENTIFY-USER
           IF WS-USER-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ACTIVE
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-CNT
               IF AC-USER(AC-IDX) = WS-USER
                   DISPLAY FUNCTION TRIM(WS-USER) " is already on PC "
                       AC-STATION(AC-IDX) " at "
                       FUNCTION TRIM(AC-BRANCH(AC-IDX)) "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM COMPUTE-REMAINING
           IF WS-REMAINING <= 0
               MOVE WS-QUOTA TO WS-MIN-ED
               DISPLAY "Today's " FUNCTION TRIM(WS-MIN-ED)
                   "-minute quota is used up -- more time needs an "
                   "operator's extension."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-WAITLIST
           PERFORM FIND-WAITLIST-PLACE
           PERFORM FIND-FREE-STATIONS
           IF WS-FREE-CNT = 0
               OR (WL-HEAD > 0 AND WL-HEAD NOT = WL-MINE)
               PERFORM OFFER-WAITLIST
               EXIT PARAGRAPH
           END-IF

           PERFORM CHOOSE-STATION
           IF WS-STATION-IN = SPACES
               EXIT PARAGRAPH
           END-IF

           IF AC-CNT >= 200
               DISPLAY "Too many sessions open -- sign someone off "
                   "first."
               EXIT PARAGRAPH
           END-IF
           PERFORM NEXT-SESSION-ID
           ADD 1 TO AC-CNT
           MOVE WS-NEW-SESSION TO AC-ID(AC-CNT)
           MOVE WS-TODAY-DISPLAY TO AC-DATE(AC-CNT)
           MOVE WS-BRANCH TO AC-BRANCH(AC-CNT)
           MOVE WS-STATION-IN TO AC-STATION(AC-CNT)
           MOVE WS-USER TO AC-USER(AC-CNT)
           MOVE WS-USER-TYPE TO AC-TYPE(AC-CNT)
           MOVE WS-NOW-HHMM TO AC-START(AC-CNT)
           MOVE WS-REMAINING TO AC-ALLOWED(AC-CNT)
           MOVE 0 TO AC-EXT(AC-CNT)
           MOVE SPACES TO AC-EXT-OP(AC-CNT)
           MOVE WS-OPERATOR-ID TO AC-OPERATOR(AC-CNT)
           MOVE 'Y' TO AC-KEEP(AC-CNT)
           PERFORM REWRITE-ACTIVE
           IF WL-MINE > 0
               MOVE "SEATED" TO WL-STATUS(WL-MINE)
               PERFORM REWRITE-WAITLIST
           END-IF

           COMPUTE WS-UNTIL-MIN = WS-NOW-MIN + WS-REMAINING
           PERFORM MINUTES-TO-HHMM
           MOVE WS-REMAINING TO WS-MIN-ED
           DISPLAY "-----------------------------------"
           DISPLAY FUNCTION TRIM(WS-USER-NAME) " ("
               FUNCTION TRIM(WS-USER-TYPE) ") on PC " WS-STATION-IN
               " from " WS-NOW-HHMM "."
           DISPLAY FUNCTION TRIM(WS-MIN-ED) " minute(s) left today"
               " -- until " WS-UNTIL-HHMM "."
           DISPLAY "-----------------------------------".

      *-----------------------------------------------------------------
      *> Card number (member_cards.csv), today's guest pass, or a
      *> member ID -- into WS-USER, WS-USER-TYPE and WS-USER-NAME,
      *> with WS-USER-OK 'Y' only when they may use a PC.
       IDENTIFY-USER.
           MOVE 'N' TO WS-USER-OK
           MOVE SPACES TO WS-USER WS-USER-TYPE WS-USER-NAME
           PERFORM FIND-CARD
           IF WS-CARD-FOUND = 'Y'
               IF FUNCTION TRIM(WS-CARD-STANDING) NOT = "ACTIVE"
                   DISPLAY "This card has been reported lost -- "
                       "no session."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-ID-IN(1:1) = "G"
                   MOVE WS-ID-IN(1:5) TO WS-GUEST-PASS
                   PERFORM FIND-GUEST-PASS
                   IF WS-GUEST-FOUND = 'Y'
                       IF GP-DATE NOT = WS-TODAY-DISPLAY
                           DISPLAY "Guest pass " WS-GUEST-PASS
                               " was for " GP-DATE " only."
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-GUEST-PASS TO WS-USER
                       MOVE "GUEST" TO WS-USER-TYPE
                       MOVE GP-NAME TO WS-USER-NAME
                       MOVE 'Y' TO WS-USER-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-ID-IN(1:5) TO CD-MEMBER
           END-IF

           MOVE CD-MEMBER TO WS-USER
           CALL 'CardCheck' USING WS-USER, WS-CC-BLOCKED
           IF WS-CC-BLOCKED = 'Y'
               DISPLAY "This member's card has been reported lost -- "
                   "no session."
               EXIT PARAGRAPH
           END-IF
           CALL 'MemberLookup' USING WS-USER, WS-LOOKUP-LINE,
               WS-LOOKUP-FOUND
           IF WS-LOOKUP-FOUND NOT = 'Y'
               DISPLAY "No member, card or guest pass "
                   FUNCTION TRIM(WS-ID-IN) "."
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-MEMBER-LINE
           IF FUNCTION TRIM(WS-ML-FLAG) NOT = "ACTIVE"
               DISPLAY "Member " WS-USER " is not ACTIVE ("
                   FUNCTION TRIM(WS-ML-FLAG) ") -- no session."
               EXIT PARAGRAPH
           END-IF
           CALL 'BanCheck' USING WS-USER, WS-BC-BANNED, WS-BC-UNTIL
           IF WS-BC-BANNED = 'Y'
               DISPLAY "Member " WS-USER " is banned until "
                   WS-BC-UNTIL " -- no session."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ML-TYPE TO WS-USER-TYPE
           IF WS-USER-TYPE = SPACES
               MOVE "GENERAL" TO WS-USER-TYPE
           END-IF
           MOVE 'Y' TO WS-USER-OK.

      *> members.csv: id,name,email,address,gender,status,override,
      *> type,... -- the address may be quoted with commas in it.
       PARSE-MEMBER-LINE.
           MOVE SPACES TO WS-ML-FLAG WS-ML-TYPE
           MOVE 0 TO WS-Q-CNT
           INSPECT WS-LOOKUP-LINE TALLYING WS-Q-CNT FOR ALL '"'
           IF WS-Q-CNT > 0
               UNSTRING WS-LOOKUP-LINE DELIMITED BY '"'
                   INTO WS-ML-FRONT, WS-ML-ADDR, WS-ML-BACK
               UNSTRING WS-ML-FRONT DELIMITED BY ","
                   INTO WS-ML-ID, WS-USER-NAME
               UNSTRING WS-ML-BACK DELIMITED BY ","
                   INTO WS-ML-SKIP, WS-ML-SKIP, WS-ML-FLAG,
                        WS-ML-SKIP, WS-ML-TYPE
           ELSE
               UNSTRING WS-LOOKUP-LINE DELIMITED BY ","
                   INTO WS-ML-ID, WS-USER-NAME, WS-ML-SKIP,
                        WS-ML-SKIP, WS-ML-SKIP, WS-ML-FLAG,
                        WS-ML-SKIP, WS-ML-TYPE
           END-IF.

       FIND-CARD.
           MOVE 'N' TO WS-CARD-FOUND
           MOVE SPACES TO WS-CARD-STANDING
           MOVE 'N' TO FILE-END
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR WS-CARD-FOUND = 'Y'
               READ CARD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CD-STATUS
                       UNSTRING CARD-REC DELIMITED BY ","
                           INTO CD-NUMBER, CD-MEMBER, CD-ISSUED,
                                CD-STATUS
                       IF CD-NUMBER = WS-ID-IN
                           MOVE 'Y' TO WS-CARD-FOUND
                           MOVE CD-STATUS TO WS-CARD-STANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE.

      *-----------------------------------------------------------------
      *> The user type's quota, less the minutes of today's finished
      *> sessions, plus any extension an operator gave them today.
       COMPUTE-REMAINING.
           MOVE 0 TO WS-QUOTA
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               IF PT-TYPE(PT-IDX) = WS-USER-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PT-IDX > 5
               MOVE 4 TO PT-IDX
           END-IF
           MOVE PT-DEFAULT(PT-IDX) TO WS-QUOTA
           MOVE PT-PARAM(PT-IDX) TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE < 1440
               MOVE WS-PARAM-VALUE TO WS-QUOTA
           END-IF

           MOVE 0 TO WS-USED-TODAY
           MOVE 0 TO WS-EXT-TODAY
           MOVE 'N' TO FILE-END
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ SESSION-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM PARSE-SESSION-ROW
                           IF SS-DATE = WS-TODAY-DISPLAY
                               AND SS-USER = WS-USER
                               ADD WS-SS-MINUTES TO WS-USED-TODAY
                               ADD WS-SS-EXT TO WS-EXT-TODAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF
           COMPUTE WS-REMAINING =
               WS-QUOTA + WS-EXT-TODAY - WS-USED-TODAY.

      *-----------------------------------------------------------------
      *> WL-HEAD: the first still WAITING at this branch today;
      *> WL-MINE: this user's own WAITING row, if any.
       FIND-WAITLIST-PLACE.
           MOVE 0 TO WL-HEAD
           MOVE 0 TO WL-MINE
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               IF WL-BRANCH(WL-IDX) = WS-BRANCH
                   AND WL-STATUS(WL-IDX) = "WAITING"
                   IF WL-HEAD = 0
                       MOVE WL-IDX TO WL-HEAD
                   END-IF
                   IF WL-USER(WL-IDX) = WS-USER AND WL-MINE = 0
                       MOVE WL-IDX TO WL-MINE
                   END-IF
               END-IF
           END-PERFORM.

       OFFER-WAITLIST.
           IF WS-FREE-CNT = 0
               DISPLAY "Every PC at " FUNCTION TRIM(WS-BRANCH)
                   " is in use."
           ELSE
               DISPLAY "Others are waiting for a PC ahead of "
                   FUNCTION TRIM(WS-USER) "."
           END-IF
           IF WL-MINE > 0
               PERFORM COUNT-WAIT-POSITION
               MOVE WL-POS TO WS-POS-ED
               DISPLAY FUNCTION TRIM(WS-USER) " is already on the "
                   "waiting list, number " FUNCTION TRIM(WS-POS-ED) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Add to the waiting list? (Y/N): "
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WL-CNT >= 500
               DISPLAY "The waiting list is full."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WL-CNT
           MOVE WS-TODAY-DISPLAY TO WL-DATE(WL-CNT)
           MOVE WS-BRANCH TO WL-BRANCH(WL-CNT)
           MOVE WS-USER TO WL-USER(WL-CNT)
           MOVE WS-USER-TYPE TO WL-TYPE(WL-CNT)
           MOVE WS-NOW-HHMM TO WL-TIME(WL-CNT)
           MOVE "WAITING" TO WL-STATUS(WL-CNT)
           PERFORM REWRITE-WAITLIST
           MOVE WL-CNT TO WL-MINE
           PERFORM COUNT-WAIT-POSITION
           MOVE WL-POS TO WS-POS-ED
           DISPLAY FUNCTION TRIM(WS-USER) " is number "
               FUNCTION TRIM(WS-POS-ED) " on the waiting list.".

       COUNT-WAIT-POSITION.
           MOVE 0 TO WL-POS
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-MINE
               IF WL-BRANCH(WL-IDX) = WS-BRANCH
                   AND WL-STATUS(WL-IDX) = "WAITING"
                   ADD 1 TO WL-POS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> ACTIVE workstations at this branch with nobody on them.
       FIND-FREE-STATIONS.
           MOVE 0 TO WS-FREE-CNT
           MOVE SPACES TO WS-FIRST-FREE
           PERFORM VARYING PW-IDX FROM 1 BY 1 UNTIL PW-IDX > PW-CNT
               IF PW-BRANCH(PW-IDX) = WS-BRANCH
                   AND PW-STATUS(PW-IDX) = "ACTIVE"
                   MOVE PW-NO(PW-IDX) TO WS-STATION-IN
                   PERFORM CHECK-STATION-FREE
                   IF WS-STATION-FREE = 'Y'
                       ADD 1 TO WS-FREE-CNT
                       IF WS-FIRST-FREE = SPACES
                           MOVE PW-NO(PW-IDX) TO WS-FIRST-FREE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-STATION-FREE.
           MOVE 'Y' TO WS-STATION-FREE
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-CNT
               IF AC-BRANCH(AC-IDX) = WS-BRANCH
                   AND AC-STATION(AC-IDX) = WS-STATION-IN
                   MOVE 'N' TO WS-STATION-FREE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHOOSE-STATION.
           DISPLAY "Free: " WITH NO ADVANCING
           PERFORM VARYING PW-IDX FROM 1 BY 1 UNTIL PW-IDX > PW-CNT
               IF PW-BRANCH(PW-IDX) = WS-BRANCH
                   AND PW-STATUS(PW-IDX) = "ACTIVE"
                   MOVE PW-NO(PW-IDX) TO WS-STATION-IN
                   PERFORM CHECK-STATION-FREE
                   IF WS-STATION-FREE = 'Y'
                       DISPLAY "PC " PW-NO(PW-IDX) "  "
                           WITH NO ADVANCING
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Workstation number (blank = " WS-FIRST-FREE "): "
           ACCEPT WS-STATION-IN
           IF WS-STATION-IN = SPACES
               MOVE WS-FIRST-FREE TO WS-STATION-IN
           END-IF
           PERFORM NORMALISE-STATION
           PERFORM FIND-STATION
           IF PW-MATCH = 0
               DISPLAY "No PC " WS-STATION-IN " at "
                   FUNCTION TRIM(WS-BRANCH) "."
               MOVE SPACES TO WS-STATION-IN
               EXIT PARAGRAPH
           END-IF
           IF PW-STATUS(PW-MATCH) NOT = "ACTIVE"
               DISPLAY "PC " WS-STATION-IN " is out of order."
               MOVE SPACES TO WS-STATION-IN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STATION-FREE
           IF WS-STATION-FREE = 'N'
               DISPLAY "PC " WS-STATION-IN " is in use."
               MOVE SPACES TO WS-STATION-IN
           END-IF.

      *> "7" and "07" are the same workstation.
       NORMALISE-STATION.
           IF WS-STATION-IN(2:1) = SPACE
               AND WS-STATION-IN(1:1) IS NUMERIC
               MOVE WS-STATION-IN(1:1) TO WS-STATION-IN(2:1)
               MOVE "0" TO WS-STATION-IN(1:1)
           END-IF.

       FIND-STATION.
           MOVE 0 TO PW-MATCH
           PERFORM VARYING PW-IDX FROM 1 BY 1 UNTIL PW-IDX > PW-CNT
               IF PW-BRANCH(PW-IDX) = WS-BRANCH
                   AND PW-NO(PW-IDX) = WS-STATION-IN
                   MOVE PW-IDX TO PW-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The in-progress session on WS-STATION-IN at this branch.
       FIND-ACTIVE-ON-STATION.
           MOVE 0 TO AC-MATCH
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-CNT
               IF AC-BRANCH(AC-IDX) = WS-BRANCH
                   AND AC-STATION(AC-IDX) = WS-STATION-IN
                   MOVE AC-IDX TO AC-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Session ids run on from the highest in the log or in
      *> progress, the way receipt numbers do.
       NEXT-SESSION-ID.
           MOVE 0 TO WS-MAX-SESSION
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-CNT
               IF AC-ID(AC-IDX) > WS-MAX-SESSION
                   MOVE AC-ID(AC-IDX) TO WS-MAX-SESSION
               END-IF
           END-PERFORM
           MOVE 'N' TO FILE-END
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ SESSION-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO SS-ID
                           UNSTRING SESSION-REC DELIMITED BY ","
                               INTO SS-ID
                           IF SS-ID IS NUMERIC
                               AND SS-ID > WS-MAX-SESSION
                               MOVE SS-ID TO WS-MAX-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF
           COMPUTE WS-NEW-SESSION = WS-MAX-SESSION + 1.

      *-----------------------------------------------------------------
      *> Ends the session on a workstation: into the log, printing
      *> handed to MiscCharge, and the next person waiting named.
       SIGN-OFF.
           PERFORM LOAD-ACTIVE
           DISPLAY "Workstation number to sign off: "
           ACCEPT WS-STATION-IN
           PERFORM NORMALISE-STATION
           PERFORM FIND-ACTIVE-ON-STATION
           IF AC-MATCH = 0
               DISPLAY "Nobody is signed on to PC " WS-STATION-IN
                   " at " FUNCTION TRIM(WS-BRANCH) "."
               EXIT PARAGRAPH
           END-IF
           MOVE AC-START(AC-MATCH) TO WS-UNTIL-HHMM
           PERFORM HHMM-TO-MINUTES
           IF WS-NOW-MIN < WS-START-MIN
               MOVE 0 TO WS-CLOSE-MINUTES
           ELSE
               COMPUTE WS-CLOSE-MINUTES = WS-NOW-MIN - WS-START-MIN
           END-IF
           MOVE WS-NOW-HHMM TO WS-CLOSE-END

           MOVE 0 TO WS-CLOSE-PAGES
           DISPLAY "Pages printed (blank = none): "
           ACCEPT WS-PAGES-IN
           IF FUNCTION TRIM(WS-PAGES-IN) NOT = SPACE
               IF FUNCTION TRIM(WS-PAGES-IN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PAGES-IN) TO WS-CLOSE-PAGES
               ELSE
                   DISPLAY "Not a page count -- taken as none."
               END-IF
           END-IF
           MOVE "DESK" TO WS-CLOSED-BY
           MOVE AC-MATCH TO AC-IDX
           PERFORM APPEND-CLOSED-SESSION
           IF WS-CLOSE-PAGES > 0
               PERFORM APPEND-PRINT-CHARGE
           END-IF
           MOVE 'N' TO AC-KEEP(AC-MATCH)
           PERFORM REWRITE-ACTIVE

           MOVE WS-CLOSE-MINUTES TO WS-MIN-ED
           DISPLAY "-----------------------------------"
           DISPLAY FUNCTION TRIM(AC-USER(AC-MATCH)) " signed off PC "
               WS-STATION-IN " after " FUNCTION TRIM(WS-MIN-ED)
               " minute(s)."
           IF WS-CLOSE-PAGES > 0
               MOVE WS-CLOSE-PAGES TO WS-MIN-ED
               DISPLAY FUNCTION TRIM(WS-MIN-ED) " page(s) printed -- "
                   "take payment through Miscellaneous Charges."
           END-IF
           PERFORM LOAD-WAITLIST
           MOVE SPACES TO WS-USER
           PERFORM FIND-WAITLIST-PLACE
           IF WL-HEAD > 0
               DISPLAY "Next on the waiting list: "
                   FUNCTION TRIM(WL-USER(WL-HEAD)) " ("
                   FUNCTION TRIM(WL-TYPE(WL-HEAD)) "), waiting since "
                   WL-TIME(WL-HEAD) "."
           END-IF
           DISPLAY "-----------------------------------".

      *> Active row AC-IDX, ended at WS-CLOSE-END after
      *> WS-CLOSE-MINUTES, onto the end of pc_sessions.csv.
       APPEND-CLOSED-SESSION.
           OPEN EXTEND SESSION-FILE
           IF WS-SESSION-STATUS NOT = "00"
               OPEN OUTPUT SESSION-FILE
           END-IF
           MOVE SPACES TO SESSION-REC
           STRING AC-ID(AC-IDX) DELIMITED BY SIZE ","
                  AC-DATE(AC-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AC-BRANCH(AC-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AC-STATION(AC-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AC-USER(AC-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AC-TYPE(AC-IDX)) DELIMITED BY SIZE ","
                  AC-START(AC-IDX) DELIMITED BY SIZE ","
                  WS-CLOSE-END DELIMITED BY SIZE ","
                  WS-CLOSE-MINUTES DELIMITED BY SIZE ","
                  AC-ALLOWED(AC-IDX) DELIMITED BY SIZE ","
                  AC-EXT(AC-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AC-EXT-OP(AC-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CLOSE-PAGES DELIMITED BY SIZE ","
                  FUNCTION TRIM(AC-OPERATOR(AC-IDX))
                      DELIMITED BY SIZE ","
                  WS-CLOSED-BY DELIMITED BY SIZE
               INTO SESSION-REC
           WRITE SESSION-REC
           CLOSE SESSION-FILE.

      *> session,date,branch,user,type,pages,PENDING,receipt -- the
      *> row MiscCharge takes payment against.
       APPEND-PRINT-CHARGE.
           OPEN EXTEND CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = "00"
               OPEN OUTPUT CHARGE-FILE
           END-IF
           MOVE SPACES TO CHARGE-REC
           STRING AC-ID(AC-IDX) DELIMITED BY SIZE ","
                  AC-DATE(AC-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AC-BRANCH(AC-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AC-USER(AC-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(AC-TYPE(AC-IDX)) DELIMITED BY SIZE ","
                  WS-CLOSE-PAGES DELIMITED BY SIZE ","
                  "PENDING," DELIMITED BY SIZE
               INTO CHARGE-REC
           WRITE CHARGE-REC
           CLOSE CHARGE-FILE.

      *-----------------------------------------------------------------
      *> Sessions still open from an earlier day -- nobody signed
      *> them off -- close at the end of their allowed time.
       CLOSE-STALE-SESSIONS.
           PERFORM LOAD-ACTIVE
           MOVE 0 TO WS-STALE-CNT
           MOVE 0 TO WS-CLOSE-PAGES
           MOVE "AUTO" TO WS-CLOSED-BY
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-CNT
               IF AC-DATE(AC-IDX) NOT = WS-TODAY-DISPLAY
                   MOVE AC-START(AC-IDX) TO WS-UNTIL-HHMM
                   PERFORM HHMM-TO-MINUTES
                   COMPUTE WS-UNTIL-MIN =
                       WS-START-MIN + AC-ALLOWED(AC-IDX)
                   PERFORM MINUTES-TO-HHMM
                   MOVE WS-UNTIL-HHMM TO WS-CLOSE-END
                   COMPUTE WS-CLOSE-MINUTES =
                       WS-UNTIL-MIN - WS-START-MIN
                   PERFORM APPEND-CLOSED-SESSION
                   MOVE 'N' TO AC-KEEP(AC-IDX)
                   ADD 1 TO WS-STALE-CNT
               END-IF
           END-PERFORM
           IF WS-STALE-CNT > 0
               PERFORM REWRITE-ACTIVE
               MOVE WS-STALE-CNT TO WS-POS-ED
               DISPLAY FUNCTION TRIM(WS-POS-ED) " session(s) left open "
                   "from an earlier day closed at their allowed time."
           END-IF.

      *-----------------------------------------------------------------
       SHOW-WORKSTATIONS.
           PERFORM LOAD-STATIONS
           PERFORM LOAD-ACTIVE
           IF WS-STATIONS-HERE = 0
               DISPLAY "No public workstations are set up at "
                   FUNCTION TRIM(WS-BRANCH) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----------------------------------"
           DISPLAY "PC  User  Type    From   Used  Left"
           PERFORM VARYING PW-IDX FROM 1 BY 1 UNTIL PW-IDX > PW-CNT
               IF PW-BRANCH(PW-IDX) = WS-BRANCH
                   PERFORM SHOW-ONE-STATION
               END-IF
           END-PERFORM
           PERFORM LOAD-WAITLIST
           MOVE 0 TO WL-POS
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               IF WL-BRANCH(WL-IDX) = WS-BRANCH
                   AND WL-STATUS(WL-IDX) = "WAITING"
                   ADD 1 TO WL-POS
               END-IF
           END-PERFORM
           MOVE WL-POS TO WS-POS-ED
           DISPLAY "Waiting for a PC: " FUNCTION TRIM(WS-POS-ED)
           DISPLAY "-----------------------------------".

       SHOW-ONE-STATION.
           MOVE PW-NO(PW-IDX) TO WS-STATION-IN
           IF PW-STATUS(PW-IDX) NOT = "ACTIVE"
               DISPLAY PW-NO(PW-IDX) "  -- out of order --"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ACTIVE-ON-STATION
           IF AC-MATCH = 0
               DISPLAY PW-NO(PW-IDX) "  free"
               EXIT PARAGRAPH
           END-IF
           MOVE AC-START(AC-MATCH) TO WS-UNTIL-HHMM
           PERFORM HHMM-TO-MINUTES
           COMPUTE WS-ELAPSED = WS-NOW-MIN - WS-START-MIN
           IF WS-ELAPSED < 0
               MOVE 0 TO WS-ELAPSED
           END-IF
           COMPUTE WS-LEFT = AC-ALLOWED(AC-MATCH) - WS-ELAPSED
           MOVE WS-ELAPSED TO WS-MIN-ED
           IF WS-LEFT < 0
               COMPUTE WS-MIN-ED2 = 0 - WS-LEFT
               DISPLAY PW-NO(PW-IDX) "  " AC-USER(AC-MATCH) " "
                   AC-TYPE(AC-MATCH) " " AC-START(AC-MATCH) "  "
                   WS-MIN-ED "  OVER by " FUNCTION TRIM(WS-MIN-ED2)
           ELSE
               MOVE WS-LEFT TO WS-MIN-ED2
               DISPLAY PW-NO(PW-IDX) "  " AC-USER(AC-MATCH) " "
                   AC-TYPE(AC-MATCH) " " AC-START(AC-MATCH) "  "
                   WS-MIN-ED "  " WS-MIN-ED2
           END-IF.

      *-----------------------------------------------------------------
      *> Today's queue at this branch, in order, and anyone who has
      *> given up and gone taken off it.
       SHOW-WAITLIST.
           PERFORM LOAD-WAITLIST
           MOVE 0 TO WL-POS
           DISPLAY "-----------------------------------"
           DISPLAY " No  User  Type    Since  Waited"
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               IF WL-BRANCH(WL-IDX) = WS-BRANCH
                   AND WL-STATUS(WL-IDX) = "WAITING"
                   ADD 1 TO WL-POS
                   MOVE WL-POS TO WS-POS-ED
                   MOVE WL-TIME(WL-IDX) TO WS-UNTIL-HHMM
                   PERFORM HHMM-TO-MINUTES
                   COMPUTE WS-ELAPSED = WS-NOW-MIN - WS-START-MIN
                   IF WS-ELAPSED < 0
                       MOVE 0 TO WS-ELAPSED
                   END-IF
                   MOVE WS-ELAPSED TO WS-MIN-ED
                   DISPLAY WS-POS-ED "  " WL-USER(WL-IDX) " "
                       WL-TYPE(WL-IDX) " " WL-TIME(WL-IDX) "  "
                       WS-MIN-ED " min"
               END-IF
           END-PERFORM
           IF WL-POS = 0
               DISPLAY "Nobody is waiting."
               DISPLAY "-----------------------------------"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-----------------------------------"
           DISPLAY "Number to take off the list (blank = none): "
           ACCEPT WS-POS-IN
           IF FUNCTION TRIM(WS-POS-IN) = SPACE
               OR FUNCTION TRIM(WS-POS-IN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WL-POS
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               IF WL-BRANCH(WL-IDX) = WS-BRANCH
                   AND WL-STATUS(WL-IDX) = "WAITING"
                   ADD 1 TO WL-POS
                   IF WL-POS = FUNCTION NUMVAL(WS-POS-IN)
                       MOVE "LEFT" TO WL-STATUS(WL-IDX)
                       PERFORM REWRITE-WAITLIST
                       DISPLAY FUNCTION TRIM(WL-USER(WL-IDX))
                           " taken off the waiting list."
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> More minutes on a running session. The operator at the
      *> screen keys their own ID again to authorise it; the
      *> extension counts towards the user's day from then on.
       EXTEND-SESSION.
           PERFORM LOAD-ACTIVE
           DISPLAY "Workstation number to extend: "
           ACCEPT WS-STATION-IN
           PERFORM NORMALISE-STATION
           PERFORM FIND-ACTIVE-ON-STATION
           IF AC-MATCH = 0
               DISPLAY "Nobody is signed on to PC " WS-STATION-IN
                   " at " FUNCTION TRIM(WS-BRANCH) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Authorising operator ID: "
           ACCEPT WS-AUTH-OP
           IF WS-AUTH-OP = SPACES
               DISPLAY "An extension needs an operator -- none given."
               EXIT PARAGRAPH
           END-IF
           CALL 'OperatorCheck' USING WS-AUTH-OP, WS-AUTH-VALID,
               WS-AUTH-ROLE
           IF WS-AUTH-VALID = 'N'
               DISPLAY "Unknown or inactive operator ID -- no "
                   "extension."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Extra minutes (1-240): "
           ACCEPT WS-EXT-IN
           IF FUNCTION TRIM(WS-EXT-IN) IS NOT NUMERIC
               DISPLAY "Minutes must be a number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-EXT-IN) TO WS-EXT-MIN
           IF WS-EXT-MIN < 1 OR WS-EXT-MIN > 240
               DISPLAY "Between 1 and 240 minutes."
               EXIT PARAGRAPH
           END-IF
           MOVE AC-ALLOWED(AC-MATCH) TO WS-OLD-ALLOWED
           ADD WS-EXT-MIN TO AC-ALLOWED(AC-MATCH)
           ADD WS-EXT-MIN TO AC-EXT(AC-MATCH)
           MOVE WS-AUTH-OP TO AC-EXT-OP(AC-MATCH)
           PERFORM REWRITE-ACTIVE

           MOVE "PCSESSION" TO WS-AUDIT-ENTITY-TYPE
           MOVE AC-USER(AC-MATCH) TO WS-AUDIT-ENTITY-ID
           MOVE WS-OLD-ALLOWED TO WS-AUDIT-OLD-STATUS
           MOVE AC-ALLOWED(AC-MATCH) TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT

           MOVE AC-START(AC-MATCH) TO WS-UNTIL-HHMM
           PERFORM HHMM-TO-MINUTES
           COMPUTE WS-UNTIL-MIN = WS-START-MIN + AC-ALLOWED(AC-MATCH)
           PERFORM MINUTES-TO-HHMM
           MOVE WS-EXT-MIN TO WS-MIN-ED
           DISPLAY "PC " WS-STATION-IN " extended by "
               FUNCTION TRIM(WS-MIN-ED) " minute(s) -- now until "
               WS-UNTIL-HHMM ", authorised by "
               FUNCTION TRIM(WS-AUTH-OP) ".".

      *-----------------------------------------------------------------
      *> A day pass for a visitor with no library card.
       ISSUE-GUEST-PASS.
           DISPLAY "Guest's name: "
           ACCEPT WS-GUEST-NAME
           IF WS-GUEST-NAME = SPACES
               DISPLAY "A guest pass needs the guest's name."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-GUEST-NAME REPLACING ALL "," BY " "
           DISPLAY "Identity document seen (e.g. NRC number): "
           ACCEPT WS-GUEST-ID-SEEN
           INSPECT WS-GUEST-ID-SEEN REPLACING ALL "," BY " "

           MOVE 0 TO WS-GUEST-MAX
           MOVE SPACES TO WS-GUEST-PASS
           PERFORM FIND-GUEST-PASS
           COMPUTE WS-GUEST-NEXT =
               FUNCTION MOD(WS-GUEST-MAX, 9999) + 1
           MOVE SPACES TO WS-GUEST-PASS
           STRING "G" DELIMITED BY SIZE
                  WS-GUEST-NEXT DELIMITED BY SIZE
               INTO WS-GUEST-PASS

           OPEN EXTEND GUEST-FILE
           IF WS-GUEST-STATUS NOT = "00"
               OPEN OUTPUT GUEST-FILE
           END-IF
           MOVE SPACES TO GUEST-REC
           STRING WS-GUEST-PASS DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-GUEST-NAME) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-GUEST-ID-SEEN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO GUEST-REC
           WRITE GUEST-REC
           CLOSE GUEST-FILE

           MOVE "GUEST" TO WS-USER-TYPE
           MOVE WS-GUEST-PASS TO WS-USER
           PERFORM COMPUTE-REMAINING
           MOVE WS-QUOTA TO WS-MIN-ED
           DISPLAY "Guest pass " WS-GUEST-PASS " for "
               FUNCTION TRIM(WS-GUEST-NAME) ", today only -- "
               FUNCTION TRIM(WS-MIN-ED) " minute(s) of PC time."
           DISPLAY "Sign the guest on with the pass number.".

      *> Looks WS-GUEST-PASS up on pc_guest_passes.csv (GP-DATE and
      *> GP-NAME filled when found) and leaves the number of the last
      *> pass issued in WS-GUEST-MAX. Numbers go round after G9999;
      *> a pass is only good on its day, so the latest of a number
      *> wins.
       FIND-GUEST-PASS.
           MOVE 'N' TO WS-GUEST-FOUND
           MOVE SPACES TO WS-FOUND-DATE WS-FOUND-NAME
           MOVE 'N' TO FILE-END
           OPEN INPUT GUEST-FILE
           IF WS-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ GUEST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO GP-PASS GP-DATE GP-NAME
                       UNSTRING GUEST-REC DELIMITED BY ","
                           INTO GP-PASS, GP-DATE, GP-NAME,
                                GP-ID-SEEN, GP-OPERATOR
                       IF GP-PASS(2:4) IS NUMERIC
                           MOVE GP-PASS(2:4) TO WS-GUEST-MAX
                       END-IF
                       IF GP-PASS = WS-GUEST-PASS
                           MOVE 'Y' TO WS-GUEST-FOUND
                           MOVE GP-DATE TO WS-FOUND-DATE
                           MOVE GP-NAME TO WS-FOUND-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-FILE
           MOVE WS-FOUND-DATE TO GP-DATE
           MOVE WS-FOUND-NAME TO GP-NAME.

      *-----------------------------------------------------------------
      *> A year of pc_sessions.csv: sessions and minutes by branch,
      *> by branch and starting hour, and by member type, to
      *> pc_usage.txt.
       BUILD-USAGE-REPORT.
           MOVE 0 TO UB-CNT
           MOVE 0 TO WS-TOTAL-SESSIONS
           MOVE 0 TO WS-TOTAL-MINUTES
           MOVE 0 TO WS-TOTAL-EXT
           MOVE 0 TO WS-TOTAL-EXT-MIN
           MOVE 0 TO WS-TOTAL-PAGES
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               MOVE 0 TO UT-SESSIONS(PT-IDX)
               MOVE 0 TO UT-MINUTES(PT-IDX)
           END-PERFORM
           MOVE 'N' TO FILE-END
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ SESSION-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM PARSE-SESSION-ROW
                           IF SS-DATE(7:4) = WS-YEAR-IN
                               PERFORM TALLY-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-FILE
           END-IF
           PERFORM COUNT-GUEST-PASSES
           PERFORM WRITE-USAGE-REPORT
           DIVIDE WS-TOTAL-MINUTES BY 60 GIVING WS-TOTAL-HOURS
           DISPLAY "PC usage " WS-YEAR-IN ": " WS-TOTAL-SESSIONS
               " session(s), " WS-TOTAL-HOURS " hour(s) -- see "
               "pc_usage.txt.".

       TALLY-ONE-SESSION.
           ADD 1 TO WS-TOTAL-SESSIONS
           ADD WS-SS-MINUTES TO WS-TOTAL-MINUTES
           ADD WS-SS-PAGES TO WS-TOTAL-PAGES
           IF WS-SS-EXT > 0
               ADD 1 TO WS-TOTAL-EXT
               ADD WS-SS-EXT TO WS-TOTAL-EXT-MIN
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               IF PT-TYPE(PT-IDX) = SS-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PT-IDX > 5
               MOVE 4 TO PT-IDX
           END-IF
           ADD 1 TO UT-SESSIONS(PT-IDX)
           ADD WS-SS-MINUTES TO UT-MINUTES(PT-IDX)

           MOVE 0 TO UB-MATCH
           PERFORM VARYING UB-IDX FROM 1 BY 1 UNTIL UB-IDX > UB-CNT
               IF UB-BRANCH(UB-IDX) = SS-BRANCH
                   MOVE UB-IDX TO UB-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF UB-MATCH = 0
               IF UB-CNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO UB-CNT
               MOVE UB-CNT TO UB-MATCH
               INITIALIZE UB-ENTRY(UB-MATCH)
               MOVE SS-BRANCH TO UB-BRANCH(UB-MATCH)
           END-IF
           ADD 1 TO UB-SESSIONS(UB-MATCH)
           ADD WS-SS-MINUTES TO UB-MINUTES(UB-MATCH)
           IF SS-START(1:2) IS NUMERIC
               MOVE SS-START(1:2) TO UB-HR
               IF UB-HR < 24
                   ADD 1 TO UB-HR
                   ADD 1 TO UB-H-SESSIONS(UB-MATCH, UB-HR)
                   ADD WS-SS-MINUTES TO UB-H-MINUTES(UB-MATCH, UB-HR)
               END-IF
           END-IF.

       COUNT-GUEST-PASSES.
           MOVE 0 TO WS-GUESTS-ISSUED
           MOVE 'N' TO FILE-END
           OPEN INPUT GUEST-FILE
           IF WS-GUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ GUEST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO GP-DATE
                       UNSTRING GUEST-REC DELIMITED BY ","
                           INTO GP-PASS, GP-DATE
                       IF GP-DATE(7:4) = WS-YEAR-IN
                           ADD 1 TO WS-GUESTS-ISSUED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GUEST-FILE.

       WRITE-USAGE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "PUBLIC PC USAGE -- YEAR " DELIMITED BY SIZE
                  WS-YEAR-IN DELIMITED BY SIZE
                  "   (printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC
           DIVIDE WS-TOTAL-MINUTES BY 60 GIVING WS-HOURS-OUT
           MOVE SPACES TO REPORT-REC
           STRING "Sessions " DELIMITED BY SIZE
                  WS-TOTAL-SESSIONS DELIMITED BY SIZE
                  "   Hours " DELIMITED BY SIZE
                  WS-HOURS-OUT DELIMITED BY SIZE
                  "   Guest passes " DELIMITED BY SIZE
                  WS-GUESTS-ISSUED DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Extensions " DELIMITED BY SIZE
                  WS-TOTAL-EXT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-TOTAL-EXT-MIN DELIMITED BY SIZE
                  " min)   Pages printed " DELIMITED BY SIZE
                  WS-TOTAL-PAGES DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY MEMBER TYPE          SESSIONS      HOURS"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > 5
               DIVIDE UT-MINUTES(PT-IDX) BY 60 GIVING WS-HOURS-OUT
               MOVE SPACES TO REPORT-REC
               STRING "  " DELIMITED BY SIZE
                      PT-TYPE(PT-IDX) DELIMITED BY SIZE
                      "               " DELIMITED BY SIZE
                      UT-SESSIONS(PT-IDX) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-HOURS-OUT DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY BRANCH AND HOUR      SESSIONS      HOURS"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING UB-IDX FROM 1 BY 1 UNTIL UB-IDX > UB-CNT
               DIVIDE UB-MINUTES(UB-IDX) BY 60 GIVING WS-HOURS-OUT
               MOVE SPACES TO REPORT-REC
               STRING "  " DELIMITED BY SIZE
                      UB-BRANCH(UB-IDX) DELIMITED BY SIZE
                      " all day    " DELIMITED BY SIZE
                      UB-SESSIONS(UB-IDX) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-HOURS-OUT DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
               PERFORM VARYING UB-HR FROM 1 BY 1 UNTIL UB-HR > 24
                   IF UB-H-SESSIONS(UB-IDX, UB-HR) > 0
                       PERFORM WRITE-HOUR-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE REPORT-FILE.

       WRITE-HOUR-LINE.
           COMPUTE WS-HOUR-ED = UB-HR - 1
           DIVIDE UB-H-MINUTES(UB-IDX, UB-HR) BY 60
               GIVING WS-HOURS-OUT
           MOVE SPACES TO REPORT-REC
           STRING "              " DELIMITED BY SIZE
                  WS-HOUR-ED DELIMITED BY SIZE
                  ":00-" DELIMITED BY SIZE
                  WS-HOUR-ED DELIMITED BY SIZE
                  ":59  " DELIMITED BY SIZE
                  UB-H-SESSIONS(UB-IDX, UB-HR) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-HOURS-OUT DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

      *-----------------------------------------------------------------
      *> Supervisor set-up of the branch's numbered workstations.
       STATION-SETUP.
           PERFORM LOAD-STATIONS
           PERFORM LOAD-ACTIVE
           DISPLAY "1) Add a workstation  2) Out of order  "
               "3) Back in service: "
           ACCEPT WS-MENU-CHOICE
           IF WS-MENU-CHOICE < 1 OR WS-MENU-CHOICE > 3
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Workstation number (01-99): "
           ACCEPT WS-STATION-IN
           PERFORM NORMALISE-STATION
           IF WS-STATION-IN IS NOT NUMERIC OR WS-STATION-IN = "00"
               DISPLAY "Workstation numbers run 01 to 99."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STATION
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   IF PW-MATCH > 0
                       DISPLAY "PC " WS-STATION-IN " is already set "
                           "up at " FUNCTION TRIM(WS-BRANCH) "."
                       EXIT PARAGRAPH
                   END-IF
                   IF PW-CNT >= 200
                       DISPLAY "No room for more workstations."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO PW-CNT
                   MOVE WS-BRANCH TO PW-BRANCH(PW-CNT)
                   MOVE WS-STATION-IN TO PW-NO(PW-CNT)
                   MOVE "ACTIVE" TO PW-STATUS(PW-CNT)
               WHEN 2
                   IF PW-MATCH = 0
                       DISPLAY "No PC " WS-STATION-IN " here."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FIND-ACTIVE-ON-STATION
                   IF AC-MATCH > 0
                       DISPLAY "PC " WS-STATION-IN " is in use -- "
                           "sign the session off first."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "OUT-OF-ORDER" TO PW-STATUS(PW-MATCH)
               WHEN 3
                   IF PW-MATCH = 0
                       DISPLAY "No PC " WS-STATION-IN " here."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "ACTIVE" TO PW-STATUS(PW-MATCH)
           END-EVALUATE
           PERFORM REWRITE-STATIONS
           DISPLAY "PC " WS-STATION-IN " at " FUNCTION TRIM(WS-BRANCH)
               " saved.".

      *-----------------------------------------------------------------
      *> branch,number,status
       LOAD-STATIONS.
           MOVE 0 TO PW-CNT
           MOVE 0 TO WS-STATIONS-HERE
           MOVE 'N' TO FILE-END
           OPEN INPUT STATION-FILE
           IF WS-STATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ STATION-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF PW-CNT < 200
                           ADD 1 TO PW-CNT
                           MOVE SPACES TO STATION-ENTRY(PW-CNT)
                           UNSTRING STATION-REC DELIMITED BY ","
                               INTO PW-BRANCH(PW-CNT), PW-NO(PW-CNT),
                                    PW-STATUS(PW-CNT)
                           IF PW-BRANCH(PW-CNT) = WS-BRANCH
                               ADD 1 TO WS-STATIONS-HERE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATION-FILE.

       REWRITE-STATIONS.
           OPEN OUTPUT STATION-FILE
           PERFORM VARYING PW-IDX FROM 1 BY 1 UNTIL PW-IDX > PW-CNT
               MOVE SPACES TO STATION-REC
               STRING FUNCTION TRIM(PW-BRANCH(PW-IDX))
                          DELIMITED BY SIZE ","
                      PW-NO(PW-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(PW-STATUS(PW-IDX))
                          DELIMITED BY SIZE
                   INTO STATION-REC
               WRITE STATION-REC
           END-PERFORM
           CLOSE STATION-FILE.

      *-----------------------------------------------------------------
      *> id,date,branch,station,user,type,start,allowed,extension,
      *> extending operator,operator
       LOAD-ACTIVE.
           MOVE 0 TO AC-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ACTIVE-FILE
           IF WS-ACTIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACTIVE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AC-CNT < 200
                           ADD 1 TO AC-CNT
                           MOVE SPACES TO ACTIVE-ENTRY(AC-CNT)
                           MOVE SPACES TO WS-ID-X SS-ALLOWED SS-EXT
                           UNSTRING ACTIVE-REC DELIMITED BY ","
                               INTO WS-ID-X, AC-DATE(AC-CNT),
                                    AC-BRANCH(AC-CNT),
                                    AC-STATION(AC-CNT),
                                    AC-USER(AC-CNT), AC-TYPE(AC-CNT),
                                    AC-START(AC-CNT), SS-ALLOWED,
                                    SS-EXT, AC-EXT-OP(AC-CNT),
                                    AC-OPERATOR(AC-CNT)
                           MOVE 0 TO AC-ID(AC-CNT)
                           MOVE 0 TO AC-ALLOWED(AC-CNT)
                           MOVE 0 TO AC-EXT(AC-CNT)
                           IF WS-ID-X IS NUMERIC
                               MOVE WS-ID-X TO AC-ID(AC-CNT)
                           END-IF
                           IF FUNCTION TRIM(SS-ALLOWED) IS NUMERIC
                               MOVE FUNCTION NUMVAL(SS-ALLOWED)
                                   TO AC-ALLOWED(AC-CNT)
                           END-IF
                           IF FUNCTION TRIM(SS-EXT) IS NUMERIC
                               MOVE FUNCTION NUMVAL(SS-EXT)
                                   TO AC-EXT(AC-CNT)
                           END-IF
                           MOVE 'Y' TO AC-KEEP(AC-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACTIVE-FILE.

       REWRITE-ACTIVE.
           OPEN OUTPUT ACTIVE-FILE
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > AC-CNT
               IF AC-KEEP(AC-IDX) = 'Y'
                   MOVE SPACES TO ACTIVE-REC
                   STRING AC-ID(AC-IDX) DELIMITED BY SIZE ","
                          AC-DATE(AC-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(AC-BRANCH(AC-IDX))
                              DELIMITED BY SIZE ","
                          AC-STATION(AC-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(AC-USER(AC-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(AC-TYPE(AC-IDX))
                              DELIMITED BY SIZE ","
                          AC-START(AC-IDX) DELIMITED BY SIZE ","
                          AC-ALLOWED(AC-IDX) DELIMITED BY SIZE ","
                          AC-EXT(AC-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(AC-EXT-OP(AC-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(AC-OPERATOR(AC-IDX))
                              DELIMITED BY SIZE
                       INTO ACTIVE-REC
                   WRITE ACTIVE-REC
               END-IF
           END-PERFORM
           CLOSE ACTIVE-FILE.

      *-----------------------------------------------------------------
      *> One pc_sessions.csv row into SS-*, with the minutes,
      *> extension and pages as numbers.
       PARSE-SESSION-ROW.
           MOVE SPACES TO SS-ID SS-DATE SS-BRANCH SS-STATION SS-USER
               SS-TYPE SS-START SS-END SS-MINUTES SS-ALLOWED SS-EXT
               SS-EXT-OP SS-PAGES SS-OPERATOR SS-CLOSED-BY
           UNSTRING SESSION-REC DELIMITED BY ","
               INTO SS-ID, SS-DATE, SS-BRANCH, SS-STATION, SS-USER,
                    SS-TYPE, SS-START, SS-END, SS-MINUTES, SS-ALLOWED,
                    SS-EXT, SS-EXT-OP, SS-PAGES, SS-OPERATOR,
                    SS-CLOSED-BY
           MOVE 0 TO WS-SS-MINUTES
           MOVE 0 TO WS-SS-EXT
           MOVE 0 TO WS-SS-PAGES
           IF FUNCTION TRIM(SS-MINUTES) IS NUMERIC
               MOVE FUNCTION NUMVAL(SS-MINUTES) TO WS-SS-MINUTES
           END-IF
           IF FUNCTION TRIM(SS-EXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(SS-EXT) TO WS-SS-EXT
           END-IF
           IF FUNCTION TRIM(SS-PAGES) IS NUMERIC
               MOVE FUNCTION NUMVAL(SS-PAGES) TO WS-SS-PAGES
           END-IF.

      *-----------------------------------------------------------------
      *> date,branch,user,type,time,WAITING/SEATED/LEFT -- only
      *> today's rows are kept; yesterday's queue is of no use.
       LOAD-WAITLIST.
           MOVE 0 TO WL-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT WAIT-FILE
           IF WS-WAIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ WAIT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF WL-CNT < 500
                           ADD 1 TO WL-CNT
                           MOVE SPACES TO WAIT-ENTRY(WL-CNT)
                           UNSTRING WAIT-REC DELIMITED BY ","
                               INTO WL-DATE(WL-CNT), WL-BRANCH(WL-CNT),
                                    WL-USER(WL-CNT), WL-TYPE(WL-CNT),
                                    WL-TIME(WL-CNT), WL-STATUS(WL-CNT)
                           IF WL-DATE(WL-CNT) NOT = WS-TODAY-DISPLAY
                               SUBTRACT 1 FROM WL-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAIT-FILE.

       REWRITE-WAITLIST.
           OPEN OUTPUT WAIT-FILE
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               MOVE SPACES TO WAIT-REC
               STRING WL-DATE(WL-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(WL-BRANCH(WL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(WL-USER(WL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(WL-TYPE(WL-IDX))
                          DELIMITED BY SIZE ","
                      WL-TIME(WL-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(WL-STATUS(WL-IDX))
                          DELIMITED BY SIZE
                   INTO WAIT-REC
               WRITE WAIT-REC
           END-PERFORM
           CLOSE WAIT-FILE.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE "PcSessions" TO WS-AUDIT-PROGRAM
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter Staff/Operator ID: "
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID can't be blank!"
               ELSE
                   CALL 'OperatorCheck' USING WS-OPERATOR-ID,
                       WS-OP-VALID, WS-OP-ROLE
                   IF WS-OP-VALID = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO WS-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM PcSessions.
