      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Bookmobile route maintenance and reporting. The van
      *          is its own stock location -- branch code MOBILE on
      *          branches.csv, registered here with the first stop --
      *          so its copies move on and off it through
      *          TransferBooks like any branch's. The route file
      *          bookmobile_stops.csv keeps one row per stop: stop id,
      *          location, weekday, time window (from, to), frequency
      *          WEEKLY/FORTNIGHT, first visit date (which fixes the
      *          weekday and, for a fortnightly stop, the weeks it is
      *          served), ACTIVE/RETIRED. A loan of van stock issued
      *          at a stop (BorrowBook, or an OfflineReplay capture
      *          carrying the stop) falls due on the stop's next visit
      *          after the normal loan period -- see StopDue -- and is
      *          noted in bookmobile_loans.csv (transaction, stop,
      *          date, member); a member registered on the van is
      *          noted in bookmobile_joins.csv (member, stop, date) by
      *          AddNewMember. The per-stop statistics count the
      *          visits, loans, borrowers and new members for a date
      *          range; the stop timetable for the van window is
      *          printed to bookmobile_timetable.txt through
      *          PrintSpool. Batch mode (USER-CHOICE 99) prints last
      *          month's statistics to bookmobile_stats.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Bookmobile IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO "../bookmobile_stops.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.
           SELECT STOPLOAN-FILE ASSIGN TO "../bookmobile_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOPLOAN-STATUS.
           SELECT JOIN-FILE ASSIGN TO "../bookmobile_joins.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOIN-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "../branches.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT TIMETABLE-FILE
               ASSIGN TO "../bookmobile_timetable.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "../bookmobile_stats.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STOP-FILE.
       01  STOP-REC        PIC X(120).
       FD  STOPLOAN-FILE.
       01  STOPLOAN-REC    PIC X(50).
       FD  JOIN-FILE.
       01  JOIN-REC        PIC X(50).
       FD  BRANCH-FILE.
       01  BRANCH-REC      PIC X(120).
       FD  TIMETABLE-FILE.
       01  TIMETABLE-REC   PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STOP-STATUS     PIC XX.
       01  WS-STOPLOAN-STATUS PIC XX.
       01  WS-JOIN-STATUS     PIC XX.
       01  WS-BRANCH-STATUS   PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.
       01  CONFIRM            PIC X.

       01  SYS-DATE           PIC 9(8).
       01  SYS-DATE-INT       PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-DATE-FMT        PIC 9(8).
       01  WS-DATE-INT        PIC 9(8).
       01  WS-DATE-RAW        PIC 9(8).
       01  WS-DATE-SHOW       PIC X(10).
       01  WS-DATE-OK         PIC X.

      *> Weekday names, indexed by REM(integer day, 7) + 1 --
      *> integer day 1 is a Monday, so a remainder of 0 is Sunday.
       01  WS-WEEKDAY-NAMES   PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
       01  WS-WD-IDX          PIC 9 VALUE 0.
       01  WS-WD-ORDER        PIC 9 VALUE 0.

      *> Stop entry/change work fields.
       01  WS-STOP-IN         PIC X(5).
       01  WS-LOCATION-IN     PIC X(30).
       01  WS-FIRST-IN        PIC X(10).
       01  WS-START-IN        PIC X(5).
       01  WS-END-IN          PIC X(5).
       01  WS-FREQ-IN         PIC X.
       01  WS-STATUS-IN       PIC X.
       01  WS-TIME-CHECK      PIC X(5).
       01  WS-TIME-OK         PIC X.
       01  TMP-ID-X           PIC X(5).
       01  TMP-ID-N           PIC 9(5).
       01  MAX-STOP-ID        PIC 9(5) VALUE 0.
       01  NEW-STOP-ID        PIC 9(5) VALUE 0.

      *> The route file whole, with the statistics for each stop.
       01  STOP-TABLE.
           05 STOP-ENTRY OCCURS 100 TIMES.
               10 SP-ID        PIC X(5).
               10 SP-LOCATION  PIC X(30).
               10 SP-WEEKDAY   PIC X(3).
               10 SP-START     PIC X(5).
               10 SP-END       PIC X(5).
               10 SP-FREQ      PIC X(9).
               10 SP-FIRST     PIC X(10).
               10 SP-STATUS    PIC X(7).
               10 SP-VISITS    PIC 9(4).
               10 SP-LOANS     PIC 9(6).
               10 SP-BORROWERS PIC 9(5).
               10 SP-JOINS     PIC 9(5).
       01  STOP-CNT           PIC 9(3) VALUE 0.
       01  STOP-IDX           PIC 9(3) VALUE 0.
       01  STOP-MATCH         PIC 9(3) VALUE 0.

      *> Distinct borrowers per stop in the statistics period.
       01  BORROWER-TABLE.
           05 BW-ENTRY OCCURS 2000 TIMES.
               10 BW-STOP      PIC X(5).
               10 BW-MEMBER    PIC X(5).
       01  BW-CNT             PIC 9(4) VALUE 0.
       01  BW-IDX             PIC 9(4) VALUE 0.
       01  BW-FOUND           PIC X VALUE 'N'.
       01  SL-TRAN            PIC X(5).
       01  SL-STOP            PIC X(5).
       01  SL-DATE            PIC X(10).
       01  SL-MEMBER          PIC X(5).

      *> Statistics period.
       01  WS-FROM-IN         PIC X(10).
       01  WS-TO-IN           PIC X(10).
       01  WS-FROM-INT        PIC 9(8) VALUE 0.
       01  WS-TO-INT          PIC 9(8) VALUE 0.
       01  WS-ROW-INT         PIC 9(8) VALUE 0.
       01  WS-MONTH-START     PIC 9(8).
       01  WS-PERIOD-LINE     PIC X(40).
       01  TOT-VISITS         PIC 9(5) VALUE 0.
       01  TOT-LOANS          PIC 9(6) VALUE 0.
       01  TOT-BORROWERS      PIC 9(6) VALUE 0.
       01  TOT-JOINS          PIC 9(5) VALUE 0.
       01  WS-PER-VISIT       PIC 9(4)V9 VALUE 0.
       01  WS-PER-VISIT-ED    PIC ZZZ9.9.
       01  WS-CNT-ED          PIC ZZZZ9.
       01  WS-LOANS-ED        PIC ZZZZZ9.
       01  WS-GUARD           PIC 9(3) VALUE 0.
       01  WS-SHOWN           PIC 9(3) VALUE 0.

      *> Next-visit call arguments -- see StopDue.
       01  WS-SD-FROM         PIC 9(8) VALUE 0.
       01  WS-SD-DUE          PIC 9(8) VALUE 0.
       01  WS-SD-FOUND        PIC X VALUE 'N'.

      *> Branch-master check for the van's MOBILE code -- see
      *> BranchCheck.
       01  WS-VAN-BRANCH      PIC X(10) VALUE "MOBILE".
       01  WS-BRANCH-VERDICT  PIC X.

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION       PIC X(4).
       01  WS-PS-SOURCE       PIC X(40).
       01  WS-PS-KIND         PIC X(10).
       01  WS-PS-JOB          PIC 9(5).

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
      *> Serialize -- stop maintenance rewrites bookmobile_stops.csv
      *> and may add the van to branches.csv.
           MOVE 'Bookmobile' TO WS-ERRLOG-PROGRAM
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
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           PERFORM LOAD-STOP-FILE

      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> prints the statistics for the month just ended.
           IF USER-CHOICE = 99
               PERFORM SET-LAST-MONTH
               PERFORM STOP-STATISTICS
               GO TO ENDER
           END-IF

           PERFORM ACCEPT-OPERATOR-ID
           MOVE 'N' TO WS-DONE
           PERFORM ROUTE-MENU THRU ROUTE-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       ROUTE-MENU.
           DISPLAY "=============================="
           DISPLAY "      ""BOOKMOBILE ROUTE""      "
           DISPLAY "=============================="
           DISPLAY "1) Add a stop"
           DISPLAY "2) Change or retire a stop"
           DISPLAY "3) List the route"
           DISPLAY "4) Print the stop timetable"
           DISPLAY "5) Per-stop statistics"
           DISPLAY "6) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM ADD-STOP
              WHEN 2
                  PERFORM CHANGE-STOP
              WHEN 3
                  PERFORM LIST-ROUTE
              WHEN 4
                  PERFORM PRINT-TIMETABLE
              WHEN 5
                  PERFORM ASK-STATS-PERIOD
                  IF WS-DATE-OK = 'Y'
                      PERFORM STOP-STATISTICS
                  END-IF
              WHEN 6
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       ROUTE-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       ADD-STOP.
           IF STOP-CNT >= 100
               DISPLAY "The route file is full (100 stops)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Stop location: "
           ACCEPT WS-LOCATION-IN
           IF WS-LOCATION-IN = SPACES
               DISPLAY "Location can't be blank."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-LOCATION-IN REPLACING ALL "," BY ";"
           DISPLAY "First visit date (DD-MM-YYYY): "
           ACCEPT WS-FIRST-IN
           PERFORM CHECK-FIRST-DATE
           IF WS-DATE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Van arrives (HH:MM): "
           ACCEPT WS-START-IN
           MOVE WS-START-IN TO WS-TIME-CHECK
           PERFORM CHECK-TIME
           IF WS-TIME-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Van leaves (HH:MM): "
           ACCEPT WS-END-IN
           MOVE WS-END-IN TO WS-TIME-CHECK
           PERFORM CHECK-TIME
           IF WS-TIME-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-END-IN NOT > WS-START-IN
               DISPLAY "The van must leave after it arrives."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Frequency W)eekly or F)ortnightly: "
           ACCEPT WS-FREQ-IN
           MOVE FUNCTION UPPER-CASE(WS-FREQ-IN) TO WS-FREQ-IN
           IF WS-FREQ-IN NOT = "W" AND WS-FREQ-IN NOT = "F"
               DISPLAY "Frequency must be W or F."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MAX-STOP-ID
           PERFORM VARYING STOP-IDX FROM 1 BY 1
               UNTIL STOP-IDX > STOP-CNT
               MOVE SP-ID(STOP-IDX) TO TMP-ID-X
               IF TMP-ID-X IS NUMERIC
                   MOVE TMP-ID-X TO TMP-ID-N
                   IF TMP-ID-N > MAX-STOP-ID
                       MOVE TMP-ID-N TO MAX-STOP-ID
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE NEW-STOP-ID = MAX-STOP-ID + 1

           ADD 1 TO STOP-CNT
           MOVE NEW-STOP-ID TO SP-ID(STOP-CNT)
           MOVE WS-LOCATION-IN TO SP-LOCATION(STOP-CNT)
           MOVE WS-WEEKDAY-NAME(WS-WD-IDX) TO SP-WEEKDAY(STOP-CNT)
           MOVE WS-START-IN TO SP-START(STOP-CNT)
           MOVE WS-END-IN TO SP-END(STOP-CNT)
           IF WS-FREQ-IN = "F"
               MOVE "FORTNIGHT" TO SP-FREQ(STOP-CNT)
           ELSE
               MOVE "WEEKLY" TO SP-FREQ(STOP-CNT)
           END-IF
           MOVE WS-FIRST-IN TO SP-FIRST(STOP-CNT)
           MOVE "ACTIVE" TO SP-STATUS(STOP-CNT)
           PERFORM REWRITE-STOP-FILE
           PERFORM REGISTER-VAN-BRANCH

           MOVE "STOP" TO WS-AUDIT-ENTITY-TYPE
           MOVE SP-ID(STOP-CNT) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "ACTIVE" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Stop " SP-ID(STOP-CNT) " added -- "
               SP-WEEKDAY(STOP-CNT) " " SP-START(STOP-CNT) "-"
               SP-END(STOP-CNT) " " FUNCTION TRIM(SP-FREQ(STOP-CNT)).

      *> The first visit date fixes the stop's weekday.
       CHECK-FIRST-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-FIRST-IN(1:2) NOT NUMERIC
               OR WS-FIRST-IN(4:2) NOT NUMERIC
               OR WS-FIRST-IN(7:4) NOT NUMERIC
               OR WS-FIRST-IN(3:1) NOT = "-"
               OR WS-FIRST-IN(6:1) NOT = "-"
               DISPLAY "Date must be DD-MM-YYYY."
               EXIT PARAGRAPH
           END-IF
           STRING WS-FIRST-IN(7:4) DELIMITED BY SIZE
                  WS-FIRST-IN(4:2) DELIMITED BY SIZE
                  WS-FIRST-IN(1:2) DELIMITED BY SIZE
               INTO WS-DATE-FMT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FMT) NOT = 0
               DISPLAY "That is not a calendar date."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
           COMPUTE WS-WD-IDX = FUNCTION REM(WS-DATE-INT, 7) + 1
           MOVE 'Y' TO WS-DATE-OK.

       CHECK-TIME.
           MOVE 'N' TO WS-TIME-OK
           IF WS-TIME-CHECK(1:2) NOT NUMERIC
               OR WS-TIME-CHECK(3:1) NOT = ":"
               OR WS-TIME-CHECK(4:2) NOT NUMERIC
               DISPLAY "Time must be HH:MM."
               EXIT PARAGRAPH
           END-IF
           IF WS-TIME-CHECK(1:2) > "23" OR WS-TIME-CHECK(4:2) > "59"
               DISPLAY "Time must be HH:MM."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TIME-OK.

      *-----------------------------------------------------------------
      *> Blank at any prompt keeps what the stop has now.
       CHANGE-STOP.
           DISPLAY "Stop ID: "
           ACCEPT WS-STOP-IN
           PERFORM FIND-STOP
           IF STOP-MATCH = 0
               DISPLAY "No such stop on the route."
               EXIT PARAGRAPH
           END-IF
           MOVE STOP-MATCH TO STOP-IDX
           PERFORM SHOW-ONE-STOP
           DISPLAY "New location (blank = keep): "
           ACCEPT WS-LOCATION-IN
           DISPLAY "New first visit date DD-MM-YYYY (blank = keep): "
           ACCEPT WS-FIRST-IN
           IF WS-FIRST-IN NOT = SPACES
               PERFORM CHECK-FIRST-DATE
               IF WS-DATE-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Van arrives HH:MM (blank = keep): "
           ACCEPT WS-START-IN
           IF WS-START-IN = SPACES
               MOVE SP-START(STOP-MATCH) TO WS-START-IN
           END-IF
           MOVE WS-START-IN TO WS-TIME-CHECK
           PERFORM CHECK-TIME
           IF WS-TIME-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Van leaves HH:MM (blank = keep): "
           ACCEPT WS-END-IN
           IF WS-END-IN = SPACES
               MOVE SP-END(STOP-MATCH) TO WS-END-IN
           END-IF
           MOVE WS-END-IN TO WS-TIME-CHECK
           PERFORM CHECK-TIME
           IF WS-TIME-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-END-IN NOT > WS-START-IN
               DISPLAY "The van must leave after it arrives."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Frequency W/F (blank = keep): "
           ACCEPT WS-FREQ-IN
           MOVE FUNCTION UPPER-CASE(WS-FREQ-IN) TO WS-FREQ-IN
           DISPLAY "R)etire, A)ctivate (blank = keep): "
           ACCEPT WS-STATUS-IN
           MOVE FUNCTION UPPER-CASE(WS-STATUS-IN) TO WS-STATUS-IN

           MOVE SP-STATUS(STOP-MATCH) TO WS-AUDIT-OLD-STATUS
           IF WS-LOCATION-IN NOT = SPACES
               INSPECT WS-LOCATION-IN REPLACING ALL "," BY ";"
               MOVE WS-LOCATION-IN TO SP-LOCATION(STOP-MATCH)
           END-IF
           IF WS-FIRST-IN NOT = SPACES
               MOVE WS-FIRST-IN TO SP-FIRST(STOP-MATCH)
               MOVE WS-WEEKDAY-NAME(WS-WD-IDX)
                   TO SP-WEEKDAY(STOP-MATCH)
           END-IF
           MOVE WS-START-IN TO SP-START(STOP-MATCH)
           MOVE WS-END-IN TO SP-END(STOP-MATCH)
           IF WS-FREQ-IN = "W"
               MOVE "WEEKLY" TO SP-FREQ(STOP-MATCH)
           END-IF
           IF WS-FREQ-IN = "F"
               MOVE "FORTNIGHT" TO SP-FREQ(STOP-MATCH)
           END-IF
           IF WS-STATUS-IN = "R"
               MOVE "RETIRED" TO SP-STATUS(STOP-MATCH)
           END-IF
           IF WS-STATUS-IN = "A"
               MOVE "ACTIVE" TO SP-STATUS(STOP-MATCH)
           END-IF
           PERFORM REWRITE-STOP-FILE
           IF SP-STATUS(STOP-MATCH) NOT = WS-AUDIT-OLD-STATUS
               MOVE "STOP" TO WS-AUDIT-ENTITY-TYPE
               MOVE SP-ID(STOP-MATCH) TO WS-AUDIT-ENTITY-ID
               MOVE SP-STATUS(STOP-MATCH) TO WS-AUDIT-NEW-STATUS
               PERFORM WRITE-AUDIT
           END-IF
           DISPLAY "Stop " SP-ID(STOP-MATCH) " updated."
           MOVE STOP-MATCH TO STOP-IDX
           PERFORM SHOW-ONE-STOP.

       FIND-STOP.
           MOVE 0 TO STOP-MATCH
           PERFORM VARYING STOP-IDX FROM 1 BY 1
               UNTIL STOP-IDX > STOP-CNT
               IF SP-ID(STOP-IDX) = WS-STOP-IN
                   MOVE STOP-IDX TO STOP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       LIST-ROUTE.
           IF STOP-CNT = 0
               DISPLAY "No stops on the route yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=============================================="
           DISPLAY "  BOOKMOBILE ROUTE"
           DISPLAY "=============================================="
           PERFORM VARYING STOP-IDX FROM 1 BY 1
               UNTIL STOP-IDX > STOP-CNT
               PERFORM SHOW-ONE-STOP
           END-PERFORM
           DISPLAY "==============================================".

       SHOW-ONE-STOP.
           MOVE SYS-DATE-INT TO WS-SD-FROM
           CALL 'StopDue' USING SP-ID(STOP-IDX), WS-SD-FROM,
               WS-SD-DUE, WS-SD-FOUND
           MOVE SPACES TO WS-DATE-SHOW
           IF WS-SD-FOUND = 'Y'
               PERFORM SHOW-VISIT-DATE
           END-IF
           DISPLAY "  " SP-ID(STOP-IDX) " " SP-LOCATION(STOP-IDX) " "
               SP-WEEKDAY(STOP-IDX) " " SP-START(STOP-IDX) "-"
               SP-END(STOP-IDX) " " SP-FREQ(STOP-IDX) " "
               SP-STATUS(STOP-IDX)
           IF WS-SD-FOUND = 'Y'
               DISPLAY "        next visit " WS-DATE-SHOW
           END-IF.

       SHOW-VISIT-DATE.
           COMPUTE WS-DATE-RAW = FUNCTION DATE-OF-INTEGER(WS-SD-DUE)
           STRING WS-DATE-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-DATE-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-DATE-RAW(1:4) DELIMITED BY SIZE
               INTO WS-DATE-SHOW.

      *-----------------------------------------------------------------
      *> The van-window timetable: active stops by weekday, Monday
      *> first, each with its next four visits (closed days already
      *> passed over).
       PRINT-TIMETABLE.
           OPEN OUTPUT TIMETABLE-FILE
           MOVE "              BOOKMOBILE STOP TIMETABLE"
               TO TIMETABLE-REC
           WRITE TIMETABLE-REC
           MOVE SPACES TO TIMETABLE-REC
           STRING "Printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO TIMETABLE-REC
           WRITE TIMETABLE-REC
           MOVE SPACES TO TIMETABLE-REC
           WRITE TIMETABLE-REC
           MOVE "Day  Time         Stop  Location" TO TIMETABLE-REC
           MOVE "Every" TO TIMETABLE-REC(64:5)
           WRITE TIMETABLE-REC
           MOVE ALL "-" TO TIMETABLE-REC(1:72)
           WRITE TIMETABLE-REC
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING WS-WD-ORDER FROM 1 BY 1
               UNTIL WS-WD-ORDER > 7
               COMPUTE WS-WD-IDX = FUNCTION REM(WS-WD-ORDER, 7) + 1
               PERFORM VARYING STOP-IDX FROM 1 BY 1
                   UNTIL STOP-IDX > STOP-CNT
                   IF FUNCTION TRIM(SP-STATUS(STOP-IDX)) = "ACTIVE"
                       AND SP-WEEKDAY(STOP-IDX) =
                           WS-WEEKDAY-NAME(WS-WD-IDX)
                       PERFORM PRINT-ONE-STOP
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SHOWN = 0
               MOVE "  (no active stops on the route)" TO TIMETABLE-REC
               WRITE TIMETABLE-REC
           END-IF
           CLOSE TIMETABLE-FILE
           DISPLAY "Timetable written to ../bookmobile_timetable.txt"
      *> Register the timetable as a numbered spool job -- see
      *> PrintSpool.
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../bookmobile_timetable.txt" TO WS-PS-SOURCE
           MOVE "TIMETABLE" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB.

       PRINT-ONE-STOP.
           ADD 1 TO WS-SHOWN
           MOVE SPACES TO TIMETABLE-REC
           MOVE SP-WEEKDAY(STOP-IDX) TO TIMETABLE-REC(1:3)
           MOVE SP-START(STOP-IDX) TO TIMETABLE-REC(6:5)
           MOVE "-" TO TIMETABLE-REC(11:1)
           MOVE SP-END(STOP-IDX) TO TIMETABLE-REC(12:5)
           MOVE SP-ID(STOP-IDX) TO TIMETABLE-REC(19:5)
           MOVE SP-LOCATION(STOP-IDX) TO TIMETABLE-REC(25:30)
           IF FUNCTION TRIM(SP-FREQ(STOP-IDX)) = "FORTNIGHT"
               MOVE "2 weeks" TO TIMETABLE-REC(64:7)
           ELSE
               MOVE "week" TO TIMETABLE-REC(64:4)
           END-IF
           WRITE TIMETABLE-REC
           MOVE SPACES TO TIMETABLE-REC
           MOVE "Next visits:" TO TIMETABLE-REC(19:12)
           MOVE 32 TO WS-GUARD
           MOVE SYS-DATE-INT TO WS-SD-FROM
           PERFORM 4 TIMES
               CALL 'StopDue' USING SP-ID(STOP-IDX), WS-SD-FROM,
                   WS-SD-DUE, WS-SD-FOUND
               IF WS-SD-FOUND = 'Y'
                   PERFORM SHOW-VISIT-DATE
                   MOVE WS-DATE-SHOW TO TIMETABLE-REC(WS-GUARD:10)
                   ADD 11 TO WS-GUARD
                   COMPUTE WS-SD-FROM = WS-SD-DUE + 1
               END-IF
           END-PERFORM
           WRITE TIMETABLE-REC.

      *-----------------------------------------------------------------
       ASK-STATS-PERIOD.
           MOVE 'N' TO WS-DATE-OK
           DISPLAY "From date (DD-MM-YYYY): "
           ACCEPT WS-FROM-IN
           MOVE WS-FROM-IN TO WS-FIRST-IN
           PERFORM CHECK-FIRST-DATE
           IF WS-DATE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-FROM-INT
           DISPLAY "To date (DD-MM-YYYY): "
           ACCEPT WS-TO-IN
           MOVE WS-TO-IN TO WS-FIRST-IN
           PERFORM CHECK-FIRST-DATE
           IF WS-DATE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-TO-INT
           IF WS-TO-INT < WS-FROM-INT
               DISPLAY "The period ends before it starts."
               MOVE 'N' TO WS-DATE-OK
           END-IF.

      *> First to last day of the previous calendar month.
       SET-LAST-MONTH.
           MOVE SYS-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(7:2)
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
           COMPUTE WS-DATE-RAW = FUNCTION DATE-OF-INTEGER(WS-TO-INT)
           MOVE "01" TO WS-DATE-RAW(7:2)
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-RAW)
           MOVE WS-FROM-INT TO WS-SD-DUE
           PERFORM SHOW-VISIT-DATE
           MOVE WS-DATE-SHOW TO WS-FROM-IN
           MOVE WS-TO-INT TO WS-SD-DUE
           PERFORM SHOW-VISIT-DATE
           MOVE WS-DATE-SHOW TO WS-TO-IN.

      *-----------------------------------------------------------------
      *> Visits made (scheduled and not closed), loans issued,
      *> distinct borrowers and new members, per stop, for the
      *> period -- on screen and to bookmobile_stats.txt.
       STOP-STATISTICS.
           MOVE 0 TO BW-CNT
           PERFORM VARYING STOP-IDX FROM 1 BY 1
               UNTIL STOP-IDX > STOP-CNT
               MOVE 0 TO SP-VISITS(STOP-IDX)
               MOVE 0 TO SP-LOANS(STOP-IDX)
               MOVE 0 TO SP-BORROWERS(STOP-IDX)
               MOVE 0 TO SP-JOINS(STOP-IDX)
               PERFORM COUNT-STOP-VISITS
           END-PERFORM
           PERFORM TALLY-STOP-LOANS
           PERFORM TALLY-STOP-JOINS
           MOVE SPACES TO WS-PERIOD-LINE
           STRING WS-FROM-IN DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-IN DELIMITED BY SIZE
               INTO WS-PERIOD-LINE
           MOVE 0 TO TOT-VISITS
           MOVE 0 TO TOT-LOANS
           MOVE 0 TO TOT-BORROWERS
           MOVE 0 TO TOT-JOINS

           OPEN OUTPUT REPORT-FILE
           MOVE "            BOOKMOBILE PER-STOP STATISTICS"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Period : " DELIMITED BY SIZE
                  WS-PERIOD-LINE DELIMITED BY SIZE
                  "   Printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Stop  Location" TO REPORT-REC
           MOVE "Visits  Loans Per-visit Borrowers Joined"
               TO REPORT-REC(38:40)
           WRITE REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:78)
           WRITE REPORT-REC
           DISPLAY "=============================================="
           DISPLAY "  BOOKMOBILE STATISTICS " WS-PERIOD-LINE
           DISPLAY "=============================================="
           PERFORM VARYING STOP-IDX FROM 1 BY 1
               UNTIL STOP-IDX > STOP-CNT
               ADD SP-VISITS(STOP-IDX) TO TOT-VISITS
               ADD SP-LOANS(STOP-IDX) TO TOT-LOANS
               ADD SP-BORROWERS(STOP-IDX) TO TOT-BORROWERS
               ADD SP-JOINS(STOP-IDX) TO TOT-JOINS
               MOVE SPACES TO REPORT-REC
               MOVE SP-ID(STOP-IDX) TO REPORT-REC(1:5)
               MOVE SP-LOCATION(STOP-IDX) TO REPORT-REC(7:30)
               MOVE SP-VISITS(STOP-IDX) TO WS-PER-VISIT
               MOVE SP-VISITS(STOP-IDX) TO WS-CNT-ED
               MOVE SP-LOANS(STOP-IDX) TO WS-LOANS-ED
               PERFORM FILL-STATS-FIGURES
               MOVE SP-BORROWERS(STOP-IDX) TO WS-CNT-ED
               MOVE WS-CNT-ED TO REPORT-REC(67:5)
               MOVE SP-JOINS(STOP-IDX) TO WS-CNT-ED
               MOVE WS-CNT-ED TO REPORT-REC(74:5)
               WRITE REPORT-REC
               DISPLAY REPORT-REC(1:78)
           END-PERFORM
           MOVE ALL "-" TO REPORT-REC(1:78)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "TOTAL" TO REPORT-REC(1:5)
           MOVE TOT-VISITS TO WS-PER-VISIT
           MOVE TOT-VISITS TO WS-CNT-ED
           MOVE TOT-LOANS TO WS-LOANS-ED
           PERFORM FILL-STATS-FIGURES
           MOVE TOT-BORROWERS TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(67:5)
           MOVE TOT-JOINS TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(74:5)
           WRITE REPORT-REC
           DISPLAY REPORT-REC(1:78)
           CLOSE REPORT-FILE
           DISPLAY "=============================================="
           DISPLAY "Statistics written to ../bookmobile_stats.txt"
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../bookmobile_stats.txt" TO WS-PS-SOURCE
           MOVE "BOOKMOBILE" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB.

      *> Visits, loans and loans per visit into REPORT-REC -- the
      *> visit count is in WS-PER-VISIT on the way in.
       FILL-STATS-FIGURES.
           MOVE WS-CNT-ED TO REPORT-REC(39:5)
           MOVE WS-LOANS-ED TO REPORT-REC(45:6)
           IF WS-PER-VISIT > 0
               COMPUTE WS-PER-VISIT ROUNDED =
                   FUNCTION NUMVAL(WS-LOANS-ED) / WS-PER-VISIT
           END-IF
           MOVE WS-PER-VISIT TO WS-PER-VISIT-ED
           MOVE WS-PER-VISIT-ED TO REPORT-REC(53:6).

       COUNT-STOP-VISITS.
           MOVE WS-FROM-INT TO WS-SD-FROM
           PERFORM VARYING WS-GUARD FROM 1 BY 1 UNTIL WS-GUARD > 400
               CALL 'StopDue' USING SP-ID(STOP-IDX), WS-SD-FROM,
                   WS-SD-DUE, WS-SD-FOUND
               IF WS-SD-FOUND = 'N' OR WS-SD-DUE > WS-TO-INT
                   EXIT PERFORM
               END-IF
               ADD 1 TO SP-VISITS(STOP-IDX)
               COMPUTE WS-SD-FROM = WS-SD-DUE + 1
           END-PERFORM.

       TALLY-STOP-LOANS.
           MOVE 'N' TO FILE-END
           OPEN INPUT STOPLOAN-FILE
           IF WS-STOPLOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ STOPLOAN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING STOPLOAN-REC DELIMITED BY ","
                           INTO SL-TRAN, SL-STOP, SL-DATE, SL-MEMBER
                       PERFORM DATE-IN-PERIOD
                       IF WS-DATE-OK = 'Y'
                           MOVE SL-STOP TO WS-STOP-IN
                           PERFORM FIND-STOP
                           IF STOP-MATCH > 0
                               ADD 1 TO SP-LOANS(STOP-MATCH)
                               PERFORM COUNT-BORROWER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOPLOAN-FILE.

       COUNT-BORROWER.
           MOVE 'N' TO BW-FOUND
           PERFORM VARYING BW-IDX FROM 1 BY 1 UNTIL BW-IDX > BW-CNT
               IF BW-STOP(BW-IDX) = SL-STOP
                   AND BW-MEMBER(BW-IDX) = SL-MEMBER
                   MOVE 'Y' TO BW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BW-FOUND = 'N' AND BW-CNT < 2000
               ADD 1 TO BW-CNT
               MOVE SL-STOP TO BW-STOP(BW-CNT)
               MOVE SL-MEMBER TO BW-MEMBER(BW-CNT)
               ADD 1 TO SP-BORROWERS(STOP-MATCH)
           END-IF.

       TALLY-STOP-JOINS.
           MOVE 'N' TO FILE-END
           OPEN INPUT JOIN-FILE
           IF WS-JOIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ JOIN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING JOIN-REC DELIMITED BY ","
                           INTO SL-MEMBER, SL-STOP, SL-DATE
                       PERFORM DATE-IN-PERIOD
                       IF WS-DATE-OK = 'Y'
                           MOVE SL-STOP TO WS-STOP-IN
                           PERFORM FIND-STOP
                           IF STOP-MATCH > 0
                               ADD 1 TO SP-JOINS(STOP-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOIN-FILE.

       DATE-IN-PERIOD.
           MOVE 'N' TO WS-DATE-OK
           IF SL-DATE(1:2) NUMERIC AND SL-DATE(4:2) NUMERIC
               AND SL-DATE(7:4) NUMERIC
               STRING SL-DATE(7:4) DELIMITED BY SIZE
                      SL-DATE(4:2) DELIMITED BY SIZE
                      SL-DATE(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               COMPUTE WS-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
               IF WS-ROW-INT >= WS-FROM-INT
                   AND WS-ROW-INT <= WS-TO-INT
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> The van is a stock location of its own. Where the branch
      *> master is kept, MOBILE goes on it with the first stop; an
      *> installation without branches.csv skips the check, as
      *> BranchCheck does.
       REGISTER-VAN-BRANCH.
           CALL 'BranchCheck' USING WS-VAN-BRANCH, WS-BRANCH-VERDICT
           IF WS-BRANCH-VERDICT NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "MOBILE,Bookmobile van,On the route,OPEN"
               TO BRANCH-REC
           WRITE BRANCH-REC
           CLOSE BRANCH-FILE
           DISPLAY "Branch MOBILE (the bookmobile van) added to "
               "branches.csv -- move stock onto it with Transfer "
               "Books.".

      *-----------------------------------------------------------------
       LOAD-STOP-FILE.
           MOVE 0 TO STOP-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ STOP-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF STOP-CNT < 100
                           ADD 1 TO STOP-CNT
                           MOVE SPACES TO STOP-ENTRY(STOP-CNT)
                           UNSTRING STOP-REC DELIMITED BY ","
                               INTO SP-ID(STOP-CNT),
                                    SP-LOCATION(STOP-CNT),
                                    SP-WEEKDAY(STOP-CNT),
                                    SP-START(STOP-CNT),
                                    SP-END(STOP-CNT),
                                    SP-FREQ(STOP-CNT),
                                    SP-FIRST(STOP-CNT),
                                    SP-STATUS(STOP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOP-FILE.

       REWRITE-STOP-FILE.
           OPEN OUTPUT STOP-FILE
           PERFORM VARYING STOP-IDX FROM 1 BY 1
               UNTIL STOP-IDX > STOP-CNT
               MOVE SPACES TO STOP-REC
               STRING SP-ID(STOP-IDX) DELIMITED BY SIZE ","
                      SP-LOCATION(STOP-IDX) DELIMITED BY SIZE ","
                      SP-WEEKDAY(STOP-IDX) DELIMITED BY SIZE ","
                      SP-START(STOP-IDX) DELIMITED BY SIZE ","
                      SP-END(STOP-IDX) DELIMITED BY SIZE ","
                      SP-FREQ(STOP-IDX) DELIMITED BY SIZE ","
                      SP-FIRST(STOP-IDX) DELIMITED BY SIZE ","
                      SP-STATUS(STOP-IDX) DELIMITED BY SIZE
                   INTO STOP-REC
               WRITE STOP-REC
           END-PERFORM
           CLOSE STOP-FILE.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE "Bookmobile" TO WS-AUDIT-PROGRAM
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

       END PROGRAM Bookmobile.
