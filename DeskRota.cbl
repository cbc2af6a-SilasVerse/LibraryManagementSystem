      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Desk staffing rota checked against hourly traffic.
      *          The rota used to be a spreadsheet nobody compared
      *          with HourlyTraffic. desk_rota.csv holds one row per
      *          slot:
      *            branch,weekday (1=Monday..7=Sunday),from-hour,
      *            to-hour (exclusive),operator IDs separated by
      *            spaces
      *          maintained from this screen, each operator ID going
      *          through OperatorCheck. The report takes a date range
      *          and a branch, averages the checkouts and returns
      *          stamped on log.csv (the same time columns HourlyTraffic
      *          reads) per weekday and hour, and sets each slot's
      *          transactions per staff member per hour against two
      *          thresholds from parameters.csv: RTBSY (above it the
      *          slot is BUSY -- needs another person) and RTIDL (below
      *          it, with more than one person on, OVERSTAFFED). Hours
      *          with traffic and no slot at all are listed as
      *          UNCOVERED. Written to rota_report.txt as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeskRota IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO "../desk_rota.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTA-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../rota_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROTA-FILE.
       01  ROTA-REC        PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ROTA-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

      *> Rota slots -- rewritten in place.
       01  ROTA-TABLE.
           05 ROTA-ENTRY OCCURS 300 TIMES.
               10 RT-BRANCH   PIC X(10).
               10 RT-WEEKDAY  PIC 9.
               10 RT-FROM     PIC 9(2).
               10 RT-TO       PIC 9(2).
               10 RT-STAFF    PIC X(60).
               10 RT-HEADS    PIC 9(2).
       01  ROTA-CNT          PIC 9(3) VALUE 0.
       01  ROTA-IDX          PIC 9(3) VALUE 0.
       01  ROTA-PICK         PIC 9(3) VALUE 0.
       01  RT-WEEKDAY-X      PIC X.
       01  RT-FROM-X         PIC X(2).
       01  RT-TO-X           PIC X(2).

      *> One operator ID at a time out of a slot's staff list.
       01  STAFF-LIST-TABLE.
           05 SL-ID OCCURS 8 TIMES PIC X(10).
       01  SL-IDX            PIC 9 VALUE 0.
       01  WS-OC-FOUND       PIC X.
       01  WS-OC-ROLE        PIC X(5).
       01  WS-STAFF-OK       PIC X.

      *> 7 weekdays x 24 hours of transaction counts for the branch,
      *> and how many of each weekday the range holds.
       01  PROFILE-TABLE.
           05 DAY-ROW OCCURS 7 TIMES.
               10 HOUR-CELL OCCURS 24 TIMES PIC 9(5).
               10 HOUR-COVERED OCCURS 24 TIMES PIC X.
       01  DAY-COUNT-TABLE.
           05 DAY-COUNT OCCURS 7 TIMES PIC 9(4).
       01  DAY-IDX           PIC 9 VALUE 0.
       01  HOUR-IDX          PIC 9(2) VALUE 0.

       01  DAY-NAME-VALUES.
           05  FILLER PIC X(9) VALUE "Monday".
           05  FILLER PIC X(9) VALUE "Tuesday".
           05  FILLER PIC X(9) VALUE "Wednesday".
           05  FILLER PIC X(9) VALUE "Thursday".
           05  FILLER PIC X(9) VALUE "Friday".
           05  FILLER PIC X(9) VALUE "Saturday".
           05  FILLER PIC X(9) VALUE "Sunday".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DAY-NAME OCCURS 7 TIMES PIC X(9).

      *> Date range handling, as HourlyTraffic does it.
       01  WS-FROM-IN        PIC X(10).
       01  WS-TO-IN          PIC X(10).
       01  WS-FROM-INT       PIC 9(8) VALUE 0.
       01  WS-TO-INT         PIC 9(8) VALUE 0.
       01  WS-DAY-INT        PIC 9(8) VALUE 0.
       01  WS-DATE-FMT       PIC 9(8).
       01  WS-ROW-INT        PIC 9(8) VALUE 0.
       01  WS-ROW-DATE       PIC X(10).
       01  WS-ROW-TIME       PIC X(8).
       01  WS-HOUR           PIC 9(2) VALUE 0.
       01  WS-WEEKDAY        PIC 9 VALUE 0.
       01  WS-COUNTED        PIC 9(6) VALUE 0.

      *> One log.csv row at a time.
       01  LG-TRAN           PIC X(5).
       01  LG-MEMBER         PIC X(5).
       01  LG-BOOK           PIC X(5).
       01  LG-START          PIC X(10).
       01  LG-END            PIC X(10).
       01  LG-DUE            PIC X(3).
       01  LG-RTN            PIC X(10).
       01  LG-COPY           PIC X(6).
       01  LG-BRANCH         PIC X(10).
       01  LG-OPER           PIC X(10).
       01  LG-TYPE           PIC X(6).
       01  LG-PROXY          PIC X(5).
       01  LG-COTIME         PIC X(8).
       01  LG-RTTIME         PIC X(8).

       01  WS-BRANCH-IN      PIC X(10).
       01  WS-STAFF-IN       PIC X(60).
       01  WS-BC-RESULT      PIC X.
       01  WS-LISTED         PIC 9(3) VALUE 0.
       01  WS-SLOT-TX        PIC 9(7).
       01  WS-SLOT-HOURS     PIC 9(6).
       01  WS-AVG-HOUR       PIC 9(5)V9.
       01  WS-PER-STAFF      PIC 9(5)V9.
       01  WS-AVG-ED         PIC ZZZZ9.9.
       01  WS-PER-ED         PIC ZZZZ9.9.
       01  WS-LIMIT-ED       PIC ZZZZ9.
       01  WS-LINE-PTR       PIC 9(3).
       01  WS-VERDICT        PIC X(12).
       01  WS-BUSY-FLAGS     PIC 9(3) VALUE 0.
       01  WS-IDLE-FLAGS     PIC 9(3) VALUE 0.
       01  WS-GAP-FLAGS      PIC 9(3) VALUE 0.
       01  REPORT-RULE       PIC X(80) VALUE ALL "=".

      *> Thresholds -- transactions per staff member per hour.
       01  WS-BUSY-LIMIT     PIC 9(5) VALUE 12.
       01  WS-IDLE-LIMIT     PIC 9(5) VALUE 2.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting
      *> desk_rota.csv.
           MOVE 'DeskRota' TO WS-ERRLOG-PROGRAM
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
           MOVE "RTBSY" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-BUSY-LIMIT
           END-IF
           MOVE "RTIDL" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-IDLE-LIMIT
           END-IF
           PERFORM LOAD-ROTA-FILE
           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM ROTA-MENU THRU ROTA-MENU-EXIT UNTIL WS-DONE = 'Y'
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-ROTA-FILE
               DISPLAY "Rota saved."
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       ROTA-MENU.
           DISPLAY "=============================="
           DISPLAY "   DESK STAFFING ROTA"
           DISPLAY "=============================="
           DISPLAY "1) List a branch's rota"
           DISPLAY "2) Add or replace a slot"
           DISPLAY "3) Remove a slot"
           DISPLAY "4) Rota vs traffic report"
           DISPLAY "5) Done"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LIST-ROTA
              WHEN 2
                  PERFORM EDIT-SLOT
              WHEN 3
                  PERFORM REMOVE-SLOT
              WHEN 4
                  PERFORM ROTA-REPORT
              WHEN 5
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       ROTA-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       LOAD-ROTA-FILE.
           MOVE 0 TO ROTA-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ROTA-FILE
           IF WS-ROTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ROTA-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF ROTA-CNT < 300
                           MOVE SPACES TO RT-WEEKDAY-X
                           MOVE SPACES TO RT-FROM-X
                           MOVE SPACES TO RT-TO-X
                           ADD 1 TO ROTA-CNT
                           MOVE SPACES TO RT-STAFF(ROTA-CNT)
                           UNSTRING ROTA-REC DELIMITED BY ","
                               INTO RT-BRANCH(ROTA-CNT),
                                    RT-WEEKDAY-X, RT-FROM-X, RT-TO-X,
                                    RT-STAFF(ROTA-CNT)
                           IF RT-WEEKDAY-X NUMERIC
                               AND RT-FROM-X NUMERIC
                               AND RT-TO-X NUMERIC
                               MOVE RT-WEEKDAY-X
                                   TO RT-WEEKDAY(ROTA-CNT)
                               MOVE RT-FROM-X TO RT-FROM(ROTA-CNT)
                               MOVE RT-TO-X TO RT-TO(ROTA-CNT)
                               MOVE ROTA-CNT TO ROTA-IDX
                               PERFORM COUNT-HEADS
                           ELSE
                               SUBTRACT 1 FROM ROTA-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROTA-FILE.

      *-----------------------------------------------------------------
       REWRITE-ROTA-FILE.
           OPEN OUTPUT ROTA-FILE
           PERFORM VARYING ROTA-IDX FROM 1 BY 1
               UNTIL ROTA-IDX > ROTA-CNT
               MOVE SPACES TO ROTA-REC
               STRING FUNCTION TRIM(RT-BRANCH(ROTA-IDX))
                          DELIMITED BY SIZE ","
                      RT-WEEKDAY(ROTA-IDX) DELIMITED BY SIZE ","
                      RT-FROM(ROTA-IDX) DELIMITED BY SIZE ","
                      RT-TO(ROTA-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RT-STAFF(ROTA-IDX))
                          DELIMITED BY SIZE
                   INTO ROTA-REC
               WRITE ROTA-REC
           END-PERFORM
           CLOSE ROTA-FILE.

      *-----------------------------------------------------------------
      *> Head count of RT-STAFF(ROTA-IDX), with the IDs left in
      *> STAFF-LIST-TABLE.
       COUNT-HEADS.
           MOVE SPACES TO STAFF-LIST-TABLE
           UNSTRING RT-STAFF(ROTA-IDX) DELIMITED BY ALL SPACE
               INTO SL-ID(1), SL-ID(2), SL-ID(3), SL-ID(4),
                    SL-ID(5), SL-ID(6), SL-ID(7), SL-ID(8)
           MOVE 0 TO RT-HEADS(ROTA-IDX)
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > 8
               IF SL-ID(SL-IDX) NOT = SPACES
                   ADD 1 TO RT-HEADS(ROTA-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       ACCEPT-BRANCH.
           DISPLAY "Branch code (blank = MAIN): "
           ACCEPT WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BC-RESULT
           IF WS-BC-RESULT = 'N'
               DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH-IN)
                   " is not on the branch master."
               MOVE SPACES TO WS-BRANCH-IN
           END-IF.

      *-----------------------------------------------------------------
       LIST-ROTA.
           PERFORM ACCEPT-BRANCH
           IF WS-BRANCH-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LISTED
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
               PERFORM VARYING ROTA-IDX FROM 1 BY 1
                   UNTIL ROTA-IDX > ROTA-CNT
                   IF RT-WEEKDAY(ROTA-IDX) = DAY-IDX
                       AND FUNCTION UPPER-CASE(RT-BRANCH(ROTA-IDX)) =
                           FUNCTION UPPER-CASE(WS-BRANCH-IN)
                       ADD 1 TO WS-LISTED
                       DISPLAY DAY-NAME(DAY-IDX) " "
                           RT-FROM(ROTA-IDX) ":00-"
                           RT-TO(ROTA-IDX) ":00  "
                           RT-HEADS(ROTA-IDX) " on: "
                           FUNCTION TRIM(RT-STAFF(ROTA-IDX))
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "No rota slots for "
                   FUNCTION TRIM(WS-BRANCH-IN) "."
           END-IF.

      *-----------------------------------------------------------------
      *> Branch, weekday and start hour identify a slot; entering one
      *> that already exists replaces its end hour and staff.
       PICK-SLOT-KEY.
           MOVE 0 TO ROTA-PICK
           DISPLAY "Weekday (1=Mon 2=Tue 3=Wed 4=Thu 5=Fri 6=Sat "
               "7=Sun): "
           ACCEPT RT-WEEKDAY-X
           IF RT-WEEKDAY-X NOT NUMERIC OR RT-WEEKDAY-X = "0"
               OR RT-WEEKDAY-X > "7"
               DISPLAY "Weekday must be 1 to 7."
               MOVE SPACES TO WS-BRANCH-IN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "From hour (00-23): "
           ACCEPT RT-FROM-X
           IF RT-FROM-X NOT NUMERIC OR RT-FROM-X > "23"
               DISPLAY "Hours are 00 to 23."
               MOVE SPACES TO WS-BRANCH-IN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ROTA-IDX FROM 1 BY 1
               UNTIL ROTA-IDX > ROTA-CNT
               IF FUNCTION UPPER-CASE(RT-BRANCH(ROTA-IDX)) =
                   FUNCTION UPPER-CASE(WS-BRANCH-IN)
                   AND RT-WEEKDAY(ROTA-IDX) = RT-WEEKDAY-X
                   AND RT-FROM(ROTA-IDX) = RT-FROM-X
                   MOVE ROTA-IDX TO ROTA-PICK
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       EDIT-SLOT.
           PERFORM ACCEPT-BRANCH
           IF WS-BRANCH-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-SLOT-KEY
           IF WS-BRANCH-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "To hour, exclusive (01-24): "
           ACCEPT RT-TO-X
           IF RT-TO-X NOT NUMERIC OR RT-TO-X > "24"
               OR RT-TO-X NOT > RT-FROM-X
               DISPLAY "End hour must be after the start, up to 24."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator IDs on the desk, separated by spaces "
               "(up to 8): "
           ACCEPT WS-STAFF-IN
           IF ROTA-PICK = 0 AND ROTA-CNT >= 300
               DISPLAY "Rota table is full."
               EXIT PARAGRAPH
           END-IF

      *> Every ID has to be a real operator before the slot goes in.
           MOVE SPACES TO STAFF-LIST-TABLE
           UNSTRING WS-STAFF-IN DELIMITED BY ALL SPACE
               INTO SL-ID(1), SL-ID(2), SL-ID(3), SL-ID(4),
                    SL-ID(5), SL-ID(6), SL-ID(7), SL-ID(8)
           MOVE 'Y' TO WS-STAFF-OK
           PERFORM VARYING SL-IDX FROM 1 BY 1 UNTIL SL-IDX > 8
               IF SL-ID(SL-IDX) NOT = SPACES
                   CALL 'OperatorCheck' USING SL-ID(SL-IDX),
                       WS-OC-FOUND, WS-OC-ROLE
                   IF WS-OC-FOUND = 'N'
                       DISPLAY "Operator " FUNCTION TRIM(SL-ID(SL-IDX))
                           " is not an ACTIVE operator."
                       MOVE 'N' TO WS-STAFF-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STAFF-OK = 'N'
               DISPLAY "Slot not saved."
               EXIT PARAGRAPH
           END-IF

           IF ROTA-PICK = 0
               ADD 1 TO ROTA-CNT
               MOVE ROTA-CNT TO ROTA-PICK
               MOVE WS-BRANCH-IN TO RT-BRANCH(ROTA-PICK)
               MOVE RT-WEEKDAY-X TO RT-WEEKDAY(ROTA-PICK)
               MOVE RT-FROM-X TO RT-FROM(ROTA-PICK)
           END-IF
           MOVE RT-TO-X TO RT-TO(ROTA-PICK)
           MOVE WS-STAFF-IN TO RT-STAFF(ROTA-PICK)
           MOVE ROTA-PICK TO ROTA-IDX
           PERFORM COUNT-HEADS
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Slot saved: " DAY-NAME(RT-WEEKDAY(ROTA-PICK)) " "
               RT-FROM(ROTA-PICK) ":00-" RT-TO(ROTA-PICK) ":00, "
               RT-HEADS(ROTA-PICK) " on desk.".

      *-----------------------------------------------------------------
       REMOVE-SLOT.
           PERFORM ACCEPT-BRANCH
           IF WS-BRANCH-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-SLOT-KEY
           IF WS-BRANCH-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ROTA-PICK = 0
               DISPLAY "No such slot."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ROTA-IDX FROM ROTA-PICK BY 1
               UNTIL ROTA-IDX >= ROTA-CNT
               MOVE ROTA-ENTRY(ROTA-IDX + 1) TO ROTA-ENTRY(ROTA-IDX)
           END-PERFORM
           SUBTRACT 1 FROM ROTA-CNT
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Slot removed.".

      *-----------------------------------------------------------------
       PARSE-ROW-DATE.
           MOVE 0 TO WS-ROW-INT
           IF WS-ROW-DATE(1:2) NUMERIC AND WS-ROW-DATE(4:2) NUMERIC
               AND WS-ROW-DATE(7:4) NUMERIC
               STRING WS-ROW-DATE(7:4) DELIMITED BY SIZE
                      WS-ROW-DATE(4:2) DELIMITED BY SIZE
                      WS-ROW-DATE(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               COMPUTE WS-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
           END-IF.

      *-----------------------------------------------------------------
      *> Day 1 of the standard day numbering is a Monday, so the
      *> weekday falls straight out of the day number.
       TALLY-ONE-EVENT.
           IF WS-ROW-INT >= WS-FROM-INT
               AND WS-ROW-INT <= WS-TO-INT
               AND WS-ROW-TIME(1:2) NUMERIC
               MOVE WS-ROW-TIME(1:2) TO WS-HOUR
               IF WS-HOUR < 24
                   COMPUTE WS-WEEKDAY =
                       FUNCTION MOD(WS-ROW-INT - 1, 7) + 1
                   ADD 1 TO HOUR-CELL(WS-WEEKDAY, WS-HOUR + 1)
                   ADD 1 TO WS-COUNTED
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> Checkouts and returns at the branch; a log row with no
      *> branch is MAIN, as everywhere else.
       SCAN-LOG-FILE.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-BRANCH
                       MOVE SPACES TO LG-COTIME
                       MOVE SPACES TO LG-RTTIME
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN, LG-MEMBER, LG-BOOK,
                                LG-START, LG-END, LG-DUE, LG-RTN,
                                LG-COPY, LG-BRANCH, LG-OPER,
                                LG-TYPE, LG-PROXY, LG-COTIME,
                                LG-RTTIME
                       IF LG-BRANCH = SPACES
                           MOVE "MAIN" TO LG-BRANCH
                       END-IF
                       IF FUNCTION UPPER-CASE(LG-BRANCH) =
                           FUNCTION UPPER-CASE(WS-BRANCH-IN)
                           MOVE LG-START TO WS-ROW-DATE
                           PERFORM PARSE-ROW-DATE
                           MOVE LG-COTIME TO WS-ROW-TIME
                           PERFORM TALLY-ONE-EVENT
                           MOVE LG-RTN TO WS-ROW-DATE
                           PERFORM PARSE-ROW-DATE
                           MOVE LG-RTTIME TO WS-ROW-TIME
                           PERFORM TALLY-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *-----------------------------------------------------------------
       ROTA-REPORT.
           PERFORM ACCEPT-BRANCH
           IF WS-BRANCH-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "From date (DD-MM-YYYY, blank = today): "
           ACCEPT WS-FROM-IN
           IF FUNCTION TRIM(WS-FROM-IN) = SPACE
               MOVE WS-TODAY-DISPLAY TO WS-FROM-IN
           END-IF
           DISPLAY "To date (DD-MM-YYYY, blank = today): "
           ACCEPT WS-TO-IN
           IF FUNCTION TRIM(WS-TO-IN) = SPACE
               MOVE WS-TODAY-DISPLAY TO WS-TO-IN
           END-IF
           MOVE WS-FROM-IN TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           MOVE WS-ROW-INT TO WS-FROM-INT
           MOVE WS-TO-IN TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           MOVE WS-ROW-INT TO WS-TO-INT
           IF WS-FROM-INT = 0 OR WS-TO-INT = 0
               OR WS-TO-INT < WS-FROM-INT
               DISPLAY "Bad date range."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COUNTED
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
               MOVE 0 TO DAY-COUNT(DAY-IDX)
               PERFORM VARYING HOUR-IDX FROM 1 BY 1
                   UNTIL HOUR-IDX > 24
                   MOVE 0 TO HOUR-CELL(DAY-IDX, HOUR-IDX)
                   MOVE 'N' TO HOUR-COVERED(DAY-IDX, HOUR-IDX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               ADD 1 TO DAY-COUNT(WS-WEEKDAY)
           END-PERFORM
           PERFORM SCAN-LOG-FILE
           MOVE 0 TO WS-BUSY-FLAGS
           MOVE 0 TO WS-IDLE-FLAGS
           MOVE 0 TO WS-GAP-FLAGS

           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   ROTA vs TRAFFIC " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRANCH-IN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FROM-IN DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-IN DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-BUSY-LIMIT TO WS-LIMIT-ED
           STRING "   Busy above " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIMIT-ED) DELIMITED BY SIZE
                  ", overstaffed below " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-IDLE-LIMIT TO WS-LIMIT-ED
           STRING FUNCTION TRIM(WS-LIMIT-ED) DELIMITED BY SIZE
                  " transactions per staff-hour" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM EMIT-REPORT-LINE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Slot                   Staff  Avg/hour  Per staff"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
               PERFORM VARYING ROTA-IDX FROM 1 BY 1
                   UNTIL ROTA-IDX > ROTA-CNT
                   IF RT-WEEKDAY(ROTA-IDX) = DAY-IDX
                       AND FUNCTION UPPER-CASE(RT-BRANCH(ROTA-IDX)) =
                           FUNCTION UPPER-CASE(WS-BRANCH-IN)
                       PERFORM REPORT-ONE-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM REPORT-UNCOVERED
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-BUSY-FLAGS DELIMITED BY SIZE
                  " busy, " DELIMITED BY SIZE
                  WS-IDLE-FLAGS DELIMITED BY SIZE
                  " overstaffed, " DELIMITED BY SIZE
                  WS-GAP-FLAGS DELIMITED BY SIZE
                  " uncovered hour(s); " DELIMITED BY SIZE
                  WS-COUNTED DELIMITED BY SIZE
                  " transaction(s) counted" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Report written to rota_report.txt.".

      *-----------------------------------------------------------------
      *> Average transactions per hour across the slot's hours on
      *> that weekday in the range, then per person on the desk.
       REPORT-ONE-SLOT.
           MOVE 0 TO WS-SLOT-TX
           PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
               IF HOUR-IDX > RT-FROM(ROTA-IDX)
                   AND HOUR-IDX <= RT-TO(ROTA-IDX)
                   ADD HOUR-CELL(DAY-IDX, HOUR-IDX) TO WS-SLOT-TX
                   IF RT-HEADS(ROTA-IDX) > 0
                       MOVE 'Y' TO HOUR-COVERED(DAY-IDX, HOUR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-SLOT-HOURS = DAY-COUNT(DAY-IDX)
               * (RT-TO(ROTA-IDX) - RT-FROM(ROTA-IDX))
           MOVE 0 TO WS-AVG-HOUR
           IF WS-SLOT-HOURS > 0
               COMPUTE WS-AVG-HOUR ROUNDED = WS-SLOT-TX / WS-SLOT-HOURS
           END-IF
           MOVE SPACES TO WS-VERDICT
           IF RT-HEADS(ROTA-IDX) = 0
               MOVE WS-AVG-HOUR TO WS-PER-STAFF
               IF WS-AVG-HOUR > 0
                   MOVE "NO STAFF" TO WS-VERDICT
                   ADD 1 TO WS-BUSY-FLAGS
               END-IF
           ELSE
               COMPUTE WS-PER-STAFF ROUNDED =
                   WS-AVG-HOUR / RT-HEADS(ROTA-IDX)
               IF WS-PER-STAFF > WS-BUSY-LIMIT
                   MOVE "BUSY" TO WS-VERDICT
                   ADD 1 TO WS-BUSY-FLAGS
               ELSE
                   IF RT-HEADS(ROTA-IDX) > 1
                       AND WS-PER-STAFF < WS-IDLE-LIMIT
                       MOVE "OVERSTAFFED" TO WS-VERDICT
                       ADD 1 TO WS-IDLE-FLAGS
                   END-IF
               END-IF
           END-IF
           MOVE WS-AVG-HOUR TO WS-AVG-ED
           MOVE WS-PER-STAFF TO WS-PER-ED
           MOVE SPACES TO REPORT-LINE
           STRING DAY-NAME(DAY-IDX) DELIMITED BY SIZE " "
                  RT-FROM(ROTA-IDX) DELIMITED BY SIZE ":00-"
                  RT-TO(ROTA-IDX) DELIMITED BY SIZE ":00    "
                  RT-HEADS(ROTA-IDX) DELIMITED BY SIZE "   "
                  WS-AVG-ED DELIMITED BY SIZE "    "
                  WS-PER-ED DELIMITED BY SIZE "  "
                  WS-VERDICT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

      *-----------------------------------------------------------------
      *> Hours averaging at least one transaction with nobody on
      *> the rota for them.
       REPORT-UNCOVERED.
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 7
               PERFORM VARYING HOUR-IDX FROM 1 BY 1
                   UNTIL HOUR-IDX > 24
                   IF HOUR-COVERED(DAY-IDX, HOUR-IDX) = 'N'
                       AND DAY-COUNT(DAY-IDX) > 0
                       AND HOUR-CELL(DAY-IDX, HOUR-IDX)
                           >= DAY-COUNT(DAY-IDX)
                       COMPUTE WS-AVG-HOUR ROUNDED =
                           HOUR-CELL(DAY-IDX, HOUR-IDX)
                           / DAY-COUNT(DAY-IDX)
                       MOVE WS-AVG-HOUR TO WS-AVG-ED
                       COMPUTE WS-HOUR = HOUR-IDX - 1
                       ADD 1 TO WS-GAP-FLAGS
                       MOVE SPACES TO REPORT-LINE
                       STRING DAY-NAME(DAY-IDX) DELIMITED BY SIZE " "
                              WS-HOUR DELIMITED BY SIZE
                              ":00-" DELIMITED BY SIZE
                              WS-HOUR DELIMITED BY SIZE
                              ":59       0   " DELIMITED BY SIZE
                              WS-AVG-ED DELIMITED BY SIZE
                              "             UNCOVERED"
                                  DELIMITED BY SIZE
                           INTO REPORT-LINE
                       PERFORM EMIT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           WRITE REPORT-LINE.

       END PROGRAM DeskRota.
