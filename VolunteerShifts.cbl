      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Volunteer shift and hours register. Volunteers are
      *          the operators.csv rows carrying the VOLUN role; their
      *          hours used to live on a paper sheet at each desk.
      *          volunteer_shifts.csv holds one row per shift:
      *            shift,volunteer,branch,date,start,end,task,
      *            signed-in,signed-out,minutes,status
      *          with times as HHMM, task SHELVING/HOMEBOUND/READING/
      *          OTHER and status SCHEDULED, IN (signed in, not yet
      *          out), DONE, NOSHOW or CANCELLED. Shifts are scheduled
      *          ahead per branch; the desk signs the volunteer in
      *          and out against the scheduled row (a walk-in gets a
      *          row of its own), and only DONE rows count as hours.
      *          The monthly summary gives hours per volunteer, per
      *          branch and per task (volunteer_hours.txt); the
      *          yearly certificate prints to volunteer_certificate.txt
      *          and is spooled through PrintSpool like a member card.
      *          AnnualReturn reads the same file for the council's
      *          volunteer-hours figure.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VolunteerShifts IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-FILE ASSIGN TO "../volunteer_shifts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "../operators.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../volunteer_hours.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO "../volunteer_certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-FILE.
       01  SHIFT-REC       PIC X(120).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC    PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(80).
       FD  CERT-FILE.
       01  CERT-LINE       PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-SHIFT-STATUS    PIC XX.
       01  WS-OPERATOR-STATUS PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-TIME          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

      *> The VOLUN operators, for validation and the summaries.
       01  VOL-TABLE.
           05 VOL-ENTRY OCCURS 200 TIMES.
               10 VL-ID       PIC X(10).
               10 VL-NAME     PIC X(30).
               10 VL-MINUTES  PIC 9(7).
               10 VL-SHIFTS   PIC 9(4).
       01  VOL-CNT           PIC 9(3) VALUE 0.
       01  VOL-IDX           PIC 9(3) VALUE 0.
       01  VOL-PICK          PIC 9(3) VALUE 0.
       01  OP-ID             PIC X(10).
       01  OP-NAME           PIC X(30).
       01  OP-PASSWORD       PIC X(12).
       01  OP-ROLE           PIC X(5).
       01  OP-FLAG           PIC X(8).

      *> Shifts -- rewritten in place the way fine.csv is.
       01  SHIFT-TABLE.
           05 SHIFT-ENTRY OCCURS 2000 TIMES.
               10 SH-ID       PIC X(5).
               10 SH-VOL      PIC X(10).
               10 SH-BRANCH   PIC X(10).
               10 SH-DATE     PIC X(10).
               10 SH-START    PIC X(4).
               10 SH-END      PIC X(4).
               10 SH-TASK     PIC X(9).
               10 SH-IN       PIC X(4).
               10 SH-OUT      PIC X(4).
               10 SH-MINUTES  PIC 9(4).
               10 SH-STATUS   PIC X(9).
       01  SHIFT-CNT         PIC 9(4) VALUE 0.
       01  SHIFT-IDX         PIC 9(4) VALUE 0.
       01  SHIFT-PICK        PIC 9(4) VALUE 0.
       01  MAX-SHIFT-ID      PIC 9(5) VALUE 0.
       01  WS-SHIFT-ID-N     PIC 9(5).

      *> Monthly roll-ups by branch and by task.
       01  BRANCH-SUM-TABLE.
           05 BRANCH-SUM-ENTRY OCCURS 50 TIMES.
               10 BS-BRANCH   PIC X(10).
               10 BS-MINUTES  PIC 9(7).
               10 BS-SHIFTS   PIC 9(4).
       01  BS-CNT            PIC 9(2) VALUE 0.
       01  BS-IDX            PIC 9(2) VALUE 0.
       01  TASK-SUM-VALUES.
           05 FILLER PIC X(9) VALUE "SHELVING".
           05 FILLER PIC X(9) VALUE "HOMEBOUND".
           05 FILLER PIC X(9) VALUE "READING".
           05 FILLER PIC X(9) VALUE "OTHER".
       01  TASK-SUM-TABLE REDEFINES TASK-SUM-VALUES.
           05 TS-TASK OCCURS 4 TIMES PIC X(9).
       01  TASK-MINUTES-TABLE.
           05 TS-MINUTES OCCURS 4 TIMES PIC 9(7).
       01  TS-IDX            PIC 9 VALUE 0.

       01  WS-PICK-X         PIC X(10).
       01  WS-DATE-IN        PIC X(10).
       01  WS-BRANCH-IN      PIC X(10).
       01  WS-TASK-IN        PIC X(9).
       01  WS-TIME-IN        PIC X(4).
       01  WS-START-IN       PIC X(4).
       01  WS-END-IN         PIC X(4).
       01  WS-MONTH-IN       PIC X(7).
       01  WS-YEAR-IN        PIC X(4).
       01  WS-ANSWER         PIC X.
       01  WS-BC-RESULT      PIC X.
       01  WS-TIME-OK        PIC X.
       01  WS-LISTED         PIC 9(4) VALUE 0.
       01  WS-FROM-MIN       PIC 9(4).
       01  WS-TO-MIN         PIC 9(4).
       01  WS-TOTAL-MINUTES  PIC 9(7) VALUE 0.
       01  WS-TOTAL-SHIFTS   PIC 9(4) VALUE 0.
       01  WS-HOURS          PIC 9(5).
       01  WS-REM-MINUTES    PIC 99.
       01  WS-HOURS-ED       PIC ZZZZ9.
       01  WS-HOURS-TEXT     PIC X(12).
       01  CERT-DECOR        PIC X(60) VALUE ALL "*".
       01  REPORT-RULE       PIC X(80) VALUE ALL "=".

       01  WS-PS-ACTION      PIC X(4).
       01  WS-PS-SOURCE      PIC X(40).
       01  WS-PS-KIND        PIC X(10).
       01  WS-PS-JOB         PIC 9(5).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting
      *> volunteer_shifts.csv.
           MOVE 'VolunteerShifts' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-VOLUNTEERS
           PERFORM LOAD-SHIFT-FILE
           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM VOL-MENU THRU VOL-MENU-EXIT UNTIL WS-DONE = 'Y'
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-SHIFT-FILE
               DISPLAY "Volunteer register saved."
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       VOL-MENU.
           DISPLAY "=============================="
           DISPLAY "   VOLUNTEER REGISTER"
           DISPLAY "=============================="
           DISPLAY "1) List shifts for a day"
           DISPLAY "2) Schedule a shift"
           DISPLAY "3) Sign a volunteer in"
           DISPLAY "4) Sign a volunteer out"
           DISPLAY "5) Mark a shift NOSHOW or CANCELLED"
           DISPLAY "6) Monthly hours summary"
           DISPLAY "7) Yearly certificate of hours"
           DISPLAY "8) Done"
           DISPLAY "Enter your choice (1-8): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LIST-DAY-SHIFTS
              WHEN 2
                  PERFORM SCHEDULE-SHIFT
              WHEN 3
                  PERFORM SIGN-IN
              WHEN 4
                  PERFORM SIGN-OUT
              WHEN 5
                  PERFORM MARK-MISSED
              WHEN 6
                  PERFORM MONTHLY-SUMMARY
              WHEN 7
                  PERFORM YEARLY-CERTIFICATE
              WHEN 8
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       VOL-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Every VOLUN operator, ACTIVE or not -- a volunteer who has
      *> since left still gets the hours they worked.
       LOAD-VOLUNTEERS.
           MOVE 0 TO VOL-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO OP-ROLE
                       UNSTRING OPERATOR-REC DELIMITED BY ","
                           INTO OP-ID, OP-NAME, OP-PASSWORD,
                                OP-ROLE, OP-FLAG
                       IF FUNCTION TRIM(OP-ROLE) = "VOLUN"
                           AND VOL-CNT < 200
                           ADD 1 TO VOL-CNT
                           MOVE OP-ID TO VL-ID(VOL-CNT)
                           MOVE OP-NAME TO VL-NAME(VOL-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

      *-----------------------------------------------------------------
       LOAD-SHIFT-FILE.
           MOVE 0 TO SHIFT-CNT
           MOVE 0 TO MAX-SHIFT-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SHIFT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SHIFT-CNT < 2000
                           ADD 1 TO SHIFT-CNT
                           MOVE SPACES TO SHIFT-ENTRY(SHIFT-CNT)
                           MOVE 0 TO SH-MINUTES(SHIFT-CNT)
                           UNSTRING SHIFT-REC DELIMITED BY ","
                               INTO SH-ID(SHIFT-CNT),
                                    SH-VOL(SHIFT-CNT),
                                    SH-BRANCH(SHIFT-CNT),
                                    SH-DATE(SHIFT-CNT),
                                    SH-START(SHIFT-CNT),
                                    SH-END(SHIFT-CNT),
                                    SH-TASK(SHIFT-CNT),
                                    SH-IN(SHIFT-CNT),
                                    SH-OUT(SHIFT-CNT),
                                    SH-MINUTES(SHIFT-CNT),
                                    SH-STATUS(SHIFT-CNT)
                           IF SH-MINUTES(SHIFT-CNT) NOT NUMERIC
                               MOVE 0 TO SH-MINUTES(SHIFT-CNT)
                           END-IF
                           IF SH-ID(SHIFT-CNT) NUMERIC
                               MOVE SH-ID(SHIFT-CNT) TO WS-SHIFT-ID-N
                               IF WS-SHIFT-ID-N > MAX-SHIFT-ID
                                   MOVE WS-SHIFT-ID-N TO MAX-SHIFT-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIFT-FILE.

      *-----------------------------------------------------------------
       REWRITE-SHIFT-FILE.
           OPEN OUTPUT SHIFT-FILE
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-CNT
               MOVE SPACES TO SHIFT-REC
               STRING SH-ID(SHIFT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-VOL(SHIFT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-BRANCH(SHIFT-IDX))
                          DELIMITED BY SIZE ","
                      SH-DATE(SHIFT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-START(SHIFT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-END(SHIFT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-TASK(SHIFT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-IN(SHIFT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-OUT(SHIFT-IDX))
                          DELIMITED BY SIZE ","
                      SH-MINUTES(SHIFT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(SH-STATUS(SHIFT-IDX))
                          DELIMITED BY SIZE
                   INTO SHIFT-REC
               WRITE SHIFT-REC
           END-PERFORM
           CLOSE SHIFT-FILE.

      *-----------------------------------------------------------------
       PICK-VOLUNTEER.
           MOVE 0 TO VOL-PICK
           IF VOL-CNT = 0
               DISPLAY "No VOLUN operators on operators.csv -- add "
                   "the volunteer in Operator Master first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Volunteer operator ID: "
           ACCEPT WS-PICK-X
           PERFORM VARYING VOL-IDX FROM 1 BY 1 UNTIL VOL-IDX > VOL-CNT
               IF FUNCTION TRIM(VL-ID(VOL-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE VOL-IDX TO VOL-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF VOL-PICK = 0
               DISPLAY "No volunteer with that operator ID."
           ELSE
               DISPLAY "Volunteer: " FUNCTION TRIM(VL-NAME(VOL-PICK))
           END-IF.

      *-----------------------------------------------------------------
       ACCEPT-DATE.
           DISPLAY "Date DD-MM-YYYY (blank = today): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-DATE-IN
           END-IF.

      *-----------------------------------------------------------------
      *> HHMM, 0000-2359; WS-TIME-OK says whether it passed.
       CHECK-TIME.
           MOVE 'Y' TO WS-TIME-OK
           IF WS-TIME-IN NOT NUMERIC
               MOVE 'N' TO WS-TIME-OK
           ELSE
               IF WS-TIME-IN(1:2) > "23" OR WS-TIME-IN(3:2) > "59"
                   MOVE 'N' TO WS-TIME-OK
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       LIST-DAY-SHIFTS.
           PERFORM ACCEPT-DATE
           MOVE 0 TO WS-LISTED
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-CNT
               IF SH-DATE(SHIFT-IDX) = WS-DATE-IN
                   ADD 1 TO WS-LISTED
                   DISPLAY SH-ID(SHIFT-IDX) " "
                       SH-VOL(SHIFT-IDX) " "
                       SH-BRANCH(SHIFT-IDX) " "
                       SH-START(SHIFT-IDX) "-" SH-END(SHIFT-IDX) " "
                       SH-TASK(SHIFT-IDX) " "
                       SH-STATUS(SHIFT-IDX) " in "
                       SH-IN(SHIFT-IDX) " out " SH-OUT(SHIFT-IDX)
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "No shifts on " WS-DATE-IN "."
           END-IF.

      *-----------------------------------------------------------------
       SCHEDULE-SHIFT.
           IF SHIFT-CNT >= 2000
               DISPLAY "Shift table is full."
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-VOLUNTEER
           IF VOL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch code: "
           ACCEPT WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BC-RESULT
           IF WS-BC-RESULT = 'N' OR WS-BC-RESULT = 'C'
               DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH-IN)
                   " is not an open branch."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-DATE
           DISPLAY "Start time HHMM: "
           ACCEPT WS-TIME-IN
           PERFORM CHECK-TIME
           IF WS-TIME-OK = 'N'
               DISPLAY "Times are HHMM, 0000 to 2359."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIME-IN TO WS-START-IN
           DISPLAY "End time HHMM: "
           ACCEPT WS-TIME-IN
           PERFORM CHECK-TIME
           IF WS-TIME-OK = 'N' OR WS-TIME-IN NOT > WS-START-IN
               DISPLAY "End time must be HHMM and after the start."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIME-IN TO WS-END-IN
           PERFORM ACCEPT-TASK

           ADD 1 TO MAX-SHIFT-ID
           ADD 1 TO SHIFT-CNT
           MOVE SPACES TO SHIFT-ENTRY(SHIFT-CNT)
           MOVE MAX-SHIFT-ID TO WS-SHIFT-ID-N
           MOVE WS-SHIFT-ID-N TO SH-ID(SHIFT-CNT)
           MOVE VL-ID(VOL-PICK) TO SH-VOL(SHIFT-CNT)
           MOVE WS-BRANCH-IN TO SH-BRANCH(SHIFT-CNT)
           MOVE WS-DATE-IN TO SH-DATE(SHIFT-CNT)
           MOVE WS-START-IN TO SH-START(SHIFT-CNT)
           MOVE WS-END-IN TO SH-END(SHIFT-CNT)
           MOVE WS-TASK-IN TO SH-TASK(SHIFT-CNT)
           MOVE 0 TO SH-MINUTES(SHIFT-CNT)
           MOVE "SCHEDULED" TO SH-STATUS(SHIFT-CNT)
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Shift " SH-ID(SHIFT-CNT) " scheduled.".

      *-----------------------------------------------------------------
       ACCEPT-TASK.
           DISPLAY "Task SHELVING/HOMEBOUND/READING/OTHER: "
           ACCEPT WS-TASK-IN
           MOVE FUNCTION UPPER-CASE(WS-TASK-IN) TO WS-TASK-IN
           IF WS-TASK-IN NOT = "SHELVING" AND
               WS-TASK-IN NOT = "HOMEBOUND" AND
               WS-TASK-IN NOT = "READING"
               MOVE "OTHER" TO WS-TASK-IN
           END-IF.

      *-----------------------------------------------------------------
      *> Against today's SCHEDULED row for the volunteer if there is
      *> one; otherwise a walk-in shift is opened on the spot.
       SIGN-IN.
           PERFORM PICK-VOLUNTEER
           IF VOL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SHIFT-PICK
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-CNT
               IF SH-VOL(SHIFT-IDX) = VL-ID(VOL-PICK)
                   AND SH-DATE(SHIFT-IDX) = WS-TODAY-DISPLAY
                   AND SH-STATUS(SHIFT-IDX) = "IN"
                   DISPLAY "Already signed in on shift "
                       SH-ID(SHIFT-IDX) "."
                   EXIT PARAGRAPH
               END-IF
               IF SH-VOL(SHIFT-IDX) = VL-ID(VOL-PICK)
                   AND SH-DATE(SHIFT-IDX) = WS-TODAY-DISPLAY
                   AND SH-STATUS(SHIFT-IDX) = "SCHEDULED"
                   AND SHIFT-PICK = 0
                   MOVE SHIFT-IDX TO SHIFT-PICK
               END-IF
           END-PERFORM
           PERFORM ACCEPT-CLOCK-TIME
           IF WS-TIME-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF SHIFT-PICK = 0
               IF SHIFT-CNT >= 2000
                   DISPLAY "Shift table is full."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "No shift scheduled today -- recording a "
                   "walk-in shift."
               DISPLAY "Branch code: "
               ACCEPT WS-BRANCH-IN
               IF WS-BRANCH-IN = SPACES
                   MOVE "MAIN" TO WS-BRANCH-IN
               END-IF
               CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BC-RESULT
               IF WS-BC-RESULT = 'N' OR WS-BC-RESULT = 'C'
                   DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH-IN)
                       " is not an open branch."
                   EXIT PARAGRAPH
               END-IF
               PERFORM ACCEPT-TASK
               ADD 1 TO MAX-SHIFT-ID
               ADD 1 TO SHIFT-CNT
               MOVE SHIFT-CNT TO SHIFT-PICK
               MOVE SPACES TO SHIFT-ENTRY(SHIFT-PICK)
               MOVE MAX-SHIFT-ID TO WS-SHIFT-ID-N
               MOVE WS-SHIFT-ID-N TO SH-ID(SHIFT-PICK)
               MOVE VL-ID(VOL-PICK) TO SH-VOL(SHIFT-PICK)
               MOVE WS-BRANCH-IN TO SH-BRANCH(SHIFT-PICK)
               MOVE WS-TODAY-DISPLAY TO SH-DATE(SHIFT-PICK)
               MOVE WS-TIME-IN TO SH-START(SHIFT-PICK)
               MOVE WS-TASK-IN TO SH-TASK(SHIFT-PICK)
               MOVE 0 TO SH-MINUTES(SHIFT-PICK)
           END-IF
           MOVE WS-TIME-IN TO SH-IN(SHIFT-PICK)
           MOVE "IN" TO SH-STATUS(SHIFT-PICK)
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Signed in at " WS-TIME-IN " on shift "
               SH-ID(SHIFT-PICK) ".".

      *-----------------------------------------------------------------
      *> Now, or an HHMM typed in when the sheet is caught up later.
       ACCEPT-CLOCK-TIME.
           ACCEPT SYS-TIME FROM TIME
           DISPLAY "Time HHMM (blank = now): "
           ACCEPT WS-TIME-IN
           IF WS-TIME-IN = SPACES
               MOVE SYS-TIME(1:4) TO WS-TIME-IN
           END-IF
           PERFORM CHECK-TIME
           IF WS-TIME-OK = 'N'
               DISPLAY "Times are HHMM, 0000 to 2359."
           END-IF.

      *-----------------------------------------------------------------
       SIGN-OUT.
           PERFORM PICK-VOLUNTEER
           IF VOL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SHIFT-PICK
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-CNT
               IF SH-VOL(SHIFT-IDX) = VL-ID(VOL-PICK)
                   AND SH-STATUS(SHIFT-IDX) = "IN"
                   MOVE SHIFT-IDX TO SHIFT-PICK
               END-IF
           END-PERFORM
           IF SHIFT-PICK = 0
               DISPLAY "That volunteer is not signed in."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-CLOCK-TIME
           IF WS-TIME-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-TIME-IN NOT > SH-IN(SHIFT-PICK)
               DISPLAY "Sign-out must be after the sign-in time "
                   SH-IN(SHIFT-PICK) "."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-MIN =
               FUNCTION NUMVAL(SH-IN(SHIFT-PICK)(1:2)) * 60
               + FUNCTION NUMVAL(SH-IN(SHIFT-PICK)(3:2))
           COMPUTE WS-TO-MIN =
               FUNCTION NUMVAL(WS-TIME-IN(1:2)) * 60
               + FUNCTION NUMVAL(WS-TIME-IN(3:2))
           COMPUTE SH-MINUTES(SHIFT-PICK) = WS-TO-MIN - WS-FROM-MIN
           MOVE WS-TIME-IN TO SH-OUT(SHIFT-PICK)
           IF SH-END(SHIFT-PICK) = SPACES
               MOVE WS-TIME-IN TO SH-END(SHIFT-PICK)
           END-IF
           MOVE "DONE" TO SH-STATUS(SHIFT-PICK)
           MOVE 'Y' TO WS-CHANGED
           MOVE SH-MINUTES(SHIFT-PICK) TO WS-TOTAL-MINUTES
           PERFORM FORMAT-HOURS
           DISPLAY "Signed out at " WS-TIME-IN " -- "
               FUNCTION TRIM(WS-HOURS-TEXT) " on shift "
               SH-ID(SHIFT-PICK) ".".

      *-----------------------------------------------------------------
       MARK-MISSED.
           DISPLAY "Shift ID: "
           ACCEPT WS-PICK-X
           MOVE 0 TO SHIFT-PICK
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-CNT
               IF FUNCTION TRIM(SH-ID(SHIFT-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE SHIFT-IDX TO SHIFT-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SHIFT-PICK = 0
               DISPLAY "No such shift."
               EXIT PARAGRAPH
           END-IF
           IF SH-STATUS(SHIFT-PICK) NOT = "SCHEDULED"
               DISPLAY "Only a SCHEDULED shift can be marked -- this "
                   "one is " FUNCTION TRIM(SH-STATUS(SHIFT-PICK)) "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "N = no-show, C = cancelled: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'N'
               WHEN 'n'
                   MOVE "NOSHOW" TO SH-STATUS(SHIFT-PICK)
               WHEN 'C'
               WHEN 'c'
                   MOVE "CANCELLED" TO SH-STATUS(SHIFT-PICK)
               WHEN OTHER
                   DISPLAY "Nothing changed."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Shift " SH-ID(SHIFT-PICK) " marked "
               FUNCTION TRIM(SH-STATUS(SHIFT-PICK)) ".".

      *-----------------------------------------------------------------
      *> WS-TOTAL-MINUTES as "12h 30m" in WS-HOURS-TEXT.
       FORMAT-HOURS.
           DIVIDE WS-TOTAL-MINUTES BY 60 GIVING WS-HOURS
               REMAINDER WS-REM-MINUTES
           MOVE WS-HOURS TO WS-HOURS-ED
           MOVE SPACES TO WS-HOURS-TEXT
           STRING FUNCTION TRIM(WS-HOURS-ED) DELIMITED BY SIZE
                  "h " DELIMITED BY SIZE
                  WS-REM-MINUTES DELIMITED BY SIZE
                  "m" DELIMITED BY SIZE
               INTO WS-HOURS-TEXT.

      *-----------------------------------------------------------------
      *> DONE shifts in the month, rolled up per volunteer, per
      *> branch and per task.
       MONTHLY-SUMMARY.
           DISPLAY "Month MM-YYYY (blank = this month): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
               MOVE WS-TODAY-DISPLAY(4:7) TO WS-MONTH-IN
           END-IF
           PERFORM VARYING VOL-IDX FROM 1 BY 1 UNTIL VOL-IDX > VOL-CNT
               MOVE 0 TO VL-MINUTES(VOL-IDX)
               MOVE 0 TO VL-SHIFTS(VOL-IDX)
           END-PERFORM
           MOVE 0 TO BS-CNT
           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > 4
               MOVE 0 TO TS-MINUTES(TS-IDX)
           END-PERFORM
           MOVE 0 TO WS-TOTAL-SHIFTS
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-CNT
               IF SH-DATE(SHIFT-IDX)(4:7) = WS-MONTH-IN
                   AND SH-STATUS(SHIFT-IDX) = "DONE"
                   PERFORM TALLY-ONE-SHIFT
               END-IF
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   VOLUNTEER HOURS " DELIMITED BY SIZE
                  WS-MONTH-IN DELIMITED BY SIZE
                  "  (printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "By volunteer:" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING VOL-IDX FROM 1 BY 1 UNTIL VOL-IDX > VOL-CNT
               IF VL-SHIFTS(VOL-IDX) > 0
                   MOVE VL-MINUTES(VOL-IDX) TO WS-TOTAL-MINUTES
                   PERFORM FORMAT-HOURS
                   MOVE SPACES TO REPORT-LINE
                   STRING "   " DELIMITED BY SIZE
                          VL-ID(VOL-IDX) DELIMITED BY SIZE " "
                          VL-NAME(VOL-IDX) DELIMITED BY SIZE " "
                          VL-SHIFTS(VOL-IDX) DELIMITED BY SIZE
                          " shift(s) " DELIMITED BY SIZE
                          WS-HOURS-TEXT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE "By branch:" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO WS-TOTAL-MINUTES
           PERFORM VARYING BS-IDX FROM 1 BY 1 UNTIL BS-IDX > BS-CNT
               MOVE BS-MINUTES(BS-IDX) TO WS-TOTAL-MINUTES
               PERFORM FORMAT-HOURS
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED BY SIZE
                      BS-BRANCH(BS-IDX) DELIMITED BY SIZE " "
                      BS-SHIFTS(BS-IDX) DELIMITED BY SIZE
                      " shift(s) " DELIMITED BY SIZE
                      WS-HOURS-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           MOVE "By task:" TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > 4
               MOVE TS-MINUTES(TS-IDX) TO WS-TOTAL-MINUTES
               PERFORM FORMAT-HOURS
               MOVE SPACES TO REPORT-LINE
               STRING "   " DELIMITED BY SIZE
                      TS-TASK(TS-IDX) DELIMITED BY SIZE " "
                      WS-HOURS-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           MOVE 0 TO WS-TOTAL-MINUTES
           PERFORM VARYING BS-IDX FROM 1 BY 1 UNTIL BS-IDX > BS-CNT
               ADD BS-MINUTES(BS-IDX) TO WS-TOTAL-MINUTES
           END-PERFORM
           PERFORM FORMAT-HOURS
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Total: " DELIMITED BY SIZE
                  WS-TOTAL-SHIFTS DELIMITED BY SIZE
                  " shift(s), " DELIMITED BY SIZE
                  WS-HOURS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Summary written to volunteer_hours.txt.".

      *-----------------------------------------------------------------
       TALLY-ONE-SHIFT.
           ADD 1 TO WS-TOTAL-SHIFTS
           PERFORM VARYING VOL-IDX FROM 1 BY 1 UNTIL VOL-IDX > VOL-CNT
               IF VL-ID(VOL-IDX) = SH-VOL(SHIFT-IDX)
                   ADD SH-MINUTES(SHIFT-IDX) TO VL-MINUTES(VOL-IDX)
                   ADD 1 TO VL-SHIFTS(VOL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING BS-IDX FROM 1 BY 1 UNTIL BS-IDX > BS-CNT
               IF BS-BRANCH(BS-IDX) = SH-BRANCH(SHIFT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BS-IDX > BS-CNT AND BS-CNT < 50
               ADD 1 TO BS-CNT
               MOVE BS-CNT TO BS-IDX
               MOVE SH-BRANCH(SHIFT-IDX) TO BS-BRANCH(BS-IDX)
               MOVE 0 TO BS-MINUTES(BS-IDX)
               MOVE 0 TO BS-SHIFTS(BS-IDX)
           END-IF
           IF BS-IDX <= BS-CNT
               ADD SH-MINUTES(SHIFT-IDX) TO BS-MINUTES(BS-IDX)
               ADD 1 TO BS-SHIFTS(BS-IDX)
           END-IF
           PERFORM VARYING TS-IDX FROM 1 BY 1 UNTIL TS-IDX > 4
               IF TS-TASK(TS-IDX) = SH-TASK(SHIFT-IDX)
                   ADD SH-MINUTES(SHIFT-IDX) TO TS-MINUTES(TS-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      *> The volunteer's DONE hours for the year on a certificate,
      *> spooled as a VOLCERT job for the printer.
       YEARLY-CERTIFICATE.
           PERFORM PICK-VOLUNTEER
           IF VOL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Year (YYYY, blank = " SYS-DATE(1:4) "): "
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN = SPACES
               MOVE SYS-DATE(1:4) TO WS-YEAR-IN
           END-IF
           MOVE 0 TO WS-TOTAL-MINUTES
           MOVE 0 TO WS-TOTAL-SHIFTS
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-CNT
               IF SH-VOL(SHIFT-IDX) = VL-ID(VOL-PICK)
                   AND SH-DATE(SHIFT-IDX)(7:4) = WS-YEAR-IN
                   AND SH-STATUS(SHIFT-IDX) = "DONE"
                   ADD SH-MINUTES(SHIFT-IDX) TO WS-TOTAL-MINUTES
                   ADD 1 TO WS-TOTAL-SHIFTS
               END-IF
           END-PERFORM
           IF WS-TOTAL-SHIFTS = 0
               DISPLAY "No hours recorded for "
                   FUNCTION TRIM(VL-NAME(VOL-PICK)) " in "
                   WS-YEAR-IN "."
               EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-HOURS

           OPEN OUTPUT CERT-FILE
           MOVE CERT-DECOR TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  CERTIFICATE OF VOLUNTEER SERVICE" TO CERT-LINE
           WRITE CERT-LINE
           MOVE CERT-DECOR TO CERT-LINE
           WRITE CERT-LINE
           MOVE "  This certifies that" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(VL-NAME(VOL-PICK)) DELIMITED BY SIZE
               INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  gave " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOURS-TEXT) DELIMITED BY SIZE
                  " of service over " DELIMITED BY SIZE
                  WS-TOTAL-SHIFTS DELIMITED BY SIZE
                  " shift(s)" DELIMITED BY SIZE
               INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  to the library in " DELIMITED BY SIZE
                  WS-YEAR-IN DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO CERT-LINE
           WRITE CERT-LINE
           MOVE "  With our thanks." TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "  Issued " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO CERT-LINE
           WRITE CERT-LINE
           MOVE CERT-DECOR TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE
           DISPLAY "Certificate written to volunteer_certificate.txt"
      *> Register the certificate as a numbered spool job -- see
      *> PrintSpool.
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../volunteer_certificate.txt" TO WS-PS-SOURCE
           MOVE "VOLCERT" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           IF WS-PS-JOB > 0
               DISPLAY "Spooled as job " WS-PS-JOB "."
           END-IF.

       END PROGRAM VolunteerShifts.
