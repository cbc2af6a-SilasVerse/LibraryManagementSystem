      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Telephone overdue-call worklist. CheckLog's notices
      *          never effectively reach a member who has neither a
      *          usable email nor an SMS number (postal only, or the
      *          channel's contact detail is blank) or whose details
      *          have bounced into bad_contacts.csv. This builds the
      *          day's call list of those members with overdue loans,
      *          one section per branch (the branch that issued the
      *          member's oldest overdue loan), showing the phone
      *          number to ring, the titles and the days overdue --
      *          a child member is rung on the guardian's number, as
      *          CheckLog addresses the notice. Each call's outcome --
      *          REACHED, PROMISED (with the promised return date),
      *          WRONG number, NOANSWER -- is appended to
      *          phone_calls.csv (date, operator, branch, member,
      *          phone, outcome, promised date) and stamped on every
      *          overdue of the member in notice_ledger.csv as a PHONE
      *          delivery, so escalation counts the call as a notice
      *          sent. A wrong number also goes on bad_contacts.csv
      *          for EditMember to chase; a promised date shows on
      *          MemberDetail. Members already rung today, those with
      *          a promised date still to come, and those whose last
      *          call found the same number wrong stay off the list.
      *          Batch mode (USER-CHOICE 99) prints the whole list to
      *          phone_worklist.txt through PrintSpool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PhoneCalls IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT BADCON-FILE ASSIGN TO "../bad_contacts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADCON-STATUS.
           SELECT CALL-FILE ASSIGN TO "../phone_calls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../notice_ledger.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../phone_worklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  BADCON-FILE.
       01  BADCON-REC      PIC X(50).
       FD  CALL-FILE.
       01  CALL-REC        PIC X(100).
       FD  LEDGER-FILE.
       01  LEDGER-REC      PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-MEMBER-STATUS   PIC XX.
       01  WS-BOOK-STATUS     PIC XX.
       01  WS-BADCON-STATUS   PIC XX.
       01  WS-CALL-STATUS     PIC XX.
       01  WS-LEDGER-STATUS   PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-OUTCOME-CHOICE  PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.

       01  SYS-DATE           PIC 9(8).
       01  SYS-DATE-INT       PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-DATE-FMT        PIC 9(8).
       01  WS-DATE-INT        PIC 9(8).

       01  WS-MEMBER-IN       PIC X(5).
       01  WS-BRANCH-IN       PIC X(10).
       01  WS-PROMISE-IN      PIC X(10).
       01  WS-OUTCOME         PIC X(8).

      *> One log.csv row at a time.
       01  LOG-ROW.
           05 F-ID            PIC X(5).
           05 F-MID           PIC X(5).
           05 F-BID           PIC X(5).
           05 F-SDT           PIC X(10).
           05 F-EDT           PIC X(10).
           05 F-DUE           PIC X(3).
           05 F-RDT           PIC X(10).
           05 F-CPID          PIC X(6).
           05 F-BRANCH        PIC X(10).
           05 F-OPID          PIC X(10).
           05 F-LTYPE         PIC X(6).

      *> members.csv -- just the columns the call list needs.
       01  MEMBER-TABLE.
           05 MEM-ENTRY OCCURS 2000 TIMES.
               10 M-ID         PIC X(5).
               10 M-NAME       PIC X(30).
               10 M-EMAIL      PIC X(35).
               10 M-FLAG       PIC X(8).
               10 M-PHONE      PIC X(15).
               10 M-GUARDIAN   PIC X(5).
               10 M-CHANNEL    PIC X(5).
       01  M-CNT              PIC 9(4) VALUE 0.
       01  M-IDX              PIC 9(4) VALUE 0.
       01  M-MATCH            PIC 9(4) VALUE 0.
       01  Q-CNT              PIC 9 VALUE 0.
       01  ID-TO-EMAIL        PIC X(70).
       01  GENDER-N-FLAG      PIC X(70).
       01  WS-ADDR-SKIP       PIC X(50).
       01  WS-SKIP            PIC X(10).

      *> books.csv id and title.
       01  BOOK-TABLE.
           05 BK-ENTRY OCCURS 2000 TIMES.
               10 BK-ID        PIC X(5).
               10 BK-NAME      PIC X(30).
       01  BK-CNT             PIC 9(4) VALUE 0.
       01  BK-IDX             PIC 9(4) VALUE 0.

      *> Per-member bounce tally -- NoticeStatus's table shape.
       01  BADCON-TABLE.
           05 BADCON-ENTRY OCCURS 300 TIMES.
               10 BC-MEMBER    PIC X(5).
               10 BC-BOUNCES   PIC 9(3).
               10 BC-LAST      PIC X(10).
       01  BADCON-CNT         PIC 9(3) VALUE 0.
       01  BADCON-IDX         PIC 9(3) VALUE 0.
       01  BADCON-MATCH       PIC 9(3) VALUE 0.

      *> The latest call on file for each member rung before.
       01  CALL-TABLE.
           05 CALL-ENTRY OCCURS 500 TIMES.
               10 PC-MEMBER    PIC X(5).
               10 PC-DATE      PIC X(10).
               10 PC-PHONE     PIC X(15).
               10 PC-OUTCOME   PIC X(8).
               10 PC-PROMISE   PIC X(10).
       01  CALL-CNT           PIC 9(3) VALUE 0.
       01  CALL-IDX           PIC 9(3) VALUE 0.
       01  CALL-MATCH         PIC 9(3) VALUE 0.
       01  CR-DATE            PIC X(10).
       01  CR-OPERATOR        PIC X(10).
       01  CR-BRANCH          PIC X(10).
       01  CR-MEMBER          PIC X(5).
       01  CR-PHONE           PIC X(15).
       01  CR-OUTCOME         PIC X(8).
       01  CR-PROMISE         PIC X(10).

      *> Every open overdue loan, and one worklist row per member
      *> holding them.
       01  OVERDUE-TABLE.
           05 OV-ENTRY OCCURS 1000 TIMES.
               10 OV-MEMBER    PIC X(5).
               10 OV-BOOK      PIC X(5).
               10 OV-DAYS      PIC 9(4).
       01  OV-CNT             PIC 9(4) VALUE 0.
       01  OV-IDX             PIC 9(4) VALUE 0.
       01  WS-OV-DAYS         PIC S9(8) VALUE 0.
       01  WORK-TABLE.
           05 WL-ENTRY OCCURS 500 TIMES.
               10 WL-MEMBER    PIC X(5).
               10 WL-BRANCH    PIC X(10).
               10 WL-MAXDAYS   PIC 9(4).
               10 WL-CONTACT   PIC X(5).
               10 WL-NAME      PIC X(30).
               10 WL-PHONE     PIC X(15).
               10 WL-WHY       PIC X(11).
      *> 'Y' on today's list; 'N' no reason to ring; 'P' no phone
      *> on file; 'S' skipped on the call history.
               10 WL-LIST      PIC X.
       01  WL-CNT             PIC 9(3) VALUE 0.
       01  WL-IDX             PIC 9(3) VALUE 0.
       01  WL-MATCH           PIC 9(3) VALUE 0.
       01  WS-NO-PHONE        PIC 9(3) VALUE 0.
       01  WS-TO-CALL         PIC 9(3) VALUE 0.

      *> Branch sections of the list, in order first seen.
       01  BRANCH-TABLE.
           05 BR-ENTRY OCCURS 50 TIMES.
               10 BR-CODE      PIC X(10).
       01  BR-CNT             PIC 9(2) VALUE 0.
       01  BR-IDX             PIC 9(2) VALUE 0.
       01  BR-MATCH           PIC 9(2) VALUE 0.

      *> The dispatch ledger whole -- CheckLog's table shape.
       01  LEDGER-TABLE.
           05 LEDGER-ROW OCCURS 2000 TIMES.
               10 LG-MID       PIC X(5).
               10 LG-BID       PIC X(5).
               10 LG-LEVEL     PIC 9.
               10 LG-LAST-DATE PIC X(10).
               10 LG-DELIV     PIC X(9).
       01  LG-CNT             PIC 9(4) VALUE 0.
       01  LG-IDX             PIC 9(4) VALUE 0.
       01  LG-FOUND-IDX       PIC 9(4) VALUE 0.
       01  WS-LEDGER-OVERFLOW PIC X VALUE 'N'.
       01  WS-STAMPED         PIC 9(3) VALUE 0.
       01  WS-NOTICE-INTERVAL PIC 9(3) VALUE 7.
       01  WS-LAST-FMT        PIC 9(8).
       01  WS-LAST-INT        PIC 9(8).
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

      *> Closure-calendar call arguments -- see ClosureCal.
       01  WS-CC-ACTION       PIC X(6).
       01  WS-CC-DATE-1       PIC 9(8) VALUE 0.
       01  WS-CC-DATE-2       PIC 9(8) VALUE 0.
       01  WS-CC-RESULT       PIC 9(8) VALUE 0.

       01  WS-CNT-ED          PIC ZZ9.
       01  WS-DAYS-ED         PIC ZZZ9.

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
      *> Serialize -- an outcome rewrites notice_ledger.csv and
      *> bad_contacts.csv and appends to phone_calls.csv.
           MOVE 'PhoneCalls' TO WS-ERRLOG-PROGRAM
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

      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> prints the day's list for every branch.
           IF USER-CHOICE = 99
               MOVE SPACES TO WS-BRANCH-IN
               PERFORM BUILD-WORKLIST
               PERFORM PRINT-WORKLIST
               GO TO ENDER
           END-IF

           PERFORM ACCEPT-OPERATOR-ID
           MOVE 'N' TO WS-DONE
           PERFORM CALL-MENU THRU CALL-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       CALL-MENU.
           DISPLAY "=============================="
           DISPLAY "    ""OVERDUE PHONE CALLS""    "
           DISPLAY "=============================="
           DISPLAY "1) Today's call worklist"
           DISPLAY "2) Record a call outcome"
           DISPLAY "3) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  DISPLAY "Branch (blank = all branches): "
                  ACCEPT WS-BRANCH-IN
                  PERFORM BUILD-WORKLIST
                  PERFORM SHOW-WORKLIST
                  PERFORM PRINT-WORKLIST
              WHEN 2
                  PERFORM RECORD-OUTCOME
              WHEN 3
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       CALL-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Every member with an open overdue loan gets a worklist row;
      *> WL-LIST then says whether the member belongs on today's
      *> call list.
       BUILD-WORKLIST.
           PERFORM LOAD-MEMBER-FILE
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-BADCON-FILE
           PERFORM LOAD-CALL-HISTORY
           PERFORM LOAD-OVERDUE-LOANS
           MOVE 0 TO WS-NO-PHONE
           MOVE 0 TO WS-TO-CALL
           MOVE 0 TO BR-CNT
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               PERFORM CLASSIFY-ONE-MEMBER
           END-PERFORM.

      *-----------------------------------------------------------------
      *> An open loan past its due date -- CheckLog's test, CLAIM
      *> rows and malformed dates left out, closed days not counted.
       LOAD-OVERDUE-LOANS.
           MOVE 0 TO OV-CNT
           MOVE 0 TO WL-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LOG-ROW
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO F-ID, F-MID, F-BID, F-SDT, F-EDT,
                                F-DUE, F-RDT, F-CPID, F-BRANCH,
                                F-OPID, F-LTYPE
                       IF FUNCTION TRIM(F-RDT) = SPACE
                           AND FUNCTION TRIM(F-LTYPE) NOT = "CLAIM"
                           AND F-EDT(1:2) NUMERIC
                           AND F-EDT(4:2) NUMERIC
                           AND F-EDT(7:4) NUMERIC
                           PERFORM TAKE-OVERDUE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       TAKE-OVERDUE-LOAN.
           STRING F-EDT(7:4) DELIMITED BY SIZE
                  F-EDT(4:2) DELIMITED BY SIZE
                  F-EDT(1:2) DELIMITED BY SIZE
               INTO WS-DATE-FMT
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
           IF SYS-DATE-INT NOT > WS-DATE-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OV-DAYS = SYS-DATE-INT - WS-DATE-INT
           MOVE "CLOSED" TO WS-CC-ACTION
           MOVE WS-DATE-INT TO WS-CC-DATE-1
           MOVE SYS-DATE-INT TO WS-CC-DATE-2
           CALL 'ClosureCal' USING WS-CC-ACTION, WS-CC-DATE-1,
               WS-CC-DATE-2, WS-CC-RESULT
           SUBTRACT WS-CC-RESULT FROM WS-OV-DAYS
           IF WS-OV-DAYS < 1
               MOVE 1 TO WS-OV-DAYS
           END-IF
           IF FUNCTION TRIM(F-BRANCH) = SPACE
               MOVE "MAIN" TO F-BRANCH
           END-IF
           IF OV-CNT < 1000
               ADD 1 TO OV-CNT
               MOVE F-MID TO OV-MEMBER(OV-CNT)
               MOVE F-BID TO OV-BOOK(OV-CNT)
               MOVE WS-OV-DAYS TO OV-DAYS(OV-CNT)
           END-IF
           MOVE 0 TO WL-MATCH
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               IF WL-MEMBER(WL-IDX) = F-MID
                   MOVE WL-IDX TO WL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WL-MATCH = 0
               IF WL-CNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WL-CNT
               MOVE WL-CNT TO WL-MATCH
               MOVE F-MID TO WL-MEMBER(WL-MATCH)
               MOVE F-BRANCH TO WL-BRANCH(WL-MATCH)
               MOVE WS-OV-DAYS TO WL-MAXDAYS(WL-MATCH)
               MOVE 'N' TO WL-LIST(WL-MATCH)
           END-IF
      *> The branch that issued the oldest overdue makes the call.
           IF WS-OV-DAYS > WL-MAXDAYS(WL-MATCH)
               MOVE WS-OV-DAYS TO WL-MAXDAYS(WL-MATCH)
               MOVE F-BRANCH TO WL-BRANCH(WL-MATCH)
           END-IF.

      *-----------------------------------------------------------------
      *> Who takes the call (the guardian for a child member, as
      *> CheckLog addresses the notice), whether the notices can
      *> reach them, and whether the call history keeps them off
      *> today's list.
       CLASSIFY-ONE-MEMBER.
           MOVE 'N' TO WL-LIST(WL-IDX)
           MOVE SPACES TO WL-WHY(WL-IDX)
           MOVE WL-MEMBER(WL-IDX) TO WL-CONTACT(WL-IDX)
           PERFORM FIND-MEMBER-ROW
           IF M-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(M-FLAG(M-MATCH)) = "DECEASED"
               EXIT PARAGRAPH
           END-IF
           MOVE M-NAME(M-MATCH) TO WL-NAME(WL-IDX)
           IF FUNCTION TRIM(M-GUARDIAN(M-MATCH)) NOT = SPACE
               MOVE M-GUARDIAN(M-MATCH) TO WL-CONTACT(WL-IDX)
               PERFORM FIND-MEMBER-ROW
               IF M-MATCH = 0
                   MOVE WL-MEMBER(WL-IDX) TO WL-CONTACT(WL-IDX)
                   PERFORM FIND-MEMBER-ROW
               END-IF
           END-IF
           MOVE M-PHONE(M-MATCH) TO WL-PHONE(WL-IDX)

           EVALUATE TRUE
               WHEN FUNCTION TRIM(M-CHANNEL(M-MATCH)) = "POST"
                   MOVE "POST ONLY" TO WL-WHY(WL-IDX)
               WHEN FUNCTION TRIM(M-CHANNEL(M-MATCH)) = "SMS"
                   AND FUNCTION TRIM(M-PHONE(M-MATCH)) = SPACE
                   MOVE "NO SMS NO." TO WL-WHY(WL-IDX)
               WHEN FUNCTION TRIM(M-CHANNEL(M-MATCH)) NOT = "SMS"
                   AND FUNCTION TRIM(M-EMAIL(M-MATCH)) = SPACE
                   MOVE "NO EMAIL" TO WL-WHY(WL-IDX)
           END-EVALUATE
           PERFORM VARYING BADCON-IDX FROM 1 BY 1
               UNTIL BADCON-IDX > BADCON-CNT
               IF BC-MEMBER(BADCON-IDX) = WL-CONTACT(WL-IDX)
                   MOVE "BAD CONTACT" TO WL-WHY(WL-IDX)
               END-IF
           END-PERFORM
           IF WL-WHY(WL-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WL-PHONE(WL-IDX)) = SPACE
               MOVE 'P' TO WL-LIST(WL-IDX)
               ADD 1 TO WS-NO-PHONE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-CALL
           IF CALL-MATCH > 0
               IF PC-DATE(CALL-MATCH) = WS-TODAY-DISPLAY
                   MOVE 'S' TO WL-LIST(WL-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(PC-OUTCOME(CALL-MATCH)) = "WRONG"
                   AND PC-PHONE(CALL-MATCH) = WL-PHONE(WL-IDX)
                   MOVE 'S' TO WL-LIST(WL-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TRIM(PC-OUTCOME(CALL-MATCH)) = "PROMISED"
                   AND PC-PROMISE(CALL-MATCH)(1:2) NUMERIC
                   AND PC-PROMISE(CALL-MATCH)(4:2) NUMERIC
                   AND PC-PROMISE(CALL-MATCH)(7:4) NUMERIC
                   STRING PC-PROMISE(CALL-MATCH)(7:4)
                              DELIMITED BY SIZE
                          PC-PROMISE(CALL-MATCH)(4:2)
                              DELIMITED BY SIZE
                          PC-PROMISE(CALL-MATCH)(1:2)
                              DELIMITED BY SIZE
                       INTO WS-DATE-FMT
                   IF WS-DATE-FMT NOT < SYS-DATE
                       MOVE 'S' TO WL-LIST(WL-IDX)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE 'Y' TO WL-LIST(WL-IDX)
           ADD 1 TO WS-TO-CALL
           MOVE 0 TO BR-MATCH
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               IF BR-CODE(BR-IDX) = WL-BRANCH(WL-IDX)
                   MOVE BR-IDX TO BR-MATCH
               END-IF
           END-PERFORM
           IF BR-MATCH = 0 AND BR-CNT < 50
               ADD 1 TO BR-CNT
               MOVE WL-BRANCH(WL-IDX) TO BR-CODE(BR-CNT)
           END-IF.

       FIND-MEMBER-ROW.
           MOVE 0 TO M-MATCH
           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > M-CNT
               IF M-ID(M-IDX) = WL-CONTACT(WL-IDX)
                   MOVE M-IDX TO M-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-LAST-CALL.
           MOVE 0 TO CALL-MATCH
           PERFORM VARYING CALL-IDX FROM 1 BY 1
               UNTIL CALL-IDX > CALL-CNT
               IF PC-MEMBER(CALL-IDX) = WL-MEMBER(WL-IDX)
                   MOVE CALL-IDX TO CALL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       SHOW-WORKLIST.
           DISPLAY "=============================================="
           DISPLAY "  OVERDUE CALL WORKLIST  " WS-TODAY-DISPLAY
           DISPLAY "=============================================="
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               IF WS-BRANCH-IN = SPACES
                   OR BR-CODE(BR-IDX) = WS-BRANCH-IN
                   DISPLAY "Branch: " BR-CODE(BR-IDX)
                   PERFORM VARYING WL-IDX FROM 1 BY 1
                       UNTIL WL-IDX > WL-CNT
                       IF WL-LIST(WL-IDX) = 'Y'
                           AND WL-BRANCH(WL-IDX) = BR-CODE(BR-IDX)
                           PERFORM SHOW-ONE-MEMBER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE WS-TO-CALL TO WS-CNT-ED
           DISPLAY "Members to ring (all branches): " WS-CNT-ED
           IF WS-NO-PHONE > 0
               MOVE WS-NO-PHONE TO WS-CNT-ED
               DISPLAY "Not listed -- no phone number on file: "
                   WS-CNT-ED
           END-IF
           DISPLAY "==============================================".

       SHOW-ONE-MEMBER.
           MOVE WL-MAXDAYS(WL-IDX) TO WS-DAYS-ED
           DISPLAY "  " WL-MEMBER(WL-IDX) " " WL-NAME(WL-IDX) " "
               WL-PHONE(WL-IDX) " " WL-WHY(WL-IDX)
           IF WL-CONTACT(WL-IDX) NOT = WL-MEMBER(WL-IDX)
               DISPLAY "        (ring guardian " WL-CONTACT(WL-IDX)
                   ")"
           END-IF
           PERFORM VARYING OV-IDX FROM 1 BY 1 UNTIL OV-IDX > OV-CNT
               IF OV-MEMBER(OV-IDX) = WL-MEMBER(WL-IDX)
                   PERFORM FIND-BOOK-TITLE
                   MOVE OV-DAYS(OV-IDX) TO WS-DAYS-ED
                   DISPLAY "        " OV-BOOK(OV-IDX) " "
                       BK-NAME(BK-IDX) " " WS-DAYS-ED " days overdue"
               END-IF
           END-PERFORM.

      *> Leaves BK-IDX on the title; an unknown book id lands on the
      *> spare row past the loaded titles, shown blank.
       FIND-BOOK-TITLE.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = OV-BOOK(OV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BK-IDX > BK-CNT
               MOVE SPACES TO BK-NAME(BK-IDX)
           END-IF.

      *-----------------------------------------------------------------
       PRINT-WORKLIST.
           OPEN OUTPUT REPORT-FILE
           MOVE "           DAILY OVERDUE TELEPHONE CALL WORKLIST"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Date : " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               IF WS-BRANCH-IN = SPACES
                   OR BR-CODE(BR-IDX) = WS-BRANCH-IN
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC
                   MOVE SPACES TO REPORT-REC
                   STRING "Branch: " DELIMITED BY SIZE
                          BR-CODE(BR-IDX) DELIMITED BY SIZE
                       INTO REPORT-REC
                   WRITE REPORT-REC
                   MOVE "Member Name" TO REPORT-REC
                   MOVE "Phone" TO REPORT-REC(39:5)
                   MOVE "Days  Why" TO REPORT-REC(55:9)
                   WRITE REPORT-REC
                   MOVE ALL "-" TO REPORT-REC(1:72)
                   WRITE REPORT-REC
                   PERFORM VARYING WL-IDX FROM 1 BY 1
                       UNTIL WL-IDX > WL-CNT
                       IF WL-LIST(WL-IDX) = 'Y'
                           AND WL-BRANCH(WL-IDX) = BR-CODE(BR-IDX)
                           PERFORM PRINT-ONE-MEMBER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TO-CALL TO WS-CNT-ED
           MOVE SPACES TO REPORT-REC
           STRING "Members to ring: " DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
                  "    Not listed, no phone on file: "
                      DELIMITED BY SIZE
               INTO REPORT-REC
           MOVE WS-NO-PHONE TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(55:3)
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "Call worklist written to ../phone_worklist.txt"
      *> Register the list as a numbered spool job -- see
      *> PrintSpool.
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../phone_worklist.txt" TO WS-PS-SOURCE
           MOVE "PHONECALLS" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB.

       PRINT-ONE-MEMBER.
           MOVE SPACES TO REPORT-REC
           MOVE WL-MEMBER(WL-IDX) TO REPORT-REC(1:5)
           MOVE WL-NAME(WL-IDX) TO REPORT-REC(7:30)
           MOVE WL-PHONE(WL-IDX) TO REPORT-REC(39:15)
           MOVE WL-MAXDAYS(WL-IDX) TO WS-DAYS-ED
           MOVE WS-DAYS-ED TO REPORT-REC(55:4)
           MOVE WL-WHY(WL-IDX) TO REPORT-REC(61:11)
           WRITE REPORT-REC
           IF WL-CONTACT(WL-IDX) NOT = WL-MEMBER(WL-IDX)
               MOVE SPACES TO REPORT-REC
               STRING "      Ring guardian " DELIMITED BY SIZE
                      WL-CONTACT(WL-IDX) DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING OV-IDX FROM 1 BY 1 UNTIL OV-IDX > OV-CNT
               IF OV-MEMBER(OV-IDX) = WL-MEMBER(WL-IDX)
                   PERFORM FIND-BOOK-TITLE
                   MOVE SPACES TO REPORT-REC
                   MOVE OV-BOOK(OV-IDX) TO REPORT-REC(7:5)
                   MOVE BK-NAME(BK-IDX) TO REPORT-REC(13:30)
                   MOVE OV-DAYS(OV-IDX) TO WS-DAYS-ED
                   MOVE WS-DAYS-ED TO REPORT-REC(55:4)
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Any member with an open overdue can have a call recorded --
      *> a second ring the same day after no answer included.
       RECORD-OUTCOME.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           MOVE SPACES TO WS-BRANCH-IN
           PERFORM BUILD-WORKLIST
           MOVE 0 TO WL-MATCH
           PERFORM VARYING WL-IDX FROM 1 BY 1 UNTIL WL-IDX > WL-CNT
               IF WL-MEMBER(WL-IDX) = WS-MEMBER-IN
                   MOVE WL-IDX TO WL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WL-MATCH = 0
               DISPLAY "No overdue loans on file for this member."
               EXIT PARAGRAPH
           END-IF
           MOVE WL-MATCH TO WL-IDX
           IF FUNCTION TRIM(WL-PHONE(WL-IDX)) = SPACE
               DISPLAY "No phone number on file for this member."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-MEMBER

           DISPLAY "Outcome: 1) Reached  2) Promised return date"
           DISPLAY "         3) Wrong number  4) No answer"
           ACCEPT WS-OUTCOME-CHOICE
           MOVE SPACES TO WS-PROMISE-IN
           EVALUATE WS-OUTCOME-CHOICE
               WHEN 1
                   MOVE "REACHED" TO WS-OUTCOME
               WHEN 2
                   MOVE "PROMISED" TO WS-OUTCOME
                   DISPLAY "Promised return date (DD-MM-YYYY): "
                   ACCEPT WS-PROMISE-IN
                   IF WS-PROMISE-IN(1:2) NOT NUMERIC
                       OR WS-PROMISE-IN(4:2) NOT NUMERIC
                       OR WS-PROMISE-IN(7:4) NOT NUMERIC
                       OR WS-PROMISE-IN(3:1) NOT = "-"
                       OR WS-PROMISE-IN(6:1) NOT = "-"
                       DISPLAY "Date must be DD-MM-YYYY. "
                           "Nothing recorded."
                       EXIT PARAGRAPH
                   END-IF
                   STRING WS-PROMISE-IN(7:4) DELIMITED BY SIZE
                          WS-PROMISE-IN(4:2) DELIMITED BY SIZE
                          WS-PROMISE-IN(1:2) DELIMITED BY SIZE
                       INTO WS-DATE-FMT
                   IF WS-DATE-FMT < SYS-DATE
                       DISPLAY "A promised date can't be in the "
                           "past. Nothing recorded."
                       EXIT PARAGRAPH
                   END-IF
               WHEN 3
                   MOVE "WRONG" TO WS-OUTCOME
               WHEN 4
                   MOVE "NOANSWER" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "Invalid outcome. Nothing recorded."
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM APPEND-CALL-ROW
           PERFORM STAMP-NOTICE-LEDGER
           IF WS-OUTCOME = "WRONG"
               PERFORM FLAG-BAD-CONTACT
           END-IF
           MOVE "MEMBER" TO WS-AUDIT-ENTITY-TYPE
           MOVE WL-MEMBER(WL-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "OVERDUE" TO WS-AUDIT-OLD-STATUS
           MOVE WS-OUTCOME TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           MOVE WS-STAMPED TO WS-CNT-ED
           DISPLAY "Call recorded as " FUNCTION TRIM(WS-OUTCOME)
               "; " WS-CNT-ED " overdue notice(s) stamped PHONE.".

       APPEND-CALL-ROW.
           OPEN EXTEND CALL-FILE
           IF WS-CALL-STATUS NOT = "00"
               CLOSE CALL-FILE
               OPEN OUTPUT CALL-FILE
           END-IF
           MOVE SPACES TO CALL-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SPACE ","
                  WL-BRANCH(WL-IDX) DELIMITED BY SPACE ","
                  WL-MEMBER(WL-IDX) DELIMITED BY SIZE ","
                  WL-PHONE(WL-IDX) DELIMITED BY SPACE ","
                  WS-OUTCOME DELIMITED BY SPACE ","
                  WS-PROMISE-IN DELIMITED BY SPACE
               INTO CALL-REC
           WRITE CALL-REC
           CLOSE CALL-FILE.

      *-----------------------------------------------------------------
      *> Each of the member's overdues is treated as a notice sent by
      *> phone, on CheckLog's ladder: never noticed -> level 1;
      *> noticed longer ago than the NINT interval -> the next level;
      *> either way the last-sent date becomes today.
       STAMP-NOTICE-LEDGER.
           MOVE 0 TO WS-STAMPED
           PERFORM LOAD-NOTICE-LEDGER
           IF WS-LEDGER-OVERFLOW = 'Y'
               DISPLAY "notice_ledger.csv holds more entries than "
                   "this run can carry -- ledger left unchanged."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OV-IDX FROM 1 BY 1 UNTIL OV-IDX > OV-CNT
               IF OV-MEMBER(OV-IDX) = WL-MEMBER(WL-IDX)
                   PERFORM STAMP-ONE-OVERDUE
               END-IF
           END-PERFORM
           OPEN OUTPUT LEDGER-FILE
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT
               MOVE SPACES TO LEDGER-REC
               STRING LG-MID(LG-IDX) DELIMITED BY SIZE ","
                      LG-BID(LG-IDX) DELIMITED BY SIZE ","
                      LG-LEVEL(LG-IDX) DELIMITED BY SIZE ","
                      LG-LAST-DATE(LG-IDX) DELIMITED BY SIZE ","
                      LG-DELIV(LG-IDX) DELIMITED BY SIZE
                   INTO LEDGER-REC
               WRITE LEDGER-REC
           END-PERFORM
           CLOSE LEDGER-FILE.

       STAMP-ONE-OVERDUE.
           MOVE 0 TO LG-FOUND-IDX
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT
               IF LG-MID(LG-IDX) = OV-MEMBER(OV-IDX)
                   AND LG-BID(LG-IDX) = OV-BOOK(OV-IDX)
                   AND LG-LEVEL(LG-IDX) NOT = 0
                   MOVE LG-IDX TO LG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LG-FOUND-IDX = 0
               IF LG-CNT >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LG-CNT
               MOVE LG-CNT TO LG-FOUND-IDX
               MOVE OV-MEMBER(OV-IDX) TO LG-MID(LG-FOUND-IDX)
               MOVE OV-BOOK(OV-IDX) TO LG-BID(LG-FOUND-IDX)
               MOVE 1 TO LG-LEVEL(LG-FOUND-IDX)
           ELSE
               IF LG-LEVEL(LG-FOUND-IDX) < 3
                   AND LG-LAST-DATE(LG-FOUND-IDX)(1:2) NUMERIC
                   AND LG-LAST-DATE(LG-FOUND-IDX)(4:2) NUMERIC
                   AND LG-LAST-DATE(LG-FOUND-IDX)(7:4) NUMERIC
                   STRING LG-LAST-DATE(LG-FOUND-IDX)(7:4)
                              DELIMITED BY SIZE
                          LG-LAST-DATE(LG-FOUND-IDX)(4:2)
                              DELIMITED BY SIZE
                          LG-LAST-DATE(LG-FOUND-IDX)(1:2)
                              DELIMITED BY SIZE
                       INTO WS-LAST-FMT
                   COMPUTE WS-LAST-INT =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-FMT)
                   IF SYS-DATE-INT - WS-LAST-INT >= WS-NOTICE-INTERVAL
                       ADD 1 TO LG-LEVEL(LG-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE WS-TODAY-DISPLAY TO LG-LAST-DATE(LG-FOUND-IDX)
           MOVE "PHONE" TO LG-DELIV(LG-FOUND-IDX)
           ADD 1 TO WS-STAMPED.

       LOAD-NOTICE-LEDGER.
           MOVE "NINT " TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-NOTICE-INTERVAL
           END-IF
           MOVE 0 TO LG-CNT
           MOVE 'N' TO WS-LEDGER-OVERFLOW
           MOVE 'N' TO FILE-END
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LEDGER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LG-CNT >= 2000
                           MOVE 'Y' TO WS-LEDGER-OVERFLOW
                       ELSE
                           ADD 1 TO LG-CNT
                           MOVE SPACES TO LG-DELIV(LG-CNT)
                           UNSTRING LEDGER-REC DELIMITED BY ","
                               INTO LG-MID(LG-CNT), LG-BID(LG-CNT),
                                    LG-LEVEL(LG-CNT),
                                    LG-LAST-DATE(LG-CNT),
                                    LG-DELIV(LG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *-----------------------------------------------------------------
      *> A wrong number counts as a bounce against whoever was rung,
      *> so EditMember prompts for a correction.
       FLAG-BAD-CONTACT.
           MOVE 0 TO BADCON-MATCH
           PERFORM VARYING BADCON-IDX FROM 1 BY 1
               UNTIL BADCON-IDX > BADCON-CNT
               IF BC-MEMBER(BADCON-IDX) = WL-CONTACT(WL-IDX)
                   MOVE BADCON-IDX TO BADCON-MATCH
               END-IF
           END-PERFORM
           IF BADCON-MATCH = 0
               IF BADCON-CNT >= 300
                   DISPLAY "bad_contacts.csv is full -- wrong number "
                       "not flagged."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BADCON-CNT
               MOVE BADCON-CNT TO BADCON-MATCH
               MOVE WL-CONTACT(WL-IDX) TO BC-MEMBER(BADCON-MATCH)
               MOVE 0 TO BC-BOUNCES(BADCON-MATCH)
           END-IF
           ADD 1 TO BC-BOUNCES(BADCON-MATCH)
           MOVE WS-TODAY-DISPLAY TO BC-LAST(BADCON-MATCH)
           OPEN OUTPUT BADCON-FILE
           PERFORM VARYING BADCON-IDX FROM 1 BY 1
               UNTIL BADCON-IDX > BADCON-CNT
               IF BC-BOUNCES(BADCON-IDX) > 0
                   MOVE SPACES TO BADCON-REC
                   STRING BC-MEMBER(BADCON-IDX)
                              DELIMITED BY SIZE ","
                          BC-BOUNCES(BADCON-IDX)
                              DELIMITED BY SIZE ","
                          BC-LAST(BADCON-IDX) DELIMITED BY SIZE
                       INTO BADCON-REC
                   WRITE BADCON-REC
               END-IF
           END-PERFORM
           CLOSE BADCON-FILE
           DISPLAY "Member " WL-CONTACT(WL-IDX)
               " flagged on bad_contacts.csv for a corrected number.".

      *-----------------------------------------------------------------
       LOAD-MEMBER-FILE.
           MOVE 0 TO M-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF M-CNT < 2000
                           ADD 1 TO M-CNT
                           PERFORM PARSE-MEMBER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

      *> CheckLog's parse -- a quoted address carries its own commas.
       PARSE-MEMBER-ROW.
           MOVE SPACES TO MEM-ENTRY(M-CNT)
           MOVE 0 TO Q-CNT
           INSPECT MEMBER-REC TALLYING Q-CNT FOR ALL '"'
           IF Q-CNT > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO ID-TO-EMAIL, WS-ADDR-SKIP, GENDER-N-FLAG
               UNSTRING ID-TO-EMAIL DELIMITED BY ','
                   INTO M-ID(M-CNT), M-NAME(M-CNT), M-EMAIL(M-CNT)
               UNSTRING GENDER-N-FLAG DELIMITED BY ','
                   INTO WS-SKIP, WS-SKIP, M-FLAG(M-CNT), WS-SKIP,
                        WS-SKIP, M-PHONE(M-CNT), WS-SKIP, WS-SKIP,
                        M-GUARDIAN(M-CNT), M-CHANNEL(M-CNT)
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ','
                   INTO M-ID(M-CNT), M-NAME(M-CNT), M-EMAIL(M-CNT),
                        WS-ADDR-SKIP, WS-SKIP, M-FLAG(M-CNT),
                        WS-SKIP, WS-SKIP, M-PHONE(M-CNT), WS-SKIP,
                        WS-SKIP, M-GUARDIAN(M-CNT), M-CHANNEL(M-CNT)
           END-IF
           IF FUNCTION TRIM(M-CHANNEL(M-CNT)) = SPACE
               MOVE "EMAIL" TO M-CHANNEL(M-CNT)
           END-IF.

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
                       IF BK-CNT < 1999
                           ADD 1 TO BK-CNT
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

       LOAD-BADCON-FILE.
           MOVE 0 TO BADCON-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT BADCON-FILE
           IF WS-BADCON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BADCON-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BADCON-CNT < 300
                           ADD 1 TO BADCON-CNT
                           MOVE 0 TO BC-BOUNCES(BADCON-CNT)
                           UNSTRING BADCON-REC DELIMITED BY ","
                               INTO BC-MEMBER(BADCON-CNT),
                                    BC-BOUNCES(BADCON-CNT),
                                    BC-LAST(BADCON-CNT)
                           IF BC-BOUNCES(BADCON-CNT) NOT NUMERIC
                               MOVE 0 TO BC-BOUNCES(BADCON-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BADCON-FILE.

      *> phone_calls.csv is appended in date order, so a later row
      *> for the member replaces the one kept.
       LOAD-CALL-HISTORY.
           MOVE 0 TO CALL-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT CALL-FILE
           IF WS-CALL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CALL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CR-PROMISE
                       UNSTRING CALL-REC DELIMITED BY ","
                           INTO CR-DATE, CR-OPERATOR, CR-BRANCH,
                                CR-MEMBER, CR-PHONE, CR-OUTCOME,
                                CR-PROMISE
                       PERFORM KEEP-LAST-CALL
               END-READ
           END-PERFORM
           CLOSE CALL-FILE.

       KEEP-LAST-CALL.
           MOVE 0 TO CALL-MATCH
           PERFORM VARYING CALL-IDX FROM 1 BY 1
               UNTIL CALL-IDX > CALL-CNT
               IF PC-MEMBER(CALL-IDX) = CR-MEMBER
                   MOVE CALL-IDX TO CALL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CALL-MATCH = 0
               IF CALL-CNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CALL-CNT
               MOVE CALL-CNT TO CALL-MATCH
               MOVE CR-MEMBER TO PC-MEMBER(CALL-MATCH)
           END-IF
           MOVE CR-DATE TO PC-DATE(CALL-MATCH)
           MOVE CR-PHONE TO PC-PHONE(CALL-MATCH)
           MOVE CR-OUTCOME TO PC-OUTCOME(CALL-MATCH)
           MOVE CR-PROMISE TO PC-PROMISE(CALL-MATCH).

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE "PhoneCalls" TO WS-AUDIT-PROGRAM
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

       END PROGRAM PhoneCalls.
