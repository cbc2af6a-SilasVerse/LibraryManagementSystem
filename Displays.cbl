      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Front-of-house displays. A display (theme, branch,
      *          start and end dates) gets copies scanned onto it by
      *          barcode or copy ID; each goes ON-DISPLAY in
      *          bookcopies.csv and a display_items.csv row records
      *          when it was pulled. An ON-DISPLAY copy stays in
      *          book_count and can still be issued -- BorrowBook,
      *          SelfCheck and OfflineReplay take it like a shelf
      *          copy -- and the catalogue export shows it as on
      *          display. The daily sweep (batch mode, USER-CHOICE
      *          99) notes the copies that have left a display since
      *          yesterday and ends every display past its end date;
      *          ending a display, by hand or in the sweep, puts
      *          every copy still ON-DISPLAY back to AVAILABLE. The
      *          display report (display_report.txt) sets each
      *          display's loans per copy, counted from the copy
      *          rows in log.csv and log_archive.csv while each copy
      *          was on the display, against the same titles' other
      *          copies over the display's run, with a roll-up by
      *          theme.
      *            displays.csv: display,theme,branch,start,end,
      *              OPEN/CLOSED,closed date
      *            display_items.csv: display,copy,book,pulled,
      *              released,how it left (blank while on display,
      *              BORROWED/ENDED/REMOVED/OTHER)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Displays IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DISPLAY-FILE ASSIGN TO "../displays.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPLAY-STATUS.
           SELECT DITEM-FILE ASSIGN TO "../display_items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DITEM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "../display_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  DISPLAY-FILE.
       01  DISPLAY-REC     PIC X(120).
       FD  DITEM-FILE.
       01  DITEM-REC       PIC X(80).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-COPY-STATUS      PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-DISPLAY-STATUS   PIC XX.
       01  WS-DITEM-STATUS     PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.
       01  WS-COPIES-CHANGED PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID      PIC X(5).
               10 BK-NAME    PIC X(30).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.
       01  BK-MATCH-IDX      PIC 9(4) VALUE 0.

       01  COPY-TABLE.
           05 COPY-ENTRY OCCURS 2000 TIMES.
               10 CP-BOOK-ID    PIC X(5).
               10 CP-COPY-ID    PIC X(6).
               10 CP-BARCODE    PIC X(12).
               10 CP-CONDITION  PIC X(10).
               10 CP-STATUS     PIC X(10).
       01  COPY-CNT          PIC 9(4) VALUE 0.
       01  COPY-IDX          PIC 9(4) VALUE 0.
       01  COPY-MATCH-IDX    PIC 9(4) VALUE 0.

      *> DS-DLOANS/DS-SLOANS and the copy counts are worked out for
      *> the report, never stored.
       01  DISPLAY-TABLE.
           05 DISPLAY-ENTRY OCCURS 200 TIMES.
               10 DS-ID         PIC X(5).
               10 DS-THEME      PIC X(30).
               10 DS-BRANCH     PIC X(10).
               10 DS-START      PIC X(10).
               10 DS-END        PIC X(10).
               10 DS-STATUS     PIC X(6).
               10 DS-CLOSED     PIC X(10).
               10 DS-FROM-INT   PIC 9(8).
               10 DS-TO-INT     PIC 9(8).
               10 DS-DCOPIES    PIC 9(4).
               10 DS-SCOPIES    PIC 9(4).
               10 DS-DLOANS     PIC 9(5).
               10 DS-SLOANS     PIC 9(5).
               10 DS-HIT-BOOK   PIC X.
               10 DS-HIT-ITEM   PIC 9(4).
       01  DS-CNT            PIC 9(3) VALUE 0.
       01  DS-IDX            PIC 9(3) VALUE 0.
       01  DS-PICK           PIC 9(3) VALUE 0.
       01  DS-MAX-ID         PIC 9(5) VALUE 0.
       01  DS-NUM            PIC 9(5) VALUE 0.

       01  DITEM-TABLE.
           05 DITEM-ENTRY OCCURS 3000 TIMES.
               10 DI-DISPLAY-ID PIC X(5).
               10 DI-COPY-ID    PIC X(6).
               10 DI-BOOK-ID    PIC X(5).
               10 DI-PULLED     PIC X(10).
               10 DI-RELEASED   PIC X(10).
               10 DI-OUTCOME    PIC X(8).
               10 DI-DS-IDX     PIC 9(3).
               10 DI-FROM-INT   PIC 9(8).
               10 DI-TO-INT     PIC 9(8).
       01  DI-CNT            PIC 9(4) VALUE 0.
       01  DI-IDX            PIC 9(4) VALUE 0.
       01  DI-JDX            PIC 9(4) VALUE 0.
       01  DI-MATCH-IDX      PIC 9(4) VALUE 0.

      *> Theme roll-up for the report.
       01  THEME-TABLE.
           05 THEME-ENTRY OCCURS 200 TIMES.
               10 TH-THEME      PIC X(30).
               10 TH-DISPLAYS   PIC 9(3).
               10 TH-DCOPIES    PIC 9(5).
               10 TH-SCOPIES    PIC 9(5).
               10 TH-DLOANS     PIC 9(5).
               10 TH-SLOANS     PIC 9(5).
       01  TH-CNT            PIC 9(3) VALUE 0.
       01  TH-IDX            PIC 9(3) VALUE 0.
       01  TH-MATCH-IDX      PIC 9(3) VALUE 0.

       01  WS-PICK-X         PIC X(5).
       01  WS-SCAN-IN        PIC X(12).
       01  WS-BRANCH-IN      PIC X(10).
       01  WS-BRANCH-VERDICT PIC X.
       01  WS-SCANNED        PIC 9(4) VALUE 0.
       01  WS-RETURNED       PIC 9(4) VALUE 0.
       01  WS-NOTED          PIC 9(4) VALUE 0.
       01  WS-ENDED          PIC 9(4) VALUE 0.
       01  WS-ON-DISPLAY     PIC 9(4) VALUE 0.
       01  WS-CONFIRM        PIC X.

      *> One loan row at a time for the report.
       01  LG-TRAN           PIC X(5).
       01  LG-MEMBER         PIC X(5).
       01  LG-BOOK           PIC X(5).
       01  LG-START          PIC X(10).
       01  LG-DUE            PIC X(10).
       01  LG-FLAG           PIC X(3).
       01  LG-RTN            PIC X(10).
       01  LG-COPY           PIC X(6).
       01  WS-LOAN-INT       PIC 9(8).

      *> DD-MM-YYYY -> integer day.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-OUT-INT   PIC 9(8).
       01  WS-DATE-OK        PIC X.
       01  WS-DATE-DIGITS    PIC 9(8).

       01  WS-DRATE          PIC 9(4)V99 VALUE 0.
       01  WS-SRATE          PIC 9(4)V99 VALUE 0.
       01  WS-RATE-ED        PIC ZZZ9.99.
       01  WS-COUNT-ED       PIC ZZZZ9.
       01  WS-LINE           PIC X(80).
       01  WS-RPT-THEME      PIC X(30).
       01  WS-RPT-DCOPIES    PIC 9(5).
       01  WS-RPT-SCOPIES    PIC 9(5).
       01  WS-RPT-DLOANS     PIC 9(5).
       01  WS-RPT-SLOANS     PIC 9(5).

      *> Print-spool call arguments -- see PrintSpool.
       01  WS-PS-ACTION      PIC X(4).
       01  WS-PS-SOURCE      PIC X(40).
       01  WS-PS-KIND        PIC X(10).
       01  WS-PS-JOB         PIC 9(5).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- bookcopies.csv and both display files are
      *> rewritten whole.
           MOVE 'Displays' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-DISPLAY-FILE
           PERFORM LOAD-DITEM-FILE
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-COPIES-CHANGED

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> the daily sweep, then the report.
           IF USER-CHOICE = 99
               MOVE "DISPLAY" TO WS-OPERATOR-ID
               PERFORM SWEEP-DISPLAYS
               PERFORM SAVE-CHANGES
               PERFORM DISPLAY-REPORT
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM DISPLAY-MENU THRU DISPLAY-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           PERFORM SAVE-CHANGES
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       DISPLAY-MENU.
           DISPLAY "=============================="
           DISPLAY "     DISPLAYS AND EXHIBITS"
           DISPLAY "=============================="
           DISPLAY "1) List displays"
           DISPLAY "2) Set up a display"
           DISPLAY "3) Scan copies onto a display"
           DISPLAY "4) Take a copy off a display"
           DISPLAY "5) End a display"
           DISPLAY "6) Display circulation report"
           DISPLAY "7) Done"
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LIST-DISPLAYS
              WHEN 2
                  PERFORM SET-UP-DISPLAY
              WHEN 3
                  PERFORM SCAN-ONTO-DISPLAY
              WHEN 4
                  PERFORM TAKE-OFF-DISPLAY
              WHEN 5
                  PERFORM END-PICKED-DISPLAY
              WHEN 6
                  PERFORM SWEEP-DISPLAYS
                  PERFORM DISPLAY-REPORT
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       DISPLAY-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       SAVE-CHANGES.
           IF WS-COPIES-CHANGED = 'Y'
               PERFORM REWRITE-COPY-FILE
           END-IF
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-DISPLAY-FILE
               PERFORM REWRITE-DITEM-FILE
               IF USER-CHOICE NOT = 99
                   DISPLAY "Display files saved."
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       LIST-DISPLAYS.
           IF DS-CNT = 0
               DISPLAY "No displays on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               MOVE 0 TO WS-ON-DISPLAY
               PERFORM VARYING DI-IDX FROM 1 BY 1
                   UNTIL DI-IDX > DI-CNT
                   IF DI-DS-IDX(DI-IDX) = DS-IDX
                       AND DI-OUTCOME(DI-IDX) = SPACES
                       ADD 1 TO WS-ON-DISPLAY
                   END-IF
               END-PERFORM
               MOVE WS-ON-DISPLAY TO WS-COUNT-ED
               DISPLAY DS-ID(DS-IDX) " "
                   FUNCTION TRIM(DS-THEME(DS-IDX)) " ("
                   FUNCTION TRIM(DS-BRANCH(DS-IDX)) ") "
                   DS-START(DS-IDX) " to " DS-END(DS-IDX) " "
                   FUNCTION TRIM(DS-STATUS(DS-IDX)) ", "
                   FUNCTION TRIM(WS-COUNT-ED) " copy(ies) up"
           END-PERFORM.

      *-----------------------------------------------------------------
       SET-UP-DISPLAY.
           IF DS-CNT >= 200
               DISPLAY "Display table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Theme (no commas): "
           MOVE SPACES TO WS-LINE
           ACCEPT WS-LINE
           IF WS-LINE = SPACES
               DISPLAY "Theme can't be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch: "
           MOVE SPACES TO WS-BRANCH-IN
           ACCEPT WS-BRANCH-IN
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BRANCH-VERDICT
           IF WS-BRANCH-VERDICT = 'N' OR WS-BRANCH-VERDICT = 'C'
               DISPLAY "No open branch " FUNCTION TRIM(WS-BRANCH-IN)
                   " on the branch master."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DS-CNT
           MOVE WS-LINE TO DS-THEME(DS-CNT)
           MOVE WS-BRANCH-IN TO DS-BRANCH(DS-CNT)
           DISPLAY "Start date (DD-MM-YYYY, blank = today): "
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-DATE-IN
           END-IF
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Invalid date."
               SUBTRACT 1 FROM DS-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-IN TO DS-START(DS-CNT)
           MOVE WS-DATE-OUT-INT TO DS-FROM-INT(DS-CNT)
           DISPLAY "End date (DD-MM-YYYY): "
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               OR WS-DATE-OUT-INT < DS-FROM-INT(DS-CNT)
               DISPLAY "End date must be a date on or after the "
                   "start."
               SUBTRACT 1 FROM DS-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-IN TO DS-END(DS-CNT)
           ADD 1 TO DS-MAX-ID
           MOVE DS-MAX-ID TO DS-NUM
           MOVE DS-NUM TO DS-ID(DS-CNT)
           MOVE "OPEN" TO DS-STATUS(DS-CNT)
           MOVE SPACES TO DS-CLOSED(DS-CNT)
           MOVE 'Y' TO WS-CHANGED
           MOVE "DISPLAY" TO WS-AUDIT-ENTITY-TYPE
           MOVE DS-ID(DS-CNT) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "OPEN" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Display " DS-ID(DS-CNT) " set up.".

      *-----------------------------------------------------------------
       PICK-DISPLAY.
           PERFORM LIST-DISPLAYS
           MOVE 0 TO DS-PICK
           IF DS-CNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Display ID: "
           ACCEPT WS-PICK-X
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               IF FUNCTION TRIM(DS-ID(DS-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE DS-IDX TO DS-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DS-PICK = 0
               DISPLAY "No such display."
           END-IF.

      *-----------------------------------------------------------------
      *> Scan until a blank. Only a copy on the shelf (AVAILABLE) can
      *> be pulled; a hold-shelf or in-transit copy stays where it is.
       SCAN-ONTO-DISPLAY.
           PERFORM PICK-DISPLAY
           IF DS-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF DS-STATUS(DS-PICK) NOT = "OPEN"
               DISPLAY "That display has ended."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCANNED
           MOVE "X" TO WS-SCAN-IN
           PERFORM UNTIL WS-SCAN-IN = SPACES
               DISPLAY "Scan barcode or copy ID (blank to finish): "
               MOVE SPACES TO WS-SCAN-IN
               ACCEPT WS-SCAN-IN
               IF WS-SCAN-IN NOT = SPACES
                   PERFORM PULL-ONE-COPY
               END-IF
           END-PERFORM
           DISPLAY WS-SCANNED " copy(ies) put on display "
               DS-ID(DS-PICK) ".".

       PULL-ONE-COPY.
           PERFORM FIND-SCANNED-COPY
           IF COPY-MATCH-IDX = 0
               DISPLAY "No copy with that barcode or ID."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) NOT =
               "AVAILABLE"
               DISPLAY "Copy " CP-COPY-ID(COPY-MATCH-IDX) " is "
                   FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                   ", not on the shelf."
               EXIT PARAGRAPH
           END-IF
           IF DI-CNT >= 3000
               DISPLAY "Display item table is full."
               EXIT PARAGRAPH
           END-IF
           MOVE "ON-DISPLAY" TO CP-STATUS(COPY-MATCH-IDX)
           ADD 1 TO DI-CNT
           MOVE DS-ID(DS-PICK) TO DI-DISPLAY-ID(DI-CNT)
           MOVE CP-COPY-ID(COPY-MATCH-IDX) TO DI-COPY-ID(DI-CNT)
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO DI-BOOK-ID(DI-CNT)
           MOVE WS-TODAY-DISPLAY TO DI-PULLED(DI-CNT)
           MOVE SPACES TO DI-RELEASED(DI-CNT)
           MOVE SPACES TO DI-OUTCOME(DI-CNT)
           MOVE DS-PICK TO DI-DS-IDX(DI-CNT)
           MOVE "AVAILABLE" TO WS-AUDIT-OLD-STATUS
           MOVE "ON-DISPLAY" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-COPY-AUDIT
           ADD 1 TO WS-SCANNED
           MOVE 'Y' TO WS-CHANGED
           MOVE 'Y' TO WS-COPIES-CHANGED
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-PICK-X
           PERFORM FIND-BOOK
           IF BK-MATCH-IDX NOT = 0
               DISPLAY "  " CP-COPY-ID(COPY-MATCH-IDX) " "
                   FUNCTION TRIM(BK-NAME(BK-MATCH-IDX))
                   " -- on display"
           END-IF.

      *-----------------------------------------------------------------
      *> A copy taken down early goes back on the shelf.
       TAKE-OFF-DISPLAY.
           DISPLAY "Scan barcode or copy ID: "
           MOVE SPACES TO WS-SCAN-IN
           ACCEPT WS-SCAN-IN
           PERFORM FIND-SCANNED-COPY
           IF COPY-MATCH-IDX = 0
               DISPLAY "No copy with that barcode or ID."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DI-MATCH-IDX
           PERFORM VARYING DI-IDX FROM 1 BY 1 UNTIL DI-IDX > DI-CNT
               IF DI-COPY-ID(DI-IDX) = CP-COPY-ID(COPY-MATCH-IDX)
                   AND DI-OUTCOME(DI-IDX) = SPACES
                   MOVE DI-IDX TO DI-MATCH-IDX
               END-IF
           END-PERFORM
           IF DI-MATCH-IDX = 0
               DISPLAY "That copy is not on a display."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DISPLAY TO DI-RELEASED(DI-MATCH-IDX)
           MOVE "REMOVED" TO DI-OUTCOME(DI-MATCH-IDX)
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) = "ON-DISPLAY"
               MOVE "AVAILABLE" TO CP-STATUS(COPY-MATCH-IDX)
               MOVE "ON-DISPLAY" TO WS-AUDIT-OLD-STATUS
               MOVE "AVAILABLE" TO WS-AUDIT-NEW-STATUS
               PERFORM WRITE-COPY-AUDIT
               MOVE 'Y' TO WS-COPIES-CHANGED
           END-IF
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Copy " CP-COPY-ID(COPY-MATCH-IDX)
               " taken off display " DI-DISPLAY-ID(DI-MATCH-IDX)
               " and back on the shelf.".

      *-----------------------------------------------------------------
       END-PICKED-DISPLAY.
           PERFORM PICK-DISPLAY
           IF DS-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF DS-STATUS(DS-PICK) NOT = "OPEN"
               DISPLAY "That display has already ended."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "End display " DS-ID(DS-PICK) " now (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM NOTE-COPIES-GONE
           MOVE 0 TO WS-RETURNED
           PERFORM END-ONE-DISPLAY
           DISPLAY "Display " DS-ID(DS-PICK) " ended; "
               WS-RETURNED " copy(ies) back to AVAILABLE.".

      *-----------------------------------------------------------------
      *> Every copy still ON-DISPLAY goes back on the shelf; one that
      *> is out on loan just comes off the display's list.
       END-ONE-DISPLAY.
           PERFORM VARYING DI-IDX FROM 1 BY 1 UNTIL DI-IDX > DI-CNT
               IF DI-DS-IDX(DI-IDX) = DS-PICK
                   AND DI-OUTCOME(DI-IDX) = SPACES
                   MOVE WS-TODAY-DISPLAY TO DI-RELEASED(DI-IDX)
                   MOVE "ENDED" TO DI-OUTCOME(DI-IDX)
                   PERFORM FIND-ITEM-COPY
                   IF COPY-MATCH-IDX NOT = 0
                       IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) =
                           "ON-DISPLAY"
                           MOVE "AVAILABLE"
                               TO CP-STATUS(COPY-MATCH-IDX)
                           MOVE "ON-DISPLAY" TO WS-AUDIT-OLD-STATUS
                           MOVE "AVAILABLE" TO WS-AUDIT-NEW-STATUS
                           PERFORM WRITE-COPY-AUDIT
                           ADD 1 TO WS-RETURNED
                           MOVE 'Y' TO WS-COPIES-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "CLOSED" TO DS-STATUS(DS-PICK)
           MOVE WS-TODAY-DISPLAY TO DS-CLOSED(DS-PICK)
           MOVE 'Y' TO WS-CHANGED
           MOVE "DISPLAY" TO WS-AUDIT-ENTITY-TYPE
           MOVE DS-ID(DS-PICK) TO WS-AUDIT-ENTITY-ID
           MOVE "OPEN" TO WS-AUDIT-OLD-STATUS
           MOVE "CLOSED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT.

      *-----------------------------------------------------------------
      *> A copy no longer ON-DISPLAY has left its display -- issued
      *> off it, as a rule -- and its time on the display stops
      *> today. Then every open display past its end date ends.
       SWEEP-DISPLAYS.
           MOVE 0 TO WS-NOTED
           MOVE 0 TO WS-ENDED
           MOVE 0 TO WS-RETURNED
           MOVE 0 TO DS-PICK
           PERFORM NOTE-COPIES-GONE
           PERFORM VARYING DS-PICK FROM 1 BY 1 UNTIL DS-PICK > DS-CNT
               IF DS-STATUS(DS-PICK) = "OPEN"
                   MOVE DS-END(DS-PICK) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-OK = 'Y'
                       AND WS-DATE-OUT-INT < SYS-DATE-INT
                       PERFORM END-ONE-DISPLAY
                       ADD 1 TO WS-ENDED
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Display sweep: " WS-NOTED " copy(ies) gone from "
               "displays, " WS-ENDED " display(s) ended, "
               WS-RETURNED " copy(ies) back to AVAILABLE.".

      *> DS-PICK zero covers every display, else just that one.
       NOTE-COPIES-GONE.
           PERFORM VARYING DI-IDX FROM 1 BY 1 UNTIL DI-IDX > DI-CNT
               IF DI-OUTCOME(DI-IDX) = SPACES
                   AND (DS-PICK = 0 OR DI-DS-IDX(DI-IDX) = DS-PICK)
                   PERFORM FIND-ITEM-COPY
                   IF COPY-MATCH-IDX = 0
                       MOVE "OTHER" TO DI-OUTCOME(DI-IDX)
                   ELSE
                       EVALUATE FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                           WHEN "ON-DISPLAY"
                               CONTINUE
                           WHEN "BORROWED"
                               MOVE "BORROWED" TO DI-OUTCOME(DI-IDX)
                           WHEN OTHER
                               MOVE "OTHER" TO DI-OUTCOME(DI-IDX)
                       END-EVALUATE
                   END-IF
                   IF DI-OUTCOME(DI-IDX) NOT = SPACES
                       MOVE WS-TODAY-DISPLAY TO DI-RELEASED(DI-IDX)
                       ADD 1 TO WS-NOTED
                       MOVE 'Y' TO WS-CHANGED
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Loans per copy while on the display against the same titles'
      *> other copies over the display's run, display by display and
      *> then by theme.
       DISPLAY-REPORT.
           PERFORM PREPARE-REPORT-COUNTS
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO LG-COPY
                           UNSTRING LOG-REC DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK,
                                    LG-START, LG-DUE, LG-FLAG,
                                    LG-RTN, LG-COPY
                           PERFORM TALLY-DISPLAY-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO LG-COPY
                           UNSTRING ARCHIVE-REC DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK,
                                    LG-START, LG-DUE, LG-FLAG,
                                    LG-RTN, LG-COPY
                           PERFORM TALLY-DISPLAY-LOAN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "DISPLAY CIRCULATION REPORT  " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Loans per copy: copies while on the display against"
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "the same titles' shelf copies over the display's run."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Disp" TO WS-LINE(1:4)
           MOVE "Theme" TO WS-LINE(7:5)
           MOVE "Copies" TO WS-LINE(31:6)
           MOVE "Loans" TO WS-LINE(38:5)
           MOVE "Per cp" TO WS-LINE(45:6)
           MOVE "Shelf" TO WS-LINE(53:5)
           MOVE "Loans" TO WS-LINE(59:5)
           MOVE "Per cp" TO WS-LINE(66:6)
           PERFORM EMIT-LINE
           MOVE 0 TO TH-CNT
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               IF DS-DCOPIES(DS-IDX) > 0
                   MOVE DS-THEME(DS-IDX) TO WS-RPT-THEME
                   MOVE DS-DCOPIES(DS-IDX) TO WS-RPT-DCOPIES
                   MOVE DS-SCOPIES(DS-IDX) TO WS-RPT-SCOPIES
                   MOVE DS-DLOANS(DS-IDX) TO WS-RPT-DLOANS
                   MOVE DS-SLOANS(DS-IDX) TO WS-RPT-SLOANS
                   MOVE SPACES TO WS-LINE
                   MOVE DS-ID(DS-IDX) TO WS-LINE(1:5)
                   PERFORM EMIT-RATE-LINE
                   PERFORM ADD-THEME-TOTALS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "By theme" TO WS-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING TH-IDX FROM 1 BY 1 UNTIL TH-IDX > TH-CNT
               MOVE TH-THEME(TH-IDX) TO WS-RPT-THEME
               MOVE TH-DCOPIES(TH-IDX) TO WS-RPT-DCOPIES
               MOVE TH-SCOPIES(TH-IDX) TO WS-RPT-SCOPIES
               MOVE TH-DLOANS(TH-IDX) TO WS-RPT-DLOANS
               MOVE TH-SLOANS(TH-IDX) TO WS-RPT-SLOANS
               MOVE SPACES TO WS-LINE
               MOVE TH-DISPLAYS(TH-IDX) TO WS-COUNT-ED
               MOVE WS-COUNT-ED(3:3) TO WS-LINE(1:3)
               MOVE "x" TO WS-LINE(4:1)
               PERFORM EMIT-RATE-LINE
           END-PERFORM
           IF TH-CNT = 0
               MOVE "  No copies have been put on a display yet."
                   TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../display_report.txt" TO WS-PS-SOURCE
           MOVE "DISPLAY" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Report written to display_report.txt.".

      *-----------------------------------------------------------------
      *> Each display's run (start to end, or to today while it is
      *> still up), each item's time on it, and the copy counts on
      *> both sides.
       PREPARE-REPORT-COUNTS.
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               MOVE 0 TO DS-DCOPIES(DS-IDX)
               MOVE 0 TO DS-SCOPIES(DS-IDX)
               MOVE 0 TO DS-DLOANS(DS-IDX)
               MOVE 0 TO DS-SLOANS(DS-IDX)
               MOVE DS-START(DS-IDX) TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               MOVE WS-DATE-OUT-INT TO DS-FROM-INT(DS-IDX)
               MOVE SYS-DATE-INT TO DS-TO-INT(DS-IDX)
               IF DS-STATUS(DS-IDX) = "CLOSED"
                   MOVE DS-CLOSED(DS-IDX) TO WS-DATE-IN
               ELSE
                   MOVE DS-END(DS-IDX) TO WS-DATE-IN
               END-IF
               PERFORM CONVERT-DATE-TO-INT
               IF WS-DATE-OK = 'Y'
                   AND WS-DATE-OUT-INT < DS-TO-INT(DS-IDX)
                   MOVE WS-DATE-OUT-INT TO DS-TO-INT(DS-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING DI-IDX FROM 1 BY 1 UNTIL DI-IDX > DI-CNT
               MOVE DI-PULLED(DI-IDX) TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               MOVE WS-DATE-OUT-INT TO DI-FROM-INT(DI-IDX)
               MOVE SYS-DATE-INT TO DI-TO-INT(DI-IDX)
               IF DI-RELEASED(DI-IDX) NOT = SPACES
                   MOVE DI-RELEASED(DI-IDX) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-OK = 'Y'
                       MOVE WS-DATE-OUT-INT TO DI-TO-INT(DI-IDX)
                   END-IF
               END-IF
               IF DI-DS-IDX(DI-IDX) NOT = 0
                   ADD 1 TO DS-DCOPIES(DI-DS-IDX(DI-IDX))
               END-IF
           END-PERFORM
      *> Shelf copies: the display titles' other live copies.
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               IF DS-DCOPIES(DS-IDX) > 0
                   PERFORM COUNT-SHELF-COPIES
               END-IF
           END-PERFORM.

       COUNT-SHELF-COPIES.
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF FUNCTION TRIM(CP-STATUS(COPY-IDX)) NOT = "RETIRED"
                   AND FUNCTION TRIM(CP-STATUS(COPY-IDX)) NOT = "LOST"
                   MOVE 'N' TO DS-HIT-BOOK(DS-IDX)
                   MOVE 0 TO DS-HIT-ITEM(DS-IDX)
                   PERFORM VARYING DI-IDX FROM 1 BY 1
                       UNTIL DI-IDX > DI-CNT
                       IF DI-DS-IDX(DI-IDX) = DS-IDX
                           IF DI-BOOK-ID(DI-IDX) = CP-BOOK-ID(COPY-IDX)
                               MOVE 'Y' TO DS-HIT-BOOK(DS-IDX)
                           END-IF
                           IF DI-COPY-ID(DI-IDX) = CP-COPY-ID(COPY-IDX)
                               MOVE DI-IDX TO DS-HIT-ITEM(DS-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   IF DS-HIT-BOOK(DS-IDX) = 'Y'
                       AND DS-HIT-ITEM(DS-IDX) = 0
                       ADD 1 TO DS-SCOPIES(DS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> One loan against every display carrying its title: a loan
      *> of a display copy while it was up counts to the display, a
      *> loan of any other copy of the title inside the display's
      *> run counts to the shelf.
       TALLY-DISPLAY-LOAN.
           MOVE LG-START TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-LOAN-INT
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               MOVE 'N' TO DS-HIT-BOOK(DS-IDX)
               MOVE 0 TO DS-HIT-ITEM(DS-IDX)
           END-PERFORM
           PERFORM VARYING DI-IDX FROM 1 BY 1 UNTIL DI-IDX > DI-CNT
               IF DI-BOOK-ID(DI-IDX) = LG-BOOK
                   AND DI-DS-IDX(DI-IDX) NOT = 0
                   MOVE 'Y' TO DS-HIT-BOOK(DI-DS-IDX(DI-IDX))
                   IF LG-COPY NOT = SPACES
                       AND DI-COPY-ID(DI-IDX) = LG-COPY
                       MOVE DI-IDX TO DS-HIT-ITEM(DI-DS-IDX(DI-IDX))
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               IF DS-HIT-BOOK(DS-IDX) = 'Y'
                   IF DS-HIT-ITEM(DS-IDX) NOT = 0
                       MOVE DS-HIT-ITEM(DS-IDX) TO DI-IDX
                       IF WS-LOAN-INT >= DI-FROM-INT(DI-IDX)
                           AND WS-LOAN-INT <= DI-TO-INT(DI-IDX)
                           ADD 1 TO DS-DLOANS(DS-IDX)
                       END-IF
                   ELSE
                       IF WS-LOAN-INT >= DS-FROM-INT(DS-IDX)
                           AND WS-LOAN-INT <= DS-TO-INT(DS-IDX)
                           ADD 1 TO DS-SLOANS(DS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       ADD-THEME-TOTALS.
           MOVE 0 TO TH-MATCH-IDX
           PERFORM VARYING TH-IDX FROM 1 BY 1 UNTIL TH-IDX > TH-CNT
               IF FUNCTION UPPER-CASE(TH-THEME(TH-IDX)) =
                   FUNCTION UPPER-CASE(DS-THEME(DS-IDX))
                   MOVE TH-IDX TO TH-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TH-MATCH-IDX = 0
               ADD 1 TO TH-CNT
               MOVE TH-CNT TO TH-MATCH-IDX
               MOVE DS-THEME(DS-IDX) TO TH-THEME(TH-CNT)
               MOVE 0 TO TH-DISPLAYS(TH-CNT) TH-DCOPIES(TH-CNT)
                   TH-SCOPIES(TH-CNT) TH-DLOANS(TH-CNT)
                   TH-SLOANS(TH-CNT)
           END-IF
           ADD 1 TO TH-DISPLAYS(TH-MATCH-IDX)
           ADD DS-DCOPIES(DS-IDX) TO TH-DCOPIES(TH-MATCH-IDX)
           ADD DS-SCOPIES(DS-IDX) TO TH-SCOPIES(TH-MATCH-IDX)
           ADD DS-DLOANS(DS-IDX) TO TH-DLOANS(TH-MATCH-IDX)
           ADD DS-SLOANS(DS-IDX) TO TH-SLOANS(TH-MATCH-IDX).

      *-----------------------------------------------------------------
      *> WS-RPT-* into columns 7 onward of WS-LINE.
       EMIT-RATE-LINE.
           MOVE WS-RPT-THEME(1:23) TO WS-LINE(7:23)
           MOVE 0 TO WS-DRATE
           MOVE 0 TO WS-SRATE
           IF WS-RPT-DCOPIES > 0
               COMPUTE WS-DRATE ROUNDED =
                   WS-RPT-DLOANS / WS-RPT-DCOPIES
           END-IF
           IF WS-RPT-SCOPIES > 0
               COMPUTE WS-SRATE ROUNDED =
                   WS-RPT-SLOANS / WS-RPT-SCOPIES
           END-IF
           MOVE WS-RPT-DCOPIES TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-LINE(31:5)
           MOVE WS-RPT-DLOANS TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-LINE(38:5)
           MOVE WS-DRATE TO WS-RATE-ED
           MOVE WS-RATE-ED TO WS-LINE(44:7)
           MOVE WS-RPT-SCOPIES TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-LINE(53:5)
           MOVE WS-RPT-SLOANS TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-LINE(59:5)
           IF WS-RPT-SCOPIES > 0
               MOVE WS-SRATE TO WS-RATE-ED
               MOVE WS-RATE-ED TO WS-LINE(65:7)
           ELSE
               MOVE "    n/a" TO WS-LINE(65:7)
           END-IF
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
       EMIT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF USER-CHOICE NOT = 99
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-IF.

      *-----------------------------------------------------------------
       FIND-SCANNED-COPY.
           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF FUNCTION TRIM(CP-BARCODE(COPY-IDX)) =
                   FUNCTION TRIM(WS-SCAN-IN)
                   OR FUNCTION TRIM(CP-COPY-ID(COPY-IDX)) =
                   FUNCTION TRIM(WS-SCAN-IN)
                   MOVE COPY-IDX TO COPY-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ITEM-COPY.
           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF CP-COPY-ID(COPY-IDX) = DI-COPY-ID(DI-IDX)
                   MOVE COPY-IDX TO COPY-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-BOOK.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = WS-PICK-X
                   MOVE BK-IDX TO BK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       LOAD-BOOK-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO BK-CNT
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
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       LOAD-COPY-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO COPY-CNT
           OPEN INPUT COPY-FILE
           IF WS-COPY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COPY-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF COPY-CNT < 2000
                           ADD 1 TO COPY-CNT
                           UNSTRING COPY-REC DELIMITED BY ","
                               INTO CP-BOOK-ID(COPY-CNT),
                                    CP-COPY-ID(COPY-CNT),
                                    CP-BARCODE(COPY-CNT),
                                    CP-CONDITION(COPY-CNT),
                                    CP-STATUS(COPY-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-FILE.

       REWRITE-COPY-FILE.
           OPEN OUTPUT COPY-FILE
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               MOVE SPACES TO COPY-REC
               STRING CP-BOOK-ID(COPY-IDX) DELIMITED BY SIZE ","
                   CP-COPY-ID(COPY-IDX) DELIMITED BY SIZE ","
                   CP-BARCODE(COPY-IDX) DELIMITED BY SIZE ","
                   CP-CONDITION(COPY-IDX) DELIMITED BY SIZE ","
                   CP-STATUS(COPY-IDX) DELIMITED BY SIZE
                   INTO COPY-REC
               WRITE COPY-REC
           END-PERFORM
           CLOSE COPY-FILE.

      *-----------------------------------------------------------------
       LOAD-DISPLAY-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO DS-CNT
           MOVE 0 TO DS-MAX-ID
           OPEN INPUT DISPLAY-FILE
           IF WS-DISPLAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DISPLAY-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DS-CNT < 200
                           ADD 1 TO DS-CNT
                           MOVE SPACES TO DS-CLOSED(DS-CNT)
                           UNSTRING DISPLAY-REC DELIMITED BY ","
                               INTO DS-ID(DS-CNT),
                                    DS-THEME(DS-CNT),
                                    DS-BRANCH(DS-CNT),
                                    DS-START(DS-CNT),
                                    DS-END(DS-CNT),
                                    DS-STATUS(DS-CNT),
                                    DS-CLOSED(DS-CNT)
                           IF DS-ID(DS-CNT) NUMERIC
                               MOVE DS-ID(DS-CNT) TO DS-NUM
                               IF DS-NUM > DS-MAX-ID
                                   MOVE DS-NUM TO DS-MAX-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPLAY-FILE.

       REWRITE-DISPLAY-FILE.
           OPEN OUTPUT DISPLAY-FILE
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-CNT
               MOVE SPACES TO DISPLAY-REC
               STRING DS-ID(DS-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-THEME(DS-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-BRANCH(DS-IDX))
                          DELIMITED BY SIZE ","
                      DS-START(DS-IDX) DELIMITED BY SIZE ","
                      DS-END(DS-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-STATUS(DS-IDX))
                          DELIMITED BY SIZE ","
                      DS-CLOSED(DS-IDX) DELIMITED BY SPACE
                   INTO DISPLAY-REC
               WRITE DISPLAY-REC
           END-PERFORM
           CLOSE DISPLAY-FILE.

      *-----------------------------------------------------------------
       LOAD-DITEM-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO DI-CNT
           OPEN INPUT DITEM-FILE
           IF WS-DITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DITEM-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DI-CNT < 3000
                           ADD 1 TO DI-CNT
                           MOVE SPACES TO DI-RELEASED(DI-CNT)
                               DI-OUTCOME(DI-CNT)
                           UNSTRING DITEM-REC DELIMITED BY ","
                               INTO DI-DISPLAY-ID(DI-CNT),
                                    DI-COPY-ID(DI-CNT),
                                    DI-BOOK-ID(DI-CNT),
                                    DI-PULLED(DI-CNT),
                                    DI-RELEASED(DI-CNT),
                                    DI-OUTCOME(DI-CNT)
                           MOVE 0 TO DI-DS-IDX(DI-CNT)
                           PERFORM VARYING DS-IDX FROM 1 BY 1
                               UNTIL DS-IDX > DS-CNT
                               IF DS-ID(DS-IDX) = DI-DISPLAY-ID(DI-CNT)
                                   MOVE DS-IDX TO DI-DS-IDX(DI-CNT)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DITEM-FILE.

       REWRITE-DITEM-FILE.
           OPEN OUTPUT DITEM-FILE
           PERFORM VARYING DI-IDX FROM 1 BY 1 UNTIL DI-IDX > DI-CNT
               MOVE SPACES TO DITEM-REC
               STRING DI-DISPLAY-ID(DI-IDX) DELIMITED BY SIZE ","
                      DI-COPY-ID(DI-IDX) DELIMITED BY SIZE ","
                      DI-BOOK-ID(DI-IDX) DELIMITED BY SIZE ","
                      DI-PULLED(DI-IDX) DELIMITED BY SIZE ","
                      DI-RELEASED(DI-IDX) DELIMITED BY SPACE ","
                      DI-OUTCOME(DI-IDX) DELIMITED BY SPACE
                   INTO DITEM-REC
               WRITE DITEM-REC
           END-PERFORM
           CLOSE DITEM-FILE.

      *-----------------------------------------------------------------
      *> Copy status changes go on the audit trail under the COPY
      *> entity keyed by the book ID, the CopyMaint convention.
       WRITE-COPY-AUDIT.
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           PERFORM WRITE-AUDIT.

       WRITE-AUDIT.
           MOVE 'Displays' TO WS-AUDIT-PROGRAM
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

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

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter Staff/Operator ID: "
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID can't be blank!"
               ELSE
      *> Only a real, ACTIVE operator from the master file may run
      *> a transaction -- an installation without operators.csv
      *> skips the check ('M'), same as the genre/branch masters.
                   CALL 'OperatorCheck' USING WS-OPERATOR-ID,
                       WS-OP-VALID, WS-OP-ROLE
                   IF WS-OP-VALID = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO WS-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM Displays.
