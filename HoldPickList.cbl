      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Morning hold pick list. BorrowBook only queues a hold
      *          when the member's branch has no copy on the shelf, and
      *          a copy is only trapped when ReturnBook sees it come
      *          back -- so a WAITING hold can sit for weeks while a
      *          copy stands on a shelf somewhere else. Each WAITING
      *          hold (oldest first) is matched to one AVAILABLE copy
      *          of its title -- one at the hold's pickup branch when
      *          there is one, else one at any branch -- and the list
      *          is printed per branch in call-number order (copy
      *          override, else the title's number -- see CallNumber)
      *          so staff can walk the stacks. A copy is at its
      *          floating_homes.csv branch when it has re-homed, else
      *          at its title's home branch.
      *          Scanning a pulled copy traps it for the hold the way
      *          ReturnBook does: ON-HOLD with the hold READY and a
      *          hold_notifications.csv row when the pickup branch is
      *          the copy's own, else IN-TRANSIT onto the courier
      *          manifest (transfer_manifest.csv) with the hold ROUTED
      *          for CourierScan. A listed copy that can't be found
      *          goes to MISSING (off book_count, audited, a row on
      *          hold_pick_missing.csv) and the hold is offered the
      *          next copy there is; a MISSING copy that turns up goes
      *          back through Reshelve's shelving scan.
      *          Batch mode (USER-CHOICE 99, the nightly schedule)
      *          prints every branch's list to hold_picklist.txt.
      *            hold_pick_missing.csv: date,branch,copy,book,
      *              barcode,member,operator
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldPickList IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT FLOATHOME-FILE ASSIGN TO "../floating_homes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOATHOME-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "../hold_notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "../transfer_manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT MISSING-FILE ASSIGN TO "../hold_pick_missing.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISSING-STATUS.
           SELECT PRINT-FILE ASSIGN TO "../hold_picklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  FLOATHOME-FILE.
       01  FLOATHOME-REC   PIC X(60).
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(200).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC      PIC X(200).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(100).
       FD  MISSING-FILE.
       01  MISSING-REC     PIC X(100).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-COPY-STATUS      PIC XX.
       01  WS-HOLD-STATUS      PIC XX.
       01  WS-FLOATHOME-STATUS PIC XX.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS    PIC XX.
       01  WS-MANIFEST-STATUS  PIC XX.
       01  WS-MISSING-STATUS   PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-SCAN-DONE      PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID      PIC X(5).
               10 BK-NAME    PIC X(30).
               10 BK-AUTHOR  PIC X(30).
               10 BK-COUNT   PIC 9(5).
               10 BK-GENRE   PIC X(30).
               10 BK-STATUS  PIC X(9).
               10 BK-ISBN    PIC X(17).
               10 BK-BRANCH  PIC X(10).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.
       01  BK-MATCH-IDX      PIC 9(4) VALUE 0.

      *> Branch and call number are worked out at load for the
      *> copies on the shelf; CP-PICKED marks one already matched.
       01  COPY-TABLE.
           05 COPY-ENTRY OCCURS 2000 TIMES.
               10 CP-BOOK-ID    PIC X(5).
               10 CP-COPY-ID    PIC X(6).
               10 CP-BARCODE    PIC X(12).
               10 CP-CONDITION  PIC X(10).
               10 CP-STATUS     PIC X(10).
               10 CP-BRANCH     PIC X(10).
               10 CP-CALLNO     PIC X(12).
               10 CP-PICKED     PIC X.
       01  COPY-CNT          PIC 9(4) VALUE 0.
       01  COPY-IDX          PIC 9(4) VALUE 0.
       01  COPY-MATCH-IDX    PIC 9(4) VALUE 0.

       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HD-BOOK-ID     PIC X(5).
               10 HD-MEMBER-ID   PIC X(5).
               10 HD-REQ-DATE    PIC X(10).
               10 HD-NOTIFIED    PIC X(1).
               10 HD-NOTIFY-DATE PIC X(10).
               10 HD-STATUS      PIC X(9).
               10 HD-PICKUP      PIC X(10).
       01  HOLD-CNT          PIC 9(4) VALUE 0.
       01  HOLD-IDX          PIC 9(4) VALUE 0.
       01  HOLD-MATCH-IDX    PIC 9(4) VALUE 0.

       01  FLOATHOME-TABLE.
           05 FH-ENTRY OCCURS 500 TIMES.
               10 FH-COPY-ID   PIC X(6).
               10 FH-BOOK-ID   PIC X(5).
               10 FH-BRANCH    PIC X(10).
               10 FH-DATE      PIC X(10).
       01  FH-CNT            PIC 9(3) VALUE 0.
       01  FH-IDX            PIC 9(3) VALUE 0.

      *> One line per hold matched to a shelf copy, sorted on
      *> PK-KEY -- the copy's branch, then its call number.
       01  PICK-TABLE.
           05 PICK-ENTRY OCCURS 1000 TIMES.
               10 PK-KEY.
                   15 PK-BRANCH   PIC X(10).
                   15 PK-CALLNO   PIC X(12).
               10 PK-COPY-IDX     PIC 9(4).
               10 PK-HOLD-IDX     PIC 9(4).
       01  PK-CNT            PIC 9(4) VALUE 0.
       01  PK-IDX            PIC 9(4) VALUE 0.
       01  PK-JDX            PIC 9(4) VALUE 0.
       01  PK-MATCH-IDX      PIC 9(4) VALUE 0.
       01  WS-SWAP-ENTRY     PIC X(30).

      *> Call-number lookups -- see CallNumber.
       01  WS-CN-ACTION      PIC X(4).
       01  WS-CN-KEY         PIC X(6).
       01  WS-CN-VALUE       PIC X(12).

       01  WS-BRANCH-IN      PIC X(10).
       01  WS-PRINT-BRANCH   PIC X(10).
       01  WS-LAST-BRANCH    PIC X(10).
       01  WS-BARCODE-IN     PIC X(12).
       01  WS-HOLD-BRANCH    PIC X(10).
       01  WS-MISSING-MEMBER PIC X(5).
       01  WS-TRAPPED        PIC 9(4) VALUE 0.
       01  WS-MISSED         PIC 9(4) VALUE 0.
       01  WS-BRANCH-LINES   PIC 9(4) VALUE 0.
       01  WS-COUNT-ED       PIC ZZZ9.
       01  WS-LINE           PIC X(80).
       01  WS-CHANGED        PIC X VALUE 'N'.

      *> Looked up in MEMBER-FILE for the member whose hold the copy
      *> traps, so the hold_notifications.csv row carries contact
      *> info -- the same row ReturnBook writes.
       01  NOTIFY-MEMBER-ID    PIC X(5).
       01  NOTIFY-MEMBER-NAME  PIC X(30).
       01  NOTIFY-MEMBER-EMAIL PIC X(35).
       01  NOTIFY-MEMBER-PHONE   PIC X(15).
       01  NOTIFY-MEMBER-CHANNEL PIC X(5).
       01  NOTIFY-SKIP-1       PIC X(1).
       01  NOTIFY-SKIP-2       PIC X(8).
       01  NOTIFY-SKIP-3       PIC X(1).
       01  NOTIFY-SKIP-4       PIC X(10).
       01  NOTIFY-SKIP-5       PIC X(10).
       01  NOTIFY-SKIP-6       PIC X(4).
       01  NOTIFY-SKIP-7       PIC X(5).
       01  NOTIFY-MEMBER-FOUND PIC X VALUE 'N'.
       01  NOTIFY-SCAN-ID      PIC X(5).
       01  NOTIFY-Q-CNT        PIC 9.
       01  notify_id_to_email  PIC X(70).
       01  notify_gender_flag  PIC X(70).
       01  notify_addr         PIC X(70).
       01  notify_dummy        PIC X.
       01  notify_rest         PIC X(60).

      *> Print-spool registration call arguments -- see PrintSpool.
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
      *> Serialize against other transactions before rewriting
      *> bookcopies.csv, books.csv and holds.csv.
           MOVE 'HoldPickList' TO WS-ERRLOG-PROGRAM
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

      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> prints every branch's list and changes nothing.
           IF USER-CHOICE = 99
               PERFORM LOAD-ALL-FILES
               PERFORM BUILD-PICK-LIST
               MOVE SPACES TO WS-PRINT-BRANCH
               PERFORM PRINT-PICK-LIST
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM PICK-MENU THRU PICK-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       PICK-MENU.
           DISPLAY "=============================="
           DISPLAY "       HOLD PICK LIST"
           DISPLAY "=============================="
           DISPLAY "1) Print the pick list"
           DISPLAY "2) Scan pulled copies"
           DISPLAY "3) Record copies not found"
           DISPLAY "4) Done"
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM PRINT-MENU-ITEM
              WHEN 2
                  PERFORM SCAN-PULLED-COPIES
              WHEN 3
                  PERFORM RECORD-NOT-FOUND
              WHEN 4
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       PICK-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       PRINT-MENU-ITEM.
           DISPLAY "Branch to print (blank = every branch): "
           MOVE SPACES TO WS-PRINT-BRANCH
           ACCEPT WS-PRINT-BRANCH
           MOVE FUNCTION UPPER-CASE(WS-PRINT-BRANCH)
               TO WS-PRINT-BRANCH
           PERFORM LOAD-ALL-FILES
           PERFORM BUILD-PICK-LIST
           PERFORM PRINT-PICK-LIST.

      *-----------------------------------------------------------------
       LOAD-ALL-FILES.
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-FLOATHOME-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-HOLD-FILE.

      *-----------------------------------------------------------------
      *> Oldest WAITING hold first, each takes one shelf copy of its
      *> title not already matched -- at its pickup branch when one
      *> stands there, else the first found elsewhere.
       BUILD-PICK-LIST.
           MOVE 0 TO PK-CNT
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               MOVE 'N' TO CP-PICKED(COPY-IDX)
           END-PERFORM
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "WAITING"
                   AND PK-CNT < 1000
                   PERFORM MATCH-HOLD-TO-COPY
               END-IF
           END-PERFORM
           PERFORM SORT-PICK-LIST.

       MATCH-HOLD-TO-COPY.
           PERFORM RESOLVE-HOLD-BRANCH
           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF CP-BOOK-ID(COPY-IDX) = HD-BOOK-ID(HOLD-IDX)
                   AND FUNCTION TRIM(CP-STATUS(COPY-IDX)) =
                       "AVAILABLE"
                   AND CP-PICKED(COPY-IDX) = 'N'
                   IF COPY-MATCH-IDX = 0
                       MOVE COPY-IDX TO COPY-MATCH-IDX
                   ELSE
                       IF CP-BRANCH(COPY-IDX) = WS-HOLD-BRANCH
                           AND CP-BRANCH(COPY-MATCH-IDX) NOT =
                               WS-HOLD-BRANCH
                           MOVE COPY-IDX TO COPY-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF COPY-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CP-PICKED(COPY-MATCH-IDX)
           ADD 1 TO PK-CNT
           MOVE CP-BRANCH(COPY-MATCH-IDX) TO PK-BRANCH(PK-CNT)
           MOVE CP-CALLNO(COPY-MATCH-IDX) TO PK-CALLNO(PK-CNT)
           MOVE COPY-MATCH-IDX TO PK-COPY-IDX(PK-CNT)
           MOVE HOLD-IDX TO PK-HOLD-IDX(PK-CNT).

      *> Plain exchange sort, as the shelf list does -- a copy with
      *> no call number sorts ahead of its branch's numbered stock.
       SORT-PICK-LIST.
           PERFORM VARYING PK-IDX FROM 1 BY 1
               UNTIL PK-IDX >= PK-CNT
               PERFORM VARYING PK-JDX FROM 1 BY 1
                   UNTIL PK-JDX >= PK-CNT
                   IF PK-KEY(PK-JDX) > PK-KEY(PK-JDX + 1)
                       MOVE PICK-ENTRY(PK-JDX) TO WS-SWAP-ENTRY
                       MOVE PICK-ENTRY(PK-JDX + 1)
                           TO PICK-ENTRY(PK-JDX)
                       MOVE WS-SWAP-ENTRY TO PICK-ENTRY(PK-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      *> WS-PRINT-BRANCH blank prints every branch, each under its
      *> own heading.
       PRINT-PICK-LIST.
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "HOLD PICK LIST  " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Pull each copy, then scan it in -- option 2."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LAST-BRANCH
           MOVE 0 TO WS-BRANCH-LINES
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-CNT
               IF WS-PRINT-BRANCH = SPACES
                   OR PK-BRANCH(PK-IDX) = WS-PRINT-BRANCH
                   PERFORM EMIT-PICK-LINE
               END-IF
           END-PERFORM
           IF WS-BRANCH-LINES = 0
               MOVE SPACES TO WS-LINE
               PERFORM EMIT-LINE
               MOVE "(no waiting hold can be filled from a shelf)"
                   TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           CLOSE PRINT-FILE
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../hold_picklist.txt" TO WS-PS-SOURCE
           MOVE "PICKLIST" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Pick list written to hold_picklist.txt.".

       EMIT-PICK-LINE.
           IF PK-BRANCH(PK-IDX) NOT = WS-LAST-BRANCH
               MOVE PK-BRANCH(PK-IDX) TO WS-LAST-BRANCH
               MOVE SPACES TO WS-LINE
               PERFORM EMIT-LINE
               STRING "BRANCH " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAST-BRANCH) DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
               MOVE "Call number  Barcode      Copy   Title" TO WS-LINE
               MOVE "Member Pickup" TO WS-LINE(62:13)
               PERFORM EMIT-LINE
           END-IF
           ADD 1 TO WS-BRANCH-LINES
           MOVE PK-COPY-IDX(PK-IDX) TO COPY-IDX
           MOVE PK-HOLD-IDX(PK-IDX) TO HOLD-IDX
           PERFORM FIND-COPY-TITLE
           MOVE SPACES TO WS-LINE
           IF PK-CALLNO(PK-IDX) = SPACES
               MOVE "(none)" TO WS-LINE(1:12)
           ELSE
               MOVE PK-CALLNO(PK-IDX) TO WS-LINE(1:12)
           END-IF
           MOVE CP-BARCODE(COPY-IDX) TO WS-LINE(14:12)
           MOVE CP-COPY-ID(COPY-IDX) TO WS-LINE(27:6)
           IF BK-MATCH-IDX > 0
               MOVE BK-NAME(BK-MATCH-IDX) TO WS-LINE(34:27)
           END-IF
           MOVE HD-MEMBER-ID(HOLD-IDX) TO WS-LINE(62:5)
           PERFORM RESOLVE-HOLD-BRANCH
           MOVE WS-HOLD-BRANCH TO WS-LINE(69:10)
           PERFORM EMIT-LINE.

       EMIT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF USER-CHOICE NOT = 99
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-IF
           MOVE SPACES TO WS-LINE.

      *-----------------------------------------------------------------
      *> The pulling pass. The list is rebuilt first so a copy is
      *> matched to the hold it was printed against; a different copy
      *> of the title pulled instead serves the oldest WAITING hold.
       SCAN-PULLED-COPIES.
           PERFORM LOAD-ALL-FILES
           PERFORM BUILD-PICK-LIST
           MOVE 0 TO WS-TRAPPED
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM SCAN-ONE-PULLED UNTIL WS-SCAN-DONE = 'Y'
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-COPY-FILE
               PERFORM REWRITE-BOOK-FILE
               PERFORM REWRITE-HOLD-FILE
           END-IF
           MOVE WS-TRAPPED TO WS-COUNT-ED
           DISPLAY FUNCTION TRIM(WS-COUNT-ED)
               " cop(ies) trapped for holds.".

       SCAN-ONE-PULLED.
           DISPLAY "Scan pulled copy (blank to finish): "
           PERFORM ACCEPT-COPY-SCAN
           IF WS-SCAN-DONE = 'Y' OR COPY-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) NOT =
               "AVAILABLE"
               DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX) " is "
                   FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                   " -- not a shelf copy."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOLD-MATCH-IDX
           PERFORM FIND-PICK-LINE
           IF PK-MATCH-IDX > 0
               MOVE PK-HOLD-IDX(PK-MATCH-IDX) TO HOLD-MATCH-IDX
               IF FUNCTION TRIM(HD-STATUS(HOLD-MATCH-IDX))
                   NOT = "WAITING"
                   MOVE 0 TO HOLD-MATCH-IDX
               END-IF
           END-IF
           IF HOLD-MATCH-IDX = 0
               PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-CNT
                   IF HD-BOOK-ID(HOLD-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                       AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) =
                           "WAITING"
                       AND HOLD-MATCH-IDX = 0
                       MOVE HOLD-IDX TO HOLD-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF HOLD-MATCH-IDX = 0
               DISPLAY "   No hold is waiting on "
                   CP-BOOK-ID(COPY-MATCH-IDX)
                   " any more -- put the copy back on the shelf."
               EXIT PARAGRAPH
           END-IF
           PERFORM TRAP-PULLED-COPY.

      *> Off the countable stock either way; the hold shelf here, or
      *> the courier when the member collects somewhere else.
       TRAP-PULLED-COPY.
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           PERFORM FIND-BOOK-ROW
           IF BK-MATCH-IDX > 0
               IF BK-COUNT(BK-MATCH-IDX) > 0
                   SUBTRACT 1 FROM BK-COUNT(BK-MATCH-IDX)
               END-IF
           END-IF
           MOVE HOLD-MATCH-IDX TO HOLD-IDX
           PERFORM RESOLVE-HOLD-BRANCH
           IF WS-HOLD-BRANCH NOT = CP-BRANCH(COPY-MATCH-IDX)
               MOVE "IN-TRANSIT" TO CP-STATUS(COPY-MATCH-IDX)
               MOVE "ROUTED" TO HD-STATUS(HOLD-MATCH-IDX)
               PERFORM WRITE-MANIFEST-ROW
               DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX)
                   " trapped for member "
                   HD-MEMBER-ID(HOLD-MATCH-IDX)
                   " -- courier from "
                   FUNCTION TRIM(CP-BRANCH(COPY-MATCH-IDX)) " to "
                   FUNCTION TRIM(WS-HOLD-BRANCH) "."
           ELSE
               MOVE "ON-HOLD" TO CP-STATUS(COPY-MATCH-IDX)
               MOVE "Y" TO HD-NOTIFIED(HOLD-MATCH-IDX)
               MOVE WS-TODAY-DISPLAY TO HD-NOTIFY-DATE(HOLD-MATCH-IDX)
               MOVE "READY" TO HD-STATUS(HOLD-MATCH-IDX)
               MOVE HD-MEMBER-ID(HOLD-MATCH-IDX) TO NOTIFY-MEMBER-ID
               PERFORM LOOKUP-NOTIFY-MEMBER
               PERFORM WRITE-HOLD-NOTIFICATION
               DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX)
                   " to the hold shelf for member "
                   HD-MEMBER-ID(HOLD-MATCH-IDX) " -- notified."
           END-IF
           MOVE "HoldPickList" TO WS-AUDIT-PROGRAM
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           MOVE "AVAILABLE" TO WS-AUDIT-OLD-STATUS
           MOVE CP-STATUS(COPY-MATCH-IDX) TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           ADD 1 TO WS-TRAPPED
           MOVE 'Y' TO WS-CHANGED.

      *-----------------------------------------------------------------
      *> A listed copy nobody could find. It leaves the shelf stock as
      *> MISSING, and the hold it was matched to is offered the next
      *> shelf copy there is, if any.
       RECORD-NOT-FOUND.
           PERFORM LOAD-ALL-FILES
           PERFORM BUILD-PICK-LIST
           MOVE 0 TO WS-MISSED
           MOVE 'N' TO WS-CHANGED
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM RECORD-ONE-MISSING UNTIL WS-SCAN-DONE = 'Y'
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-COPY-FILE
               PERFORM REWRITE-BOOK-FILE
           END-IF
           MOVE WS-MISSED TO WS-COUNT-ED
           DISPLAY FUNCTION TRIM(WS-COUNT-ED)
               " cop(ies) recorded missing.".

       RECORD-ONE-MISSING.
           DISPLAY "Barcode or copy ID not found (blank to finish): "
           PERFORM ACCEPT-COPY-SCAN
           IF WS-SCAN-DONE = 'Y' OR COPY-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) NOT =
               "AVAILABLE"
               DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX) " is "
                   FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                   " -- not a shelf copy."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PICK-LINE
           MOVE 0 TO HOLD-MATCH-IDX
           IF PK-MATCH-IDX > 0
               MOVE PK-HOLD-IDX(PK-MATCH-IDX) TO HOLD-MATCH-IDX
           END-IF

           MOVE "MISSING" TO CP-STATUS(COPY-MATCH-IDX)
           PERFORM FIND-BOOK-ROW
           IF BK-MATCH-IDX > 0
               IF BK-COUNT(BK-MATCH-IDX) > 0
                   SUBTRACT 1 FROM BK-COUNT(BK-MATCH-IDX)
               END-IF
           END-IF
           MOVE "HoldPickList" TO WS-AUDIT-PROGRAM
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "AVAILABLE" TO WS-AUDIT-OLD-STATUS
           MOVE "MISSING" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           PERFORM WRITE-MISSING-ROW
           ADD 1 TO WS-MISSED
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX)
               " recorded MISSING."

           IF HOLD-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
      *> Re-match: the missing copy no longer qualifies, so the
      *> rebuilt list shows where this hold should be tried next.
           PERFORM BUILD-PICK-LIST
           MOVE 0 TO PK-MATCH-IDX
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-CNT
               IF PK-HOLD-IDX(PK-IDX) = HOLD-MATCH-IDX
                   MOVE PK-IDX TO PK-MATCH-IDX
               END-IF
           END-PERFORM
           IF PK-MATCH-IDX = 0
               DISPLAY "   No other shelf copy for member "
                   HD-MEMBER-ID(HOLD-MATCH-IDX)
                   "'s hold -- it waits for a return."
           ELSE
               MOVE PK-COPY-IDX(PK-MATCH-IDX) TO COPY-IDX
               DISPLAY "   Try copy " CP-COPY-ID(COPY-IDX)
                   " at " FUNCTION TRIM(PK-BRANCH(PK-MATCH-IDX))
                   ", call number "
                   FUNCTION TRIM(PK-CALLNO(PK-MATCH-IDX)) "."
           END-IF.

      *-----------------------------------------------------------------
      *> Prompted scan into COPY-MATCH-IDX -- barcode or copy ID; a
      *> blank entry ends the pass.
       ACCEPT-COPY-SCAN.
           MOVE 0 TO COPY-MATCH-IDX
           MOVE SPACES TO WS-BARCODE-IN
           ACCEPT WS-BARCODE-IN
           IF WS-BARCODE-IN = SPACES
               MOVE 'Y' TO WS-SCAN-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF FUNCTION TRIM(CP-BARCODE(COPY-IDX)) =
                   FUNCTION TRIM(WS-BARCODE-IN)
                   OR FUNCTION TRIM(CP-COPY-ID(COPY-IDX)) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BARCODE-IN))
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM
           IF COPY-MATCH-IDX = 0
               DISPLAY "   No copy with barcode or ID "
                   FUNCTION TRIM(WS-BARCODE-IN) "."
           END-IF.

       FIND-PICK-LINE.
           MOVE 0 TO PK-MATCH-IDX
           PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-CNT
               IF PK-COPY-IDX(PK-IDX) = COPY-MATCH-IDX
                   MOVE PK-IDX TO PK-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-BOOK-ROW.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-COPY-TITLE.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = CP-BOOK-ID(COPY-IDX)
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM.

      *> The hold at HOLD-IDX collects at its pickup branch; a hold
      *> placed before pickup branches existed collects at MAIN.
       RESOLVE-HOLD-BRANCH.
           MOVE HD-PICKUP(HOLD-IDX) TO WS-HOLD-BRANCH
           IF FUNCTION TRIM(WS-HOLD-BRANCH) = SPACE
               MOVE "MAIN" TO WS-HOLD-BRANCH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-HOLD-BRANCH) TO WS-HOLD-BRANCH.

      *-----------------------------------------------------------------
      *> One courier-manifest row, as ReturnBook writes it -- date,
      *> copy, book, from, to, member, OPEN. CourierScan consumes it.
       WRITE-MANIFEST-ROW.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               CLOSE MANIFEST-FILE
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE SPACES TO MANIFEST-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  CP-COPY-ID(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  CP-BOOK-ID(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CP-BRANCH(COPY-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-HOLD-BRANCH) DELIMITED BY SIZE ","
                  HD-MEMBER-ID(HOLD-MATCH-IDX) DELIMITED BY SIZE ","
                  "OPEN" DELIMITED BY SIZE
               INTO MANIFEST-REC
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE.

      *> The member is the one whose hold the copy was listed for,
      *> blank when it wasn't on the list.
       WRITE-MISSING-ROW.
           MOVE SPACES TO WS-MISSING-MEMBER
           IF HOLD-MATCH-IDX > 0
               MOVE HD-MEMBER-ID(HOLD-MATCH-IDX) TO WS-MISSING-MEMBER
           END-IF
           OPEN EXTEND MISSING-FILE
           IF WS-MISSING-STATUS NOT = "00"
               CLOSE MISSING-FILE
               OPEN OUTPUT MISSING-FILE
           END-IF
           MOVE SPACES TO MISSING-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(CP-BRANCH(COPY-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  CP-COPY-ID(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  CP-BOOK-ID(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(CP-BARCODE(COPY-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  WS-MISSING-MEMBER DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO MISSING-REC
           WRITE MISSING-REC
           CLOSE MISSING-FILE.

      *-----------------------------------------------------------------
      * Looks NOTIFY-MEMBER-ID up in members.csv for the hold being
      * filled; a member no longer on file leaves the contact fields
      * blank rather than blocking the alert.
       LOOKUP-NOTIFY-MEMBER.
           MOVE 'N' TO NOTIFY-MEMBER-FOUND
           MOVE SPACES TO NOTIFY-MEMBER-NAME
           MOVE SPACES TO NOTIFY-MEMBER-EMAIL
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "EMAIL" TO NOTIFY-MEMBER-CHANNEL
               MOVE SPACES TO NOTIFY-MEMBER-PHONE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR NOTIFY-MEMBER-FOUND = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO NOTIFY-Q-CNT
                       INSPECT MEMBER-REC TALLYING NOTIFY-Q-CNT
                           FOR ALL '"'
                       MOVE SPACES TO NOTIFY-MEMBER-PHONE
                       MOVE SPACES TO NOTIFY-MEMBER-CHANNEL
                       IF NOTIFY-Q-CNT > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO notify_id_to_email, notify_addr,
                                    notify_gender_flag
                           UNSTRING notify_id_to_email DELIMITED BY ","
                               INTO NOTIFY-SCAN-ID, NOTIFY-MEMBER-NAME,
                                    NOTIFY-MEMBER-EMAIL
                           UNSTRING notify_gender_flag
                               DELIMITED BY ","
                               INTO notify_dummy, NOTIFY-SKIP-1,
                                    NOTIFY-SKIP-2, NOTIFY-SKIP-3,
                                    NOTIFY-SKIP-4,
                                    NOTIFY-MEMBER-PHONE,
                                    NOTIFY-SKIP-5, NOTIFY-SKIP-6,
                                    NOTIFY-SKIP-7,
                                    NOTIFY-MEMBER-CHANNEL
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO NOTIFY-SCAN-ID, NOTIFY-MEMBER-NAME,
                                    NOTIFY-MEMBER-EMAIL, notify_rest,
                                    NOTIFY-SKIP-1, NOTIFY-SKIP-2,
                                    NOTIFY-SKIP-3, NOTIFY-SKIP-4,
                                    NOTIFY-MEMBER-PHONE,
                                    NOTIFY-SKIP-5, NOTIFY-SKIP-6,
                                    NOTIFY-SKIP-7,
                                    NOTIFY-MEMBER-CHANNEL
                       END-IF
                       IF FUNCTION TRIM(NOTIFY-MEMBER-CHANNEL) = SPACE
                           MOVE "EMAIL" TO NOTIFY-MEMBER-CHANNEL
                       END-IF
                       IF NOTIFY-SCAN-ID = NOTIFY-MEMBER-ID
                           MOVE 'Y' TO NOTIFY-MEMBER-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF NOTIFY-MEMBER-FOUND = 'N'
               MOVE SPACES TO NOTIFY-MEMBER-NAME
               MOVE SPACES TO NOTIFY-MEMBER-EMAIL
           END-IF.

      *-----------------------------------------------------------------
      * One hold_notifications.csv row for the member now READY --
      * the same layout ReturnBook and BatchReturns append.
       WRITE-HOLD-NOTIFICATION.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-REC
           STRING CP-BOOK-ID(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-ID    DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-NAME  DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-EMAIL DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY    DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-CHANNEL DELIMITED BY SIZE ","
                  FUNCTION TRIM(NOTIFY-MEMBER-PHONE)
                      DELIMITED BY SIZE
               INTO NOTIFY-REC
           WRITE NOTIFY-REC
           CLOSE NOTIFY-FILE.

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
                           MOVE SPACES TO BK-BRANCH(BK-CNT)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-AUTHOR(BK-CNT),
                                    BK-COUNT(BK-CNT),
                                    BK-GENRE(BK-CNT),
                                    BK-STATUS(BK-CNT),
                                    BK-ISBN(BK-CNT),
                                    BK-BRANCH(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       LOAD-FLOATHOME-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO FH-CNT
           OPEN INPUT FLOATHOME-FILE
           IF WS-FLOATHOME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FLOATHOME-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FH-CNT < 500
                           ADD 1 TO FH-CNT
                           UNSTRING FLOATHOME-REC DELIMITED BY ","
                               INTO FH-COPY-ID(FH-CNT),
                                    FH-BOOK-ID(FH-CNT),
                                    FH-BRANCH(FH-CNT),
                                    FH-DATE(FH-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLOATHOME-FILE.

      *-----------------------------------------------------------------
      *> Each shelf copy also gets the branch it stands at and the
      *> call number it is shelved under.
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
                           MOVE SPACES TO CP-BRANCH(COPY-CNT)
                               CP-CALLNO(COPY-CNT)
                           MOVE 'N' TO CP-PICKED(COPY-CNT)
                           IF FUNCTION TRIM(CP-STATUS(COPY-CNT)) =
                               "AVAILABLE"
                               PERFORM LOCATE-SHELF-COPY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-FILE.

       LOCATE-SHELF-COPY.
           PERFORM VARYING FH-IDX FROM 1 BY 1 UNTIL FH-IDX > FH-CNT
               IF FUNCTION TRIM(FH-COPY-ID(FH-IDX)) =
                   FUNCTION TRIM(CP-COPY-ID(COPY-CNT))
                   MOVE FH-BRANCH(FH-IDX) TO CP-BRANCH(COPY-CNT)
               END-IF
           END-PERFORM
           IF CP-BRANCH(COPY-CNT) = SPACES
               PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
                   IF BK-ID(BK-IDX) = CP-BOOK-ID(COPY-CNT)
                       MOVE BK-BRANCH(BK-IDX) TO CP-BRANCH(COPY-CNT)
                   END-IF
               END-PERFORM
           END-IF
           IF FUNCTION TRIM(CP-BRANCH(COPY-CNT)) = SPACE
               MOVE "MAIN" TO CP-BRANCH(COPY-CNT)
           END-IF
           MOVE FUNCTION UPPER-CASE(CP-BRANCH(COPY-CNT))
               TO CP-BRANCH(COPY-CNT)
           MOVE "GETC" TO WS-CN-ACTION
           MOVE CP-COPY-ID(COPY-CNT) TO WS-CN-KEY
           CALL 'CallNumber' USING WS-CN-ACTION, WS-CN-KEY,
               WS-CN-VALUE
           IF FUNCTION TRIM(WS-CN-VALUE) = SPACE
               MOVE "GETT" TO WS-CN-ACTION
               MOVE SPACES TO WS-CN-KEY
               MOVE CP-BOOK-ID(COPY-CNT) TO WS-CN-KEY(1:5)
               CALL 'CallNumber' USING WS-CN-ACTION, WS-CN-KEY,
                   WS-CN-VALUE
           END-IF
           MOVE WS-CN-VALUE TO CP-CALLNO(COPY-CNT).

      *-----------------------------------------------------------------
       LOAD-HOLD-FILE.
           MOVE 0 TO HOLD-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF HOLD-CNT < 1000
                           ADD 1 TO HOLD-CNT
                           MOVE SPACES TO HD-NOTIFY-DATE(HOLD-CNT)
                           MOVE SPACES TO HD-STATUS(HOLD-CNT)
                           MOVE SPACES TO HD-PICKUP(HOLD-CNT)
                           UNSTRING HOLD-REC DELIMITED BY ","
                               INTO HD-BOOK-ID(HOLD-CNT),
                                    HD-MEMBER-ID(HOLD-CNT),
                                    HD-REQ-DATE(HOLD-CNT),
                                    HD-NOTIFIED(HOLD-CNT),
                                    HD-NOTIFY-DATE(HOLD-CNT),
                                    HD-STATUS(HOLD-CNT),
                                    HD-PICKUP(HOLD-CNT)
                           IF FUNCTION TRIM(HD-STATUS(HOLD-CNT))
                               = SPACE
                               IF HD-NOTIFIED(HOLD-CNT) = "Y"
                                   MOVE "READY" TO HD-STATUS(HOLD-CNT)
                               ELSE
                                   MOVE "WAITING"
                                       TO HD-STATUS(HOLD-CNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
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
       REWRITE-BOOK-FILE.
           OPEN OUTPUT BOOK-FILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               MOVE SPACES TO BOOK-REC
               STRING BK-ID(BK-IDX) DELIMITED BY SIZE ","
                      BK-NAME(BK-IDX) DELIMITED BY SIZE ","
                      BK-AUTHOR(BK-IDX) DELIMITED BY SIZE ","
                      BK-COUNT(BK-IDX) DELIMITED BY SIZE ","
                      BK-GENRE(BK-IDX) DELIMITED BY SIZE ","
                      BK-STATUS(BK-IDX) DELIMITED BY SIZE ","
                      BK-ISBN(BK-IDX) DELIMITED BY SIZE ","
                      BK-BRANCH(BK-IDX) DELIMITED BY SIZE
                   INTO BOOK-REC
               WRITE BOOK-REC
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               MOVE SPACES TO HOLD-REC
               STRING HD-BOOK-ID(HOLD-IDX) DELIMITED BY SIZE ","
                      HD-MEMBER-ID(HOLD-IDX) DELIMITED BY SIZE ","
                      HD-REQ-DATE(HOLD-IDX) DELIMITED BY SIZE ","
                      HD-NOTIFIED(HOLD-IDX) DELIMITED BY SIZE ","
                      HD-NOTIFY-DATE(HOLD-IDX) DELIMITED BY SIZE ","
                      HD-STATUS(HOLD-IDX) DELIMITED BY SIZE ","
                      HD-PICKUP(HOLD-IDX) DELIMITED BY SIZE
                   INTO HOLD-REC
               WRITE HOLD-REC
           END-PERFORM
           CLOSE HOLD-FILE.

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

       END PROGRAM HoldPickList.
