      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: The reshelving cart between the return desk and the
      *          open shelf. ReturnBook and BatchReturns put a clean
      *          returned copy into RESHELVING with a row on
      *          reshelve_queue.csv instead of straight to AVAILABLE,
      *          so the catalogue doesn't call it on the shelf while
      *          it sits on a cart in the back room. Here:
      *            - the shelving scan: staff scan each copy as it goes
      *              back on the shelf; the copy moves RESHELVING ->
      *              AVAILABLE (AuditLog), the title's book_count on
      *              books.csv takes it back, and its CART row on the
      *              queue is stamped SHELVED with the date and time;
      *            - the cart backlog report by branch -- copies still
      *              on the cart, the oldest of them, average and
      *              longest dwell, how many have waited over 24 and
      *              48 hours, and what was shelved today and how
      *              long it had waited. Printed to reshelve_report.txt
      *              through the print spool; batch mode (USER-CHOICE
      *              99, the nightly schedule) runs the report alone.
      *          A MISSING copy (see HoldPickList) that turns up is
      *          shelved through the same scan.
      *          Copies trapped for a hold never reach the cart. A
      *          copy shelved while a hold is WAITING on its title is
      *          flagged at the scan so staff can pull it.
      *            reshelve_queue.csv: copy,book,branch,returned date,
      *              returned time,source (DESK/BOOKDROP),status
      *              (CART/SHELVED),shelved date,shelved time
      * Tectonics: cobc
      * (Updated by Silas): The shelving scan also takes back a copy
      *            HoldPickList recorded MISSING that has turned up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reshelve IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "../reshelve_queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "../reshelve_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-REC       PIC X(100).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS   PIC XX.
       01  WS-BOOK-STATUS    PIC XX.
       01  WS-COPY-STATUS    PIC XX.
       01  WS-HOLD-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-SCAN-DONE      PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).
       01  WS-TIME-RAW       PIC 9(8).
       01  WS-NOW-TIME       PIC X(8).
       01  WS-NOW-SECS       PIC 9(11) VALUE 0.

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 5000 TIMES.
               10 QU-COPY-ID     PIC X(6).
               10 QU-BOOK-ID     PIC X(5).
               10 QU-BRANCH      PIC X(10).
               10 QU-IN-DATE     PIC X(10).
               10 QU-IN-TIME     PIC X(8).
               10 QU-SOURCE      PIC X(8).
               10 QU-STATUS      PIC X(7).
               10 QU-OUT-DATE    PIC X(10).
               10 QU-OUT-TIME    PIC X(8).
       01  QU-CNT            PIC 9(4) VALUE 0.
       01  QU-IDX            PIC 9(4) VALUE 0.
       01  QU-MATCH-IDX      PIC 9(4) VALUE 0.

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

      *> Per-branch totals for the backlog report. Dwell is kept in
      *> seconds and shown in hours.
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 50 TIMES.
               10 BR-CODE        PIC X(10).
               10 BR-ON-CART     PIC 9(5).
               10 BR-CART-SECS   PIC 9(11).
               10 BR-MAX-SECS    PIC 9(9).
               10 BR-OLDEST      PIC X(10).
               10 BR-OLDEST-SECS PIC 9(11).
               10 BR-OVER-24     PIC 9(5).
               10 BR-OVER-48     PIC 9(5).
               10 BR-SHELVED     PIC 9(5).
               10 BR-SHELF-SECS  PIC 9(11).
       01  BR-CNT            PIC 9(3) VALUE 0.
       01  BR-IDX            PIC 9(3) VALUE 0.
       01  BR-MATCH-IDX      PIC 9(3) VALUE 0.
       01  WS-BRANCH-IN      PIC X(10).

       01  WS-BARCODE-IN     PIC X(12).
       01  WS-SCANNED        PIC 9(4) VALUE 0.
       01  WS-TITLE-NAME     PIC X(30).
       01  WS-HOLD-WAITING   PIC X VALUE 'N'.

      *> Dwell arithmetic -- a DD-MM-YYYY date and HH:MM:SS time to
      *> seconds since the start of the integer-day calendar.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-DIGITS    PIC 9(8).
       01  WS-DATE-OUT-INT   PIC 9(8) VALUE 0.
       01  WS-DATE-OK        PIC X VALUE 'N'.
       01  WS-TIME-IN        PIC X(8).
       01  WS-STAMP-SECS     PIC 9(11) VALUE 0.
       01  WS-IN-SECS        PIC 9(11) VALUE 0.
       01  WS-DWELL-SECS     PIC 9(9) VALUE 0.

       01  WS-TOT-CART       PIC 9(5) VALUE 0.
       01  WS-TOT-24         PIC 9(5) VALUE 0.
       01  WS-TOT-48         PIC 9(5) VALUE 0.
       01  WS-TOT-SHELVED    PIC 9(5) VALUE 0.
       01  WS-HOURS          PIC 9(5)V9 VALUE 0.
       01  WS-COUNT-ED       PIC ZZZZ9.
       01  WS-HOURS-ED       PIC ZZZZ9.9.
       01  WS-AVG-ED         PIC ZZZZ9.9.
       01  WS-MAX-ED         PIC ZZZZ9.9.
       01  WS-24-ED          PIC ZZZZ9.
       01  WS-48-ED          PIC ZZZZ9.
       01  WS-SHELVED-ED     PIC ZZZZ9.
       01  WS-SH-AVG-ED      PIC ZZZZ9.9.
       01  WS-LINE           PIC X(80).

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
      *> bookcopies.csv, books.csv and reshelve_queue.csv.
           MOVE 'Reshelve' TO WS-ERRLOG-PROGRAM
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
           PERFORM SET-CURRENT-TIME

      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> prints the backlog report and nothing else.
           IF USER-CHOICE = 99
               PERFORM CART-BACKLOG-REPORT
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM RESHELVE-MENU THRU RESHELVE-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       RESHELVE-MENU.
           DISPLAY "=============================="
           DISPLAY "      RESHELVING CART"
           DISPLAY "=============================="
           DISPLAY "1) Shelving scan"
           DISPLAY "2) Cart backlog report"
           DISPLAY "3) Done"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM SHELVING-SCAN
              WHEN 2
                  PERFORM CART-BACKLOG-REPORT
              WHEN 3
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       RESHELVE-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> The shelving pass. Each copy scanned goes straight into the
      *> tables; the three files are written once when the pass ends.
       SHELVING-SCAN.
           PERFORM LOAD-QUEUE-FILE
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-HOLD-FILE
           PERFORM SET-CURRENT-TIME
           MOVE 0 TO WS-SCANNED
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM SCAN-ONE-COPY UNTIL WS-SCAN-DONE = 'Y'

           IF WS-SCANNED = 0
               DISPLAY "Nothing shelved -- no changes made."
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-COPY-FILE
           PERFORM REWRITE-BOOK-FILE
           PERFORM REWRITE-QUEUE-FILE
           MOVE WS-SCANNED TO WS-COUNT-ED
           DISPLAY FUNCTION TRIM(WS-COUNT-ED)
               " cop(ies) back on the shelf.".

      *-----------------------------------------------------------------
      *> One scan -- the barcode, or the copy ID for a copy whose
      *> label won't read. Only a copy on the cart can be shelved.
       SCAN-ONE-COPY.
           DISPLAY "Scan barcode or copy ID (blank to finish): "
           MOVE SPACES TO WS-BARCODE-IN
           ACCEPT WS-BARCODE-IN
           IF WS-BARCODE-IN = SPACES
               MOVE 'Y' TO WS-SCAN-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO COPY-MATCH-IDX
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
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) = "AVAILABLE"
               DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX)
                   " is already on the shelf."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
               NOT = "RESHELVING"
               AND FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
               NOT = "MISSING"
               DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX) " is "
                   FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                   " -- not on a cart. Keep it off the shelf."
               EXIT PARAGRAPH
           END-IF

      *> A copy the hold pick list recorded MISSING that has turned
      *> up goes back on the shelf the same way.
           MOVE CP-STATUS(COPY-MATCH-IDX) TO WS-AUDIT-OLD-STATUS
           MOVE "AVAILABLE" TO CP-STATUS(COPY-MATCH-IDX)
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM
           IF BK-MATCH-IDX > 0
               ADD 1 TO BK-COUNT(BK-MATCH-IDX)
               MOVE BK-NAME(BK-MATCH-IDX) TO WS-TITLE-NAME
           ELSE
               MOVE "(title not on file)" TO WS-TITLE-NAME
           END-IF

      *> The copy's latest CART row closes; a copy put on the cart
      *> before the queue existed simply has none.
           MOVE 0 TO QU-MATCH-IDX
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL QU-IDX > QU-CNT
               IF QU-COPY-ID(QU-IDX) = CP-COPY-ID(COPY-MATCH-IDX)
                   AND FUNCTION TRIM(QU-STATUS(QU-IDX)) = "CART"
                   MOVE QU-IDX TO QU-MATCH-IDX
               END-IF
           END-PERFORM
           IF QU-MATCH-IDX > 0
               MOVE "SHELVED" TO QU-STATUS(QU-MATCH-IDX)
               MOVE WS-TODAY-DISPLAY TO QU-OUT-DATE(QU-MATCH-IDX)
               MOVE WS-NOW-TIME TO QU-OUT-TIME(QU-MATCH-IDX)
           END-IF

           MOVE "Reshelve" TO WS-AUDIT-PROGRAM
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "AVAILABLE" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           ADD 1 TO WS-SCANNED
           DISPLAY "   " CP-COPY-ID(COPY-MATCH-IDX) " "
               WS-TITLE-NAME " -> shelf"

      *> A hold placed while the copy sat on the cart -- the copy is
      *> shelved like any other, but staff are told to pull it.
           MOVE 'N' TO WS-HOLD-WAITING
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "WAITING"
                   AND WS-HOLD-WAITING = 'N'
                   MOVE 'Y' TO WS-HOLD-WAITING
                   DISPLAY "   Note: member " HD-MEMBER-ID(HOLD-IDX)
                       " has a hold waiting on this title -- pull "
                       "the copy for the hold shelf."
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Cart backlog and dwell by branch, from reshelve_queue.csv.
      *> Dwell of a copy on the cart runs to now; of a copy shelved
      *> today, to its shelving scan.
       CART-BACKLOG-REPORT.
           PERFORM LOAD-QUEUE-FILE
           PERFORM SET-CURRENT-TIME
           MOVE 0 TO BR-CNT WS-TOT-CART WS-TOT-24 WS-TOT-48
               WS-TOT-SHELVED
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL QU-IDX > QU-CNT
               PERFORM TALLY-QUEUE-ROW
           END-PERFORM

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "RESHELVING CART BACKLOG  as at " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE " "
                  WS-NOW-TIME DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Dwell in hours. Shelved = shelving scans today."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Branch" TO WS-LINE(1:6)
           MOVE "On cart" TO WS-LINE(12:7)
           MOVE "Oldest in" TO WS-LINE(21:9)
           MOVE "Avg hrs" TO WS-LINE(33:7)
           MOVE "Max hrs" TO WS-LINE(42:7)
           MOVE " >24h" TO WS-LINE(51:5)
           MOVE " >48h" TO WS-LINE(57:5)
           MOVE "Shelved" TO WS-LINE(63:7)
           MOVE "Avg hrs" TO WS-LINE(72:7)
           PERFORM EMIT-LINE
           IF BR-CNT = 0
               MOVE "(nothing on the cart or shelved today)" TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               PERFORM EMIT-BRANCH-LINE
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-TOT-CART TO WS-COUNT-ED
           MOVE WS-TOT-24 TO WS-24-ED
           MOVE WS-TOT-48 TO WS-48-ED
           MOVE WS-TOT-SHELVED TO WS-SHELVED-ED
           MOVE SPACES TO WS-LINE
           STRING "All branches: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " on the cart, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-24-ED) DELIMITED BY SIZE
                  " over 24h, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-48-ED) DELIMITED BY SIZE
                  " over 48h, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHELVED-ED) DELIMITED BY SIZE
                  " shelved today." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../reshelve_report.txt" TO WS-PS-SOURCE
           MOVE "RESHELVE" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Report written to reshelve_report.txt.".

      *> One queue row into its branch's totals -- rows shelved on an
      *> earlier day play no part.
       TALLY-QUEUE-ROW.
           IF FUNCTION TRIM(QU-STATUS(QU-IDX)) = "SHELVED"
               AND QU-OUT-DATE(QU-IDX) NOT = WS-TODAY-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE QU-BRANCH(QU-IDX) TO WS-BRANCH-IN
           PERFORM FIND-BRANCH
           IF BR-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE QU-IN-DATE(QU-IDX) TO WS-DATE-IN
           MOVE QU-IN-TIME(QU-IDX) TO WS-TIME-IN
           PERFORM STAMP-TO-SECS
           MOVE WS-STAMP-SECS TO WS-IN-SECS
           IF FUNCTION TRIM(QU-STATUS(QU-IDX)) = "CART"
               MOVE WS-NOW-SECS TO WS-STAMP-SECS
           ELSE
               MOVE QU-OUT-DATE(QU-IDX) TO WS-DATE-IN
               MOVE QU-OUT-TIME(QU-IDX) TO WS-TIME-IN
               PERFORM STAMP-TO-SECS
           END-IF
           MOVE 0 TO WS-DWELL-SECS
           IF WS-IN-SECS > 0 AND WS-STAMP-SECS > WS-IN-SECS
               COMPUTE WS-DWELL-SECS = WS-STAMP-SECS - WS-IN-SECS
           END-IF
           IF FUNCTION TRIM(QU-STATUS(QU-IDX)) = "CART"
               ADD 1 TO BR-ON-CART(BR-MATCH-IDX) WS-TOT-CART
               ADD WS-DWELL-SECS TO BR-CART-SECS(BR-MATCH-IDX)
               IF WS-DWELL-SECS > BR-MAX-SECS(BR-MATCH-IDX)
                   MOVE WS-DWELL-SECS TO BR-MAX-SECS(BR-MATCH-IDX)
               END-IF
               IF BR-OLDEST(BR-MATCH-IDX) = SPACES
                   OR WS-IN-SECS < BR-OLDEST-SECS(BR-MATCH-IDX)
                   MOVE QU-IN-DATE(QU-IDX) TO BR-OLDEST(BR-MATCH-IDX)
                   MOVE WS-IN-SECS TO BR-OLDEST-SECS(BR-MATCH-IDX)
               END-IF
               IF WS-DWELL-SECS > 86400
                   ADD 1 TO BR-OVER-24(BR-MATCH-IDX) WS-TOT-24
               END-IF
               IF WS-DWELL-SECS > 172800
                   ADD 1 TO BR-OVER-48(BR-MATCH-IDX) WS-TOT-48
               END-IF
           ELSE
               ADD 1 TO BR-SHELVED(BR-MATCH-IDX) WS-TOT-SHELVED
               ADD WS-DWELL-SECS TO BR-SHELF-SECS(BR-MATCH-IDX)
           END-IF.

      *> BR-MATCH-IDX is WS-BRANCH-IN's row, added when new; 0 only
      *> when the table is full.
       FIND-BRANCH.
           MOVE 0 TO BR-MATCH-IDX
           IF WS-BRANCH-IN = SPACES
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               IF BR-CODE(BR-IDX) = WS-BRANCH-IN
                   MOVE BR-IDX TO BR-MATCH-IDX
               END-IF
           END-PERFORM
           IF BR-MATCH-IDX = 0 AND BR-CNT < 50
               ADD 1 TO BR-CNT
               MOVE BR-CNT TO BR-MATCH-IDX
               MOVE WS-BRANCH-IN TO BR-CODE(BR-CNT)
               MOVE 0 TO BR-ON-CART(BR-CNT) BR-CART-SECS(BR-CNT)
                   BR-MAX-SECS(BR-CNT) BR-OLDEST-SECS(BR-CNT)
                   BR-OVER-24(BR-CNT) BR-OVER-48(BR-CNT)
                   BR-SHELVED(BR-CNT) BR-SHELF-SECS(BR-CNT)
               MOVE SPACES TO BR-OLDEST(BR-CNT)
           END-IF.

       EMIT-BRANCH-LINE.
           MOVE BR-ON-CART(BR-IDX) TO WS-COUNT-ED
           MOVE 0 TO WS-HOURS
           IF BR-ON-CART(BR-IDX) > 0
               COMPUTE WS-HOURS ROUNDED = BR-CART-SECS(BR-IDX)
                   / BR-ON-CART(BR-IDX) / 3600
           END-IF
           MOVE WS-HOURS TO WS-AVG-ED
           COMPUTE WS-HOURS ROUNDED = BR-MAX-SECS(BR-IDX) / 3600
           MOVE WS-HOURS TO WS-MAX-ED
           MOVE BR-OVER-24(BR-IDX) TO WS-24-ED
           MOVE BR-OVER-48(BR-IDX) TO WS-48-ED
           MOVE BR-SHELVED(BR-IDX) TO WS-SHELVED-ED
           MOVE 0 TO WS-HOURS
           IF BR-SHELVED(BR-IDX) > 0
               COMPUTE WS-HOURS ROUNDED = BR-SHELF-SECS(BR-IDX)
                   / BR-SHELVED(BR-IDX) / 3600
           END-IF
           MOVE WS-HOURS TO WS-SH-AVG-ED
           MOVE SPACES TO WS-LINE
           MOVE BR-CODE(BR-IDX) TO WS-LINE(1:10)
           MOVE WS-COUNT-ED TO WS-LINE(14:5)
           MOVE BR-OLDEST(BR-IDX) TO WS-LINE(21:10)
           MOVE WS-AVG-ED TO WS-LINE(33:7)
           MOVE WS-MAX-ED TO WS-LINE(42:7)
           MOVE WS-24-ED TO WS-LINE(51:5)
           MOVE WS-48-ED TO WS-LINE(57:5)
           MOVE WS-SHELVED-ED TO WS-LINE(64:5)
           MOVE WS-SH-AVG-ED TO WS-LINE(72:7)
           PERFORM EMIT-LINE.

       EMIT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF USER-CHOICE NOT = 99
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-IF.

      *-----------------------------------------------------------------
      *> WS-DATE-IN / WS-TIME-IN -> WS-STAMP-SECS, 0 when the date
      *> won't parse; an unreadable time counts as midnight.
       STAMP-TO-SECS.
           MOVE 0 TO WS-STAMP-SECS
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-SECS = WS-DATE-OUT-INT * 86400
           IF WS-TIME-IN(1:2) NUMERIC AND WS-TIME-IN(4:2) NUMERIC
               AND WS-TIME-IN(7:2) NUMERIC
               COMPUTE WS-STAMP-SECS = WS-STAMP-SECS
                   + FUNCTION NUMVAL(WS-TIME-IN(1:2)) * 3600
                   + FUNCTION NUMVAL(WS-TIME-IN(4:2)) * 60
                   + FUNCTION NUMVAL(WS-TIME-IN(7:2))
           END-IF.

       SET-CURRENT-TIME.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-NOW-TIME
           STRING WS-TIME-RAW(1:2) DELIMITED BY SIZE ":"
                  WS-TIME-RAW(3:2) DELIMITED BY SIZE ":"
                  WS-TIME-RAW(5:2) DELIMITED BY SIZE
               INTO WS-NOW-TIME
           MOVE WS-TODAY-DISPLAY TO WS-DATE-IN
           MOVE WS-NOW-TIME TO WS-TIME-IN
           PERFORM STAMP-TO-SECS
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.

      *-----------------------------------------------------------------
       LOAD-QUEUE-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO QU-CNT
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF QU-CNT < 5000 AND QUEUE-REC NOT = SPACES
                           ADD 1 TO QU-CNT
                           MOVE SPACES TO QUEUE-ENTRY(QU-CNT)
                           UNSTRING QUEUE-REC DELIMITED BY ","
                               INTO QU-COPY-ID(QU-CNT),
                                    QU-BOOK-ID(QU-CNT),
                                    QU-BRANCH(QU-CNT),
                                    QU-IN-DATE(QU-CNT),
                                    QU-IN-TIME(QU-CNT),
                                    QU-SOURCE(QU-CNT),
                                    QU-STATUS(QU-CNT),
                                    QU-OUT-DATE(QU-CNT),
                                    QU-OUT-TIME(QU-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

      *-----------------------------------------------------------------
       REWRITE-QUEUE-FILE.
           OPEN OUTPUT QUEUE-FILE
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL QU-IDX > QU-CNT
               MOVE SPACES TO QUEUE-REC
               STRING FUNCTION TRIM(QU-COPY-ID(QU-IDX))
                          DELIMITED BY SIZE ","
                      QU-BOOK-ID(QU-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-BRANCH(QU-IDX))
                          DELIMITED BY SIZE ","
                      QU-IN-DATE(QU-IDX) DELIMITED BY SIZE ","
                      QU-IN-TIME(QU-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-SOURCE(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-STATUS(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-OUT-DATE(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-OUT-TIME(QU-IDX))
                          DELIMITED BY SIZE
                   INTO QUEUE-REC
               WRITE QUEUE-REC
           END-PERFORM
           CLOSE QUEUE-FILE.

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

       END PROGRAM Reshelve.
