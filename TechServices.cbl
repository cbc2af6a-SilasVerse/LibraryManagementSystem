      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Technical-services processing of new stock. A copy
      *          received in AddNewBook -- against a purchase-order
      *          receipt, kept from a donation, or added directly -- is
      *          written to bookcopies.csv as RECEIVED with a row on
      *          tech_queue.csv, and stays out of the title's
      *          book_count until it is shelf-ready, so the catalogue
      *          doesn't call it available while it is in the back
      *          room. Holds can still be placed on the title in the
      *          usual way. Here:
      *            - the stage scan: staff pick the stage the copies
      *              are moving into and scan each one; a copy moves
      *              RECEIVED -> CATALOGUING -> PROCESSING -> READY one
      *              step at a time (AuditLog), the queue row is dated
      *              for the step, and at READY the copy becomes
      *              AVAILABLE and the title's book_count takes it in;
      *              a hold WAITING on the title is flagged so staff
      *              can route the copy to the hold shelf;
      *            - the backlog report -- copies not yet READY by
      *              stage and by age since receipt (0-7, 8-14, 15-30,
      *              over 30 days), the oldest receipt at each stage
      *              and a list of the copies over 30 days. Printed to
      *              tech_backlog_report.txt through the print spool;
      *              batch mode (USER-CHOICE 99, the nightly schedule)
      *              runs it alone;
      *            - the monthly throughput report -- copies that
      *              reached READY in a month, by branch and by source,
      *              with the average days taken at each stage and
      *              overall (tech_throughput_report.txt).
      *          On bookcopies.csv the stages show as copy status
      *          RECEIVED, CATALOGUE and PROCESSING (the status is ten
      *          wide), and READY as AVAILABLE.
      *            tech_queue.csv: copy,book,branch,source (PO number,
      *              DONATION or DIRECT),stage,received date,catalogued
      *              date,processed date,ready date
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TechServices IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "../tech_queue.csv"
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
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-REC       PIC X(120).
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
       01  WS-PRINT-NAME     PIC X(40) VALUE SPACES.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-SCAN-DONE      PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 5000 TIMES.
               10 QU-COPY-ID     PIC X(6).
               10 QU-BOOK-ID     PIC X(5).
               10 QU-BRANCH      PIC X(10).
               10 QU-SOURCE      PIC X(10).
               10 QU-STAGE       PIC X(11).
               10 QU-RECV-DATE   PIC X(10).
               10 QU-CAT-DATE    PIC X(10).
               10 QU-PROC-DATE   PIC X(10).
               10 QU-READY-DATE  PIC X(10).
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

      *> The stage a scan moves copies into, and the stage a copy
      *> must be at to make that move -- as the queue names them and
      *> as the ten-wide copy status carries them.
       01  WS-STAGE-CHOICE   PIC 9 VALUE 0.
       01  WS-TARGET-STAGE   PIC X(11) VALUE SPACES.
       01  WS-PRIOR-STAGE    PIC X(11) VALUE SPACES.
       01  WS-TARGET-STATUS  PIC X(10) VALUE SPACES.
       01  WS-PRIOR-STATUS   PIC X(10) VALUE SPACES.

      *> Backlog by stage (1 RECEIVED, 2 CATALOGUING, 3 PROCESSING)
      *> and age band (1 0-7 days, 2 8-14, 3 15-30, 4 over 30).
       01  STAGE-TABLE.
           05 STAGE-ENTRY OCCURS 3 TIMES.
               10 ST-NAME        PIC X(11).
               10 ST-TOTAL       PIC 9(5).
               10 ST-BAND        PIC 9(5) OCCURS 4 TIMES.
               10 ST-OLDEST      PIC X(10).
               10 ST-OLDEST-INT  PIC 9(8).
       01  ST-IDX            PIC 9 VALUE 0.
       01  BAND-IDX          PIC 9 VALUE 0.

      *> Throughput by branch and by source for the month reported.
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 50 TIMES.
               10 BR-CODE        PIC X(10).
               10 BR-DONE        PIC 9(5).
               10 BR-DAYS        PIC 9(7).
       01  BR-CNT            PIC 9(3) VALUE 0.
       01  BR-IDX            PIC 9(3) VALUE 0.
       01  BR-MATCH-IDX      PIC 9(3) VALUE 0.
       01  WS-BRANCH-IN      PIC X(10).
       01  WS-SRC-PO         PIC 9(5) VALUE 0.
       01  WS-SRC-DONATION   PIC 9(5) VALUE 0.
       01  WS-SRC-DIRECT     PIC 9(5) VALUE 0.

       01  WS-MONTH-IN       PIC X(7) VALUE SPACES.
       01  WS-MONTH-OK       PIC X VALUE 'N'.
       01  WS-TP-DONE        PIC 9(5) VALUE 0.
       01  WS-TP-DAYS        PIC 9(7) VALUE 0.
       01  WS-CAT-DAYS       PIC 9(7) VALUE 0.
       01  WS-CAT-CNT        PIC 9(5) VALUE 0.
       01  WS-PROC-DAYS      PIC 9(7) VALUE 0.
       01  WS-PROC-CNT       PIC 9(5) VALUE 0.
       01  WS-FIN-DAYS       PIC 9(7) VALUE 0.
       01  WS-FIN-CNT        PIC 9(5) VALUE 0.

       01  WS-BARCODE-IN     PIC X(12).
       01  WS-SCANNED        PIC 9(4) VALUE 0.
       01  WS-SHELVED        PIC 9(4) VALUE 0.
       01  WS-TITLE-NAME     PIC X(30).
       01  WS-HOLD-WAITING   PIC X VALUE 'N'.

      *> Day arithmetic -- a DD-MM-YYYY date to its integer day.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-DIGITS    PIC 9(8).
       01  WS-DATE-OUT-INT   PIC 9(8) VALUE 0.
       01  WS-DATE-OK        PIC X VALUE 'N'.
       01  WS-DATE-TO        PIC X(10).
       01  WS-FROM-INT       PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS       PIC 9(5) VALUE 0.
       01  WS-SPAN-DAYS      PIC 9(5) VALUE 0.

       01  WS-TOT-BACKLOG    PIC 9(5) VALUE 0.
       01  WS-TOT-OVER-30    PIC 9(5) VALUE 0.
       01  WS-AVG-DAYS       PIC 9(5)V9 VALUE 0.
       01  WS-COUNT-ED       PIC ZZZZ9.
       01  WS-BAND-ED        PIC ZZZZ9.
       01  WS-AVG-ED         PIC ZZZ9.9.
       01  WS-AGE-ED         PIC ZZZZ9.
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
      *> bookcopies.csv, books.csv and tech_queue.csv.
           MOVE 'TechServices' TO WS-ERRLOG-PROGRAM
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
      *> prints the backlog report and nothing else.
           IF USER-CHOICE = 99
               PERFORM BACKLOG-REPORT
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM TECH-MENU THRU TECH-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       TECH-MENU.
           DISPLAY "=============================="
           DISPLAY "   TECHNICAL SERVICES"
           DISPLAY "=============================="
           DISPLAY "1) Stage scan"
           DISPLAY "2) Processing backlog report"
           DISPLAY "3) Monthly throughput report"
           DISPLAY "4) Done"
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM STAGE-SCAN
              WHEN 2
                  PERFORM BACKLOG-REPORT
              WHEN 3
                  PERFORM THROUGHPUT-REPORT
              WHEN 4
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       TECH-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> One scan pass moves copies into a single stage. Each copy
      *> scanned goes straight into the tables; the files are written
      *> once when the pass ends.
       STAGE-SCAN.
           DISPLAY "Move copies into which stage?"
           DISPLAY "  1) CATALOGUING  2) PROCESSING  3) READY"
           MOVE 0 TO WS-STAGE-CHOICE
           ACCEPT WS-STAGE-CHOICE
           EVALUATE WS-STAGE-CHOICE
               WHEN 1
                   MOVE "CATALOGUING" TO WS-TARGET-STAGE
                   MOVE "CATALOGUE" TO WS-TARGET-STATUS
                   MOVE "RECEIVED" TO WS-PRIOR-STAGE
                   MOVE "RECEIVED" TO WS-PRIOR-STATUS
               WHEN 2
                   MOVE "PROCESSING" TO WS-TARGET-STAGE
                   MOVE "PROCESSING" TO WS-TARGET-STATUS
                   MOVE "CATALOGUING" TO WS-PRIOR-STAGE
                   MOVE "CATALOGUE" TO WS-PRIOR-STATUS
               WHEN 3
                   MOVE "READY" TO WS-TARGET-STAGE
                   MOVE "AVAILABLE" TO WS-TARGET-STATUS
                   MOVE "PROCESSING" TO WS-PRIOR-STAGE
                   MOVE "PROCESSING" TO WS-PRIOR-STATUS
               WHEN OTHER
                   DISPLAY "Invalid stage."
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM LOAD-QUEUE-FILE
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-HOLD-FILE
           MOVE 0 TO WS-SCANNED WS-SHELVED
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM SCAN-ONE-COPY UNTIL WS-SCAN-DONE = 'Y'

           IF WS-SCANNED = 0
               DISPLAY "Nothing scanned -- no changes made."
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-COPY-FILE
           IF WS-SHELVED > 0
               PERFORM REWRITE-BOOK-FILE
           END-IF
           PERFORM REWRITE-QUEUE-FILE
           MOVE WS-SCANNED TO WS-COUNT-ED
           DISPLAY FUNCTION TRIM(WS-COUNT-ED) " cop(ies) moved to "
               FUNCTION TRIM(WS-TARGET-STAGE) ".".

      *-----------------------------------------------------------------
      *> One scan -- the barcode, or the copy ID for a copy whose
      *> label won't read. A copy moves only from the stage before
      *> the one being scanned into; no stage is skipped.
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
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
               NOT = FUNCTION TRIM(WS-PRIOR-STATUS)
               DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX) " is "
                   FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                   " -- only a " FUNCTION TRIM(WS-PRIOR-STATUS)
                   " copy can move to "
                   FUNCTION TRIM(WS-TARGET-STAGE) "."
               EXIT PARAGRAPH
           END-IF

           MOVE CP-STATUS(COPY-MATCH-IDX) TO WS-AUDIT-OLD-STATUS
           MOVE WS-TARGET-STATUS TO CP-STATUS(COPY-MATCH-IDX)
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM
           IF BK-MATCH-IDX > 0
               MOVE BK-NAME(BK-MATCH-IDX) TO WS-TITLE-NAME
           ELSE
               MOVE "(title not on file)" TO WS-TITLE-NAME
           END-IF

      *> The copy's queue row is dated for the step. A copy received
      *> before the queue existed has no row and simply moves on.
           MOVE 0 TO QU-MATCH-IDX
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL QU-IDX > QU-CNT
               IF QU-COPY-ID(QU-IDX) = CP-COPY-ID(COPY-MATCH-IDX)
                   AND QU-STAGE(QU-IDX) = WS-PRIOR-STAGE
                   MOVE QU-IDX TO QU-MATCH-IDX
               END-IF
           END-PERFORM
           IF QU-MATCH-IDX > 0
               MOVE WS-TARGET-STAGE TO QU-STAGE(QU-MATCH-IDX)
               EVALUATE WS-STAGE-CHOICE
                   WHEN 1
                       MOVE WS-TODAY-DISPLAY
                           TO QU-CAT-DATE(QU-MATCH-IDX)
                   WHEN 2
                       MOVE WS-TODAY-DISPLAY
                           TO QU-PROC-DATE(QU-MATCH-IDX)
                   WHEN 3
                       MOVE WS-TODAY-DISPLAY
                           TO QU-READY-DATE(QU-MATCH-IDX)
               END-EVALUATE
           END-IF

           MOVE "TechServices" TO WS-AUDIT-PROGRAM
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE CP-STATUS(COPY-MATCH-IDX) TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           ADD 1 TO WS-SCANNED
           IF WS-TARGET-STAGE NOT = "READY"
               DISPLAY "   " CP-COPY-ID(COPY-MATCH-IDX) " "
                   WS-TITLE-NAME " -> "
                   FUNCTION TRIM(WS-TARGET-STAGE)
               EXIT PARAGRAPH
           END-IF

      *> Shelf-ready: the title's count takes the copy in and it can
      *> be lent from here on.
           IF BK-MATCH-IDX > 0
               ADD 1 TO BK-COUNT(BK-MATCH-IDX)
           END-IF
           ADD 1 TO WS-SHELVED
           DISPLAY "   " CP-COPY-ID(COPY-MATCH-IDX) " "
               WS-TITLE-NAME " -> READY, now available"

      *> A hold placed while the copy was in processing -- staff are
      *> told to route it to the hold shelf rather than the stacks.
           MOVE 'N' TO WS-HOLD-WAITING
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "WAITING"
                   AND WS-HOLD-WAITING = 'N'
                   MOVE 'Y' TO WS-HOLD-WAITING
                   DISPLAY "   Note: member " HD-MEMBER-ID(HOLD-IDX)
                       " has a hold waiting on this title -- send "
                       "the copy to the hold shelf."
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Copies not yet READY, by stage and age since receipt.
       BACKLOG-REPORT.
           PERFORM LOAD-QUEUE-FILE
           PERFORM LOAD-BOOK-FILE
           MOVE "RECEIVED" TO ST-NAME(1)
           MOVE "CATALOGUING" TO ST-NAME(2)
           MOVE "PROCESSING" TO ST-NAME(3)
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 3
               MOVE 0 TO ST-TOTAL(ST-IDX) ST-OLDEST-INT(ST-IDX)
               MOVE SPACES TO ST-OLDEST(ST-IDX)
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > 4
                   MOVE 0 TO ST-BAND(ST-IDX, BAND-IDX)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-TOT-BACKLOG WS-TOT-OVER-30
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL QU-IDX > QU-CNT
               PERFORM TALLY-BACKLOG-ROW
           END-PERFORM

           MOVE "../tech_backlog_report.txt" TO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "NEW STOCK PROCESSING BACKLOG  as at "
                      DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Age in days since the copy was received."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Stage" TO WS-LINE(1:5)
           MOVE "Total" TO WS-LINE(15:5)
           MOVE "  0-7" TO WS-LINE(23:5)
           MOVE " 8-14" TO WS-LINE(30:5)
           MOVE "15-30" TO WS-LINE(37:5)
           MOVE "  >30" TO WS-LINE(44:5)
           MOVE "Oldest in" TO WS-LINE(52:9)
           PERFORM EMIT-LINE
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 3
               PERFORM EMIT-STAGE-LINE
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-TOT-BACKLOG TO WS-COUNT-ED
           MOVE WS-TOT-OVER-30 TO WS-BAND-ED
           MOVE SPACES TO WS-LINE
           STRING "All stages: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " in processing, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BAND-ED) DELIMITED BY SIZE
                  " over 30 days." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE

           IF WS-TOT-OVER-30 > 0
               MOVE SPACES TO WS-LINE
               PERFORM EMIT-LINE
               MOVE "Over 30 days:" TO WS-LINE
               PERFORM EMIT-LINE
               PERFORM VARYING QU-IDX FROM 1 BY 1
                   UNTIL QU-IDX > QU-CNT
                   PERFORM EMIT-OVERDUE-ITEM
               END-PERFORM
           END-IF
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../tech_backlog_report.txt" TO WS-PS-SOURCE
           MOVE "TECHSERV" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Report written to tech_backlog_report.txt.".

      *> One queue row into its stage's totals. WS-AGE-DAYS is left
      *> set for the row.
       TALLY-BACKLOG-ROW.
           PERFORM FIND-STAGE
           IF ST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM AGE-OF-ROW
           ADD 1 TO ST-TOTAL(ST-IDX) WS-TOT-BACKLOG
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO BAND-IDX
               WHEN WS-AGE-DAYS <= 14
                   MOVE 2 TO BAND-IDX
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO BAND-IDX
               WHEN OTHER
                   MOVE 4 TO BAND-IDX
                   ADD 1 TO WS-TOT-OVER-30
           END-EVALUATE
           ADD 1 TO ST-BAND(ST-IDX, BAND-IDX)
           IF WS-FROM-INT > 0
               IF ST-OLDEST(ST-IDX) = SPACES
                   OR WS-FROM-INT < ST-OLDEST-INT(ST-IDX)
                   MOVE QU-RECV-DATE(QU-IDX) TO ST-OLDEST(ST-IDX)
                   MOVE WS-FROM-INT TO ST-OLDEST-INT(ST-IDX)
               END-IF
           END-IF.

      *> ST-IDX is the row's backlog stage, 0 once it is READY.
       FIND-STAGE.
           MOVE 0 TO ST-IDX
           EVALUATE QU-STAGE(QU-IDX)
               WHEN "RECEIVED"
                   MOVE 1 TO ST-IDX
               WHEN "CATALOGUING"
                   MOVE 2 TO ST-IDX
               WHEN "PROCESSING"
                   MOVE 3 TO ST-IDX
           END-EVALUATE.

      *> Days from the row's receipt to today; a receipt date that
      *> won't parse counts as today.
       AGE-OF-ROW.
           MOVE 0 TO WS-AGE-DAYS
           MOVE QU-RECV-DATE(QU-IDX) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-DATE-OUT-INT TO WS-FROM-INT
           IF WS-DATE-OK = 'Y' AND SYS-DATE-INT > WS-FROM-INT
               COMPUTE WS-AGE-DAYS = SYS-DATE-INT - WS-FROM-INT
           END-IF.

       EMIT-STAGE-LINE.
           MOVE SPACES TO WS-LINE
           MOVE ST-NAME(ST-IDX) TO WS-LINE(1:11)
           MOVE ST-TOTAL(ST-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-LINE(15:5)
           MOVE ST-BAND(ST-IDX, 1) TO WS-BAND-ED
           MOVE WS-BAND-ED TO WS-LINE(23:5)
           MOVE ST-BAND(ST-IDX, 2) TO WS-BAND-ED
           MOVE WS-BAND-ED TO WS-LINE(30:5)
           MOVE ST-BAND(ST-IDX, 3) TO WS-BAND-ED
           MOVE WS-BAND-ED TO WS-LINE(37:5)
           MOVE ST-BAND(ST-IDX, 4) TO WS-BAND-ED
           MOVE WS-BAND-ED TO WS-LINE(44:5)
           MOVE ST-OLDEST(ST-IDX) TO WS-LINE(52:10)
           PERFORM EMIT-LINE.

       EMIT-OVERDUE-ITEM.
           PERFORM FIND-STAGE
           IF ST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM AGE-OF-ROW
           IF WS-AGE-DAYS <= 30
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TITLE-NAME
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = QU-BOOK-ID(QU-IDX)
                   MOVE BK-NAME(BK-IDX) TO WS-TITLE-NAME
               END-IF
           END-PERFORM
           MOVE WS-AGE-DAYS TO WS-AGE-ED
           MOVE SPACES TO WS-LINE
           MOVE QU-COPY-ID(QU-IDX) TO WS-LINE(3:6)
           MOVE WS-TITLE-NAME TO WS-LINE(10:30)
           MOVE QU-STAGE(QU-IDX) TO WS-LINE(41:11)
           MOVE QU-BRANCH(QU-IDX) TO WS-LINE(53:10)
           MOVE WS-AGE-ED TO WS-LINE(64:5)
           MOVE "days" TO WS-LINE(70:4)
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
      *> Copies that reached READY in a month (MM-YYYY, blank for the
      *> current month), with the days each stage took.
       THROUGHPUT-REPORT.
           DISPLAY "Month to report (MM-YYYY, blank for this month): "
           MOVE SPACES TO WS-MONTH-IN
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
               MOVE WS-TODAY-DISPLAY(4:7) TO WS-MONTH-IN
           END-IF
           MOVE 'N' TO WS-MONTH-OK
           IF WS-MONTH-IN(1:2) NUMERIC AND WS-MONTH-IN(3:1) = "-"
               AND WS-MONTH-IN(4:4) NUMERIC
               IF WS-MONTH-IN(1:2) >= "01" AND WS-MONTH-IN(1:2) <= "12"
                   MOVE 'Y' TO WS-MONTH-OK
               END-IF
           END-IF
           IF WS-MONTH-OK = 'N'
               DISPLAY "Enter the month as MM-YYYY."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-QUEUE-FILE
           MOVE 0 TO BR-CNT WS-TP-DONE WS-TP-DAYS WS-SRC-PO
               WS-SRC-DONATION WS-SRC-DIRECT WS-CAT-DAYS WS-CAT-CNT
               WS-PROC-DAYS WS-PROC-CNT WS-FIN-DAYS WS-FIN-CNT
           PERFORM VARYING QU-IDX FROM 1 BY 1 UNTIL QU-IDX > QU-CNT
               PERFORM TALLY-THROUGHPUT-ROW
           END-PERFORM

           MOVE "../tech_throughput_report.txt" TO WS-PRINT-NAME
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "NEW STOCK PROCESSING THROUGHPUT  month "
                      DELIMITED BY SIZE
                  WS-MONTH-IN DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-TP-DONE TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           STRING "Items finished (READY): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO WS-AVG-DAYS
           IF WS-TP-DONE > 0
               COMPUTE WS-AVG-DAYS ROUNDED = WS-TP-DAYS / WS-TP-DONE
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-ED
           MOVE SPACES TO WS-LINE
           STRING "Average days received to ready: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVG-ED) DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE

           MOVE "Average days at each stage:" TO WS-LINE
           PERFORM EMIT-LINE
           PERFORM EMIT-STAGE-AVERAGES

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "By source:" TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-SRC-PO TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           MOVE "  Purchase orders" TO WS-LINE(1:20)
           MOVE WS-COUNT-ED TO WS-LINE(22:5)
           PERFORM EMIT-LINE
           MOVE WS-SRC-DONATION TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           MOVE "  Donations" TO WS-LINE(1:20)
           MOVE WS-COUNT-ED TO WS-LINE(22:5)
           PERFORM EMIT-LINE
           MOVE WS-SRC-DIRECT TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           MOVE "  Direct additions" TO WS-LINE(1:20)
           MOVE WS-COUNT-ED TO WS-LINE(22:5)
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Branch" TO WS-LINE(1:6)
           MOVE "Finished" TO WS-LINE(14:8)
           MOVE "Avg days" TO WS-LINE(25:8)
           PERFORM EMIT-LINE
           IF BR-CNT = 0
               MOVE "(nothing finished in the month)" TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               MOVE BR-DONE(BR-IDX) TO WS-COUNT-ED
               MOVE 0 TO WS-AVG-DAYS
               IF BR-DONE(BR-IDX) > 0
                   COMPUTE WS-AVG-DAYS ROUNDED =
                       BR-DAYS(BR-IDX) / BR-DONE(BR-IDX)
               END-IF
               MOVE WS-AVG-DAYS TO WS-AVG-ED
               MOVE SPACES TO WS-LINE
               MOVE BR-CODE(BR-IDX) TO WS-LINE(1:10)
               MOVE WS-COUNT-ED TO WS-LINE(17:5)
               MOVE WS-AVG-ED TO WS-LINE(27:6)
               PERFORM EMIT-LINE
           END-PERFORM
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../tech_throughput_report.txt" TO WS-PS-SOURCE
           MOVE "TECHSERV" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Report written to tech_throughput_report.txt.".

      *> A row finished in the month into the totals. Each stage's
      *> days count only where both of its dates are on the row.
       TALLY-THROUGHPUT-ROW.
           IF QU-STAGE(QU-IDX) NOT = "READY"
               OR QU-READY-DATE(QU-IDX)(4:7) NOT = WS-MONTH-IN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TP-DONE
           EVALUATE TRUE
               WHEN QU-SOURCE(QU-IDX) = "DONATION"
                   ADD 1 TO WS-SRC-DONATION
               WHEN QU-SOURCE(QU-IDX) = "DIRECT"
                   OR QU-SOURCE(QU-IDX) = SPACES
                   ADD 1 TO WS-SRC-DIRECT
               WHEN OTHER
                   ADD 1 TO WS-SRC-PO
           END-EVALUATE
           MOVE QU-RECV-DATE(QU-IDX) TO WS-DATE-IN
           MOVE QU-READY-DATE(QU-IDX) TO WS-DATE-TO
           PERFORM DAYS-BETWEEN
           ADD WS-SPAN-DAYS TO WS-TP-DAYS
           MOVE QU-BRANCH(QU-IDX) TO WS-BRANCH-IN
           PERFORM FIND-BRANCH
           IF BR-MATCH-IDX > 0
               ADD 1 TO BR-DONE(BR-MATCH-IDX)
               ADD WS-SPAN-DAYS TO BR-DAYS(BR-MATCH-IDX)
           END-IF
           IF QU-CAT-DATE(QU-IDX) NOT = SPACES
               MOVE QU-RECV-DATE(QU-IDX) TO WS-DATE-IN
               MOVE QU-CAT-DATE(QU-IDX) TO WS-DATE-TO
               PERFORM DAYS-BETWEEN
               ADD WS-SPAN-DAYS TO WS-CAT-DAYS
               ADD 1 TO WS-CAT-CNT
           END-IF
           IF QU-CAT-DATE(QU-IDX) NOT = SPACES
               AND QU-PROC-DATE(QU-IDX) NOT = SPACES
               MOVE QU-CAT-DATE(QU-IDX) TO WS-DATE-IN
               MOVE QU-PROC-DATE(QU-IDX) TO WS-DATE-TO
               PERFORM DAYS-BETWEEN
               ADD WS-SPAN-DAYS TO WS-PROC-DAYS
               ADD 1 TO WS-PROC-CNT
           END-IF
           IF QU-PROC-DATE(QU-IDX) NOT = SPACES
               MOVE QU-PROC-DATE(QU-IDX) TO WS-DATE-IN
               MOVE QU-READY-DATE(QU-IDX) TO WS-DATE-TO
               PERFORM DAYS-BETWEEN
               ADD WS-SPAN-DAYS TO WS-FIN-DAYS
               ADD 1 TO WS-FIN-CNT
           END-IF.

      *> WS-SPAN-DAYS from WS-DATE-IN to WS-DATE-TO; 0 when either
      *> won't parse or the second runs back before the first.
       DAYS-BETWEEN.
           MOVE 0 TO WS-SPAN-DAYS
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-FROM-INT
           MOVE WS-DATE-TO TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK = 'Y' AND WS-DATE-OUT-INT > WS-FROM-INT
               COMPUTE WS-SPAN-DAYS = WS-DATE-OUT-INT - WS-FROM-INT
           END-IF.

       EMIT-STAGE-AVERAGES.
           MOVE 0 TO WS-AVG-DAYS
           IF WS-CAT-CNT > 0
               COMPUTE WS-AVG-DAYS ROUNDED = WS-CAT-DAYS / WS-CAT-CNT
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-ED
           MOVE SPACES TO WS-LINE
           MOVE "  Received to catalogued" TO WS-LINE(1:30)
           MOVE WS-AVG-ED TO WS-LINE(32:6)
           PERFORM EMIT-LINE
           MOVE 0 TO WS-AVG-DAYS
           IF WS-PROC-CNT > 0
               COMPUTE WS-AVG-DAYS ROUNDED = WS-PROC-DAYS / WS-PROC-CNT
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-ED
           MOVE SPACES TO WS-LINE
           MOVE "  Catalogued to processed" TO WS-LINE(1:30)
           MOVE WS-AVG-ED TO WS-LINE(32:6)
           PERFORM EMIT-LINE
           MOVE 0 TO WS-AVG-DAYS
           IF WS-FIN-CNT > 0
               COMPUTE WS-AVG-DAYS ROUNDED = WS-FIN-DAYS / WS-FIN-CNT
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-ED
           MOVE SPACES TO WS-LINE
           MOVE "  Processed to ready" TO WS-LINE(1:30)
           MOVE WS-AVG-ED TO WS-LINE(32:6)
           PERFORM EMIT-LINE.

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
               MOVE 0 TO BR-DONE(BR-CNT) BR-DAYS(BR-CNT)
           END-IF.

       EMIT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF USER-CHOICE NOT = 99
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-IF.

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
                                    QU-SOURCE(QU-CNT),
                                    QU-STAGE(QU-CNT),
                                    QU-RECV-DATE(QU-CNT),
                                    QU-CAT-DATE(QU-CNT),
                                    QU-PROC-DATE(QU-CNT),
                                    QU-READY-DATE(QU-CNT)
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
                      FUNCTION TRIM(QU-SOURCE(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-STAGE(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-RECV-DATE(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-CAT-DATE(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-PROC-DATE(QU-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(QU-READY-DATE(QU-IDX))
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

       END PROGRAM TechServices.
