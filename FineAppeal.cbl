      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Fine appeals. A member who disputes the amount of a
      *          fine (a claimed return goes through ClaimsReturned,
      *          not here) lodges an appeal against the fine.csv row
      *          with their grounds. fine_appeals.csv keeps one row
      *          per appeal: id, fine id, member, fine reason,
      *          balance when lodged, grounds, date lodged, lodged
      *          by, status OPEN/UPHELD/REDUCED/CANCELLED, decided
      *          date, decided by, amount taken off, approval id.
      *          Lodging parks an APPEAL request in
      *          pending_approvals.csv; a supervisor records the
      *          outcome in ApprovalQueue, which adjusts the fine row
      *          and closes the appeal. While the appeal is OPEN the
      *          fine is on hold (AppealCheck): it does not count
      *          toward the FCAP fine cap, FineAging neither ages nor
      *          refers it, and a referral already made is held in
      *          collections_referred.csv as APPEAL until the outcome.
      *          The quarterly report counts appeals lodged in a
      *          quarter by fine reason and outcome, so the fine rules
      *          that keep being challenged show up; it is printed to
      *          appeals_report.txt through PrintSpool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FineAppeal IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT APPEAL-FILE ASSIGN TO "../fine_appeals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "../pending_approvals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT REFER-FILE ASSIGN TO "../collections_referred.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../appeals_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  APPEAL-FILE.
       01  APPEAL-REC      PIC X(200).
       FD  APPROVAL-FILE.
       01  APPROVAL-REC    PIC X(200).
       FD  REFER-FILE.
       01  REFER-REC       PIC X(50).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FINE-STATUS     PIC XX.
       01  WS-APPEAL-STATUS   PIC XX.
       01  WS-APPROVAL-STATUS PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.
       01  CONFIRM            PIC X.

       01  SYS-DATE           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).

       01  WS-MEMBER-IN       PIC X(5).
       01  WS-FINE-IN         PIC X(5).
       01  WS-GROUNDS-IN      PIC X(40).

      *> fine.csv loaded whole -- the same table shape ApprovalQueue
      *> uses.
       01  FINE-TABLE.
           05 FINE-ENTRY OCCURS 1000 TIMES.
               10 FN-FINE-ID   PIC X(5).
               10 FN-TRAN-ID   PIC X(5).
               10 FN-MEMBER-ID PIC X(5).
               10 FN-DUE-DAYS  PIC X(3).
               10 FN-AMOUNT    PIC 9(6).
               10 FN-PAID-FLAG PIC X(3).
               10 FN-PAID-DATE PIC X(10).
               10 FN-REASON    PIC X(10).
               10 FN-WAIVED-AMT     PIC 9(6).
               10 FN-WAIVER-REASON  PIC X(40).
               10 FN-OP-ID          PIC X(10).
               10 FN-PAID-AMT       PIC 9(6).
               10 FN-ASSESS-DATE    PIC X(10).
       01  FINE-CNT           PIC 9(4) VALUE 0.
       01  FINE-IDX           PIC 9(4) VALUE 0.
       01  FINE-MATCH-IDX     PIC 9(4) VALUE 0.
       01  WS-BALANCE         PIC S9(7) VALUE 0.
       01  WS-SHOWN           PIC 9(3) VALUE 0.

      *> fine_appeals.csv whole.
       01  APPEAL-TABLE.
           05 APPEAL-ENTRY OCCURS 500 TIMES.
               10 AL-ID        PIC X(5).
               10 AL-FINE-ID   PIC X(5).
               10 AL-MEMBER    PIC X(5).
               10 AL-REASON    PIC X(10).
               10 AL-BALANCE   PIC 9(6).
               10 AL-GROUNDS   PIC X(40).
               10 AL-LODGED    PIC X(10).
               10 AL-LODGED-BY PIC X(10).
               10 AL-STATUS    PIC X(9).
               10 AL-DEC-DATE  PIC X(10).
               10 AL-DEC-BY    PIC X(10).
               10 AL-RELIEF    PIC 9(6).
               10 AL-APPROVAL  PIC X(5).
       01  APPEAL-CNT         PIC 9(3) VALUE 0.
       01  APPEAL-IDX         PIC 9(3) VALUE 0.
       01  WS-APPEAL-OPEN     PIC X VALUE 'N'.
       01  TMP-ID-X           PIC X(5).
       01  TMP-ID-N           PIC 9(5).
       01  MAX-APPEAL-ID      PIC 9(5) VALUE 0.
       01  NEW-APPEAL-ID      PIC 9(5) VALUE 0.

      *> pending_approvals.csv numbering -- DeceasedClose's scan.
       01  WS-AP-ID-X         PIC X(5).
       01  WS-AP-ID-N         PIC 9(5) VALUE 0.
       01  MAX-APPROVAL-ID    PIC 9(5) VALUE 0.
       01  NEW-APPROVAL-ID    PIC 9(5) VALUE 0.
       01  WS-PARK-AMT        PIC 9(8) VALUE 0.
       01  WS-PARK-REASON     PIC X(40).

      *> The referral ledger whole -- see FineAging.
       01  REF-TABLE.
           05 REF-ENTRY OCCURS 500 TIMES.
               10 RF-FINE-ID   PIC X(5).
               10 RF-DATE      PIC X(10).
               10 RF-STATUS    PIC X(8).
       01  REF-CNT            PIC 9(3) VALUE 0.
       01  REF-IDX            PIC 9(3) VALUE 0.
       01  WS-REF-HELD        PIC X VALUE 'N'.

      *> Quarterly report -- counts by fine reason and outcome.
       01  WS-QUARTER-IN      PIC X(6).
       01  WS-RPT-Q           PIC 9 VALUE 0.
       01  WS-RPT-YYYY        PIC 9(4) VALUE 0.
       01  WS-ROW-MM          PIC 9(2) VALUE 0.
       01  WS-ROW-Q           PIC 9 VALUE 0.
       01  RS-TABLE.
           05 RS-ENTRY OCCURS 30 TIMES.
               10 RS-REASON    PIC X(10).
               10 RS-LODGED    PIC 9(4).
               10 RS-OPEN      PIC 9(4).
               10 RS-UPHELD    PIC 9(4).
               10 RS-REDUCED   PIC 9(4).
               10 RS-CANCELLED PIC 9(4).
               10 RS-APPEALED  PIC 9(8).
               10 RS-RELIEF    PIC 9(8).
       01  RS-CNT             PIC 9(2) VALUE 0.
       01  RS-IDX             PIC 9(2) VALUE 0.
       01  RS-MATCH           PIC 9(2) VALUE 0.
       01  RS-TOTALS.
           05 RT-LODGED       PIC 9(4) VALUE 0.
           05 RT-OPEN         PIC 9(4) VALUE 0.
           05 RT-UPHELD       PIC 9(4) VALUE 0.
           05 RT-REDUCED      PIC 9(4) VALUE 0.
           05 RT-CANCELLED    PIC 9(4) VALUE 0.
           05 RT-APPEALED     PIC 9(8) VALUE 0.
           05 RT-RELIEF       PIC 9(8) VALUE 0.
       01  WS-CNT-ED          PIC ZZZ9.
       01  WS-AMT-ED          PIC ZZ,ZZZ,ZZ9.
       01  WS-BAL-ED          PIC Z,ZZZ,ZZ9.

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
      *> Serialize -- lodging rewrites fine_appeals.csv and
      *> collections_referred.csv and appends to
      *> pending_approvals.csv.
           MOVE 'FineAppeal' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-APPEAL-FILE

      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> prints the report for the quarter just ended.
           IF USER-CHOICE = 99
               MOVE SPACES TO WS-QUARTER-IN
               PERFORM QUARTERLY-REPORT
               GO TO ENDER
           END-IF

           PERFORM ACCEPT-OPERATOR-ID
           MOVE 'N' TO WS-DONE
           PERFORM APPEAL-MENU THRU APPEAL-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       APPEAL-MENU.
           DISPLAY "=============================="
           DISPLAY "       ""FINE APPEALS""       "
           DISPLAY "=============================="
           DISPLAY "1) Lodge an appeal against a fine"
           DISPLAY "2) List open appeals"
           DISPLAY "3) Quarterly appeals report"
           DISPLAY "4) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LODGE-APPEAL
              WHEN 2
                  PERFORM LIST-OPEN-APPEALS
              WHEN 3
                  DISPLAY "Quarter (Q-YYYY, blank = last quarter): "
                  ACCEPT WS-QUARTER-IN
                  PERFORM QUARTERLY-REPORT
              WHEN 4
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       APPEAL-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> The member's unpaid fines are listed, one is picked, and the
      *> appeal goes on file with an APPEAL request for a supervisor.
       LODGE-APPEAL.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           PERFORM LOAD-FINE-FILE
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-CNT
               IF FN-MEMBER-ID(FINE-IDX) = WS-MEMBER-IN
                   AND FUNCTION TRIM(FN-PAID-FLAG(FINE-IDX))
                       NOT = "YES"
                   COMPUTE WS-BALANCE = FN-AMOUNT(FINE-IDX)
                       - FN-WAIVED-AMT(FINE-IDX)
                       - FN-PAID-AMT(FINE-IDX)
                   IF WS-BALANCE > 0
                       ADD 1 TO WS-SHOWN
                       MOVE WS-BALANCE TO WS-BAL-ED
                       MOVE FN-FINE-ID(FINE-IDX) TO WS-FINE-IN
                       PERFORM FIND-OPEN-APPEAL
                       IF WS-APPEAL-OPEN = 'Y'
                           DISPLAY "  Fine " FN-FINE-ID(FINE-IDX) "  "
                               FN-REASON(FINE-IDX) " "
                               WS-BAL-ED " MMK  (under appeal)"
                       ELSE
                           DISPLAY "  Fine " FN-FINE-ID(FINE-IDX) "  "
                               FN-REASON(FINE-IDX) " "
                               WS-BAL-ED " MMK  assessed "
                               FN-ASSESS-DATE(FINE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "Member " WS-MEMBER-IN " owes no fines."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fine ID to appeal: "
           ACCEPT WS-FINE-IN
           MOVE 0 TO FINE-MATCH-IDX
           PERFORM VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-CNT
               IF FN-FINE-ID(FINE-IDX) = WS-FINE-IN
                   AND FN-MEMBER-ID(FINE-IDX) = WS-MEMBER-IN
                   MOVE FINE-IDX TO FINE-MATCH-IDX
               END-IF
           END-PERFORM
           IF FINE-MATCH-IDX = 0
               DISPLAY "That fine is not one of this member's."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BALANCE = FN-AMOUNT(FINE-MATCH-IDX)
               - FN-WAIVED-AMT(FINE-MATCH-IDX)
               - FN-PAID-AMT(FINE-MATCH-IDX)
           IF FUNCTION TRIM(FN-PAID-FLAG(FINE-MATCH-IDX)) = "YES"
               OR WS-BALANCE NOT > 0
               DISPLAY "Fine " WS-FINE-IN " is already settled -- "
                   "nothing to appeal."
               EXIT PARAGRAPH
           END-IF
      *> A lost-book charge raised by an unresolved claimed return
      *> is disputed through ClaimsReturned, not here.
           IF FUNCTION TRIM(FN-OP-ID(FINE-MATCH-IDX)) = "CLAIMS"
               DISPLAY "Fine " WS-FINE-IN " is a claims-returned "
                   "charge -- dispute it through Claims Returned."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPEN-APPEAL
           IF WS-APPEAL-OPEN = 'Y'
               DISPLAY "Fine " WS-FINE-IN " already has an open "
                   "appeal (" AL-ID(APPEAL-IDX) ")."
               EXIT PARAGRAPH
           END-IF
           IF APPEAL-CNT >= 500
               DISPLAY "The appeals file is full -- see the "
                   "system administrator."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-GROUNDS-IN
           PERFORM UNTIL WS-GROUNDS-IN NOT = SPACES
               DISPLAY "Member's grounds for the appeal: "
               ACCEPT WS-GROUNDS-IN
               IF WS-GROUNDS-IN = SPACES
                   DISPLAY "Grounds can't be blank!"
               END-IF
           END-PERFORM
           INSPECT WS-GROUNDS-IN REPLACING ALL "," BY ";"
           MOVE WS-BALANCE TO WS-BAL-ED
           DISPLAY "Appeal fine " WS-FINE-IN " ("
               FUNCTION TRIM(FN-REASON(FINE-MATCH-IDX)) ", "
               FUNCTION TRIM(WS-BAL-ED) " MMK owing) (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Nothing lodged."
               EXIT PARAGRAPH
           END-IF

           PERFORM PARK-APPEAL-REQUEST
           ADD 1 TO MAX-APPEAL-ID
           MOVE MAX-APPEAL-ID TO NEW-APPEAL-ID
           ADD 1 TO APPEAL-CNT
           MOVE NEW-APPEAL-ID TO AL-ID(APPEAL-CNT)
           MOVE WS-FINE-IN TO AL-FINE-ID(APPEAL-CNT)
           MOVE WS-MEMBER-IN TO AL-MEMBER(APPEAL-CNT)
           MOVE FN-REASON(FINE-MATCH-IDX) TO AL-REASON(APPEAL-CNT)
           MOVE WS-BALANCE TO AL-BALANCE(APPEAL-CNT)
           MOVE WS-GROUNDS-IN TO AL-GROUNDS(APPEAL-CNT)
           MOVE WS-TODAY-DISPLAY TO AL-LODGED(APPEAL-CNT)
           MOVE WS-OPERATOR-ID TO AL-LODGED-BY(APPEAL-CNT)
           MOVE "OPEN" TO AL-STATUS(APPEAL-CNT)
           MOVE SPACES TO AL-DEC-DATE(APPEAL-CNT)
           MOVE SPACES TO AL-DEC-BY(APPEAL-CNT)
           MOVE 0 TO AL-RELIEF(APPEAL-CNT)
           MOVE NEW-APPROVAL-ID TO AL-APPROVAL(APPEAL-CNT)
           PERFORM REWRITE-APPEAL-FILE
           PERFORM HOLD-REFERRAL

           MOVE "FINE" TO WS-AUDIT-ENTITY-TYPE
           MOVE WS-FINE-IN TO WS-AUDIT-ENTITY-ID
           MOVE "UNPAID" TO WS-AUDIT-OLD-STATUS
           MOVE "APPEALED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Appeal " NEW-APPEAL-ID " lodged -- fine "
               WS-FINE-IN " is on hold until a supervisor decides "
               "request " NEW-APPROVAL-ID "."
           IF WS-REF-HELD = 'Y'
               DISPLAY "Its collections referral is held until then."
           END-IF.

      *-----------------------------------------------------------------
      *> WS-FINE-IN's OPEN appeal, if any -- WS-APPEAL-OPEN 'Y' with
      *> APPEAL-IDX on its row.
       FIND-OPEN-APPEAL.
           MOVE 'N' TO WS-APPEAL-OPEN
           PERFORM VARYING APPEAL-IDX FROM 1 BY 1
               UNTIL APPEAL-IDX > APPEAL-CNT
               IF AL-FINE-ID(APPEAL-IDX) = WS-FINE-IN
                   AND FUNCTION TRIM(AL-STATUS(APPEAL-IDX)) = "OPEN"
                   MOVE 'Y' TO WS-APPEAL-OPEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The APPEAL request carries the fine id as its reference and
      *> the balance owing when it was lodged; the grounds ride in
      *> the reason column for the supervisor to read.
       PARK-APPEAL-REQUEST.
           PERFORM SCAN-MAX-APPROVAL-ID
           ADD 1 TO MAX-APPROVAL-ID
           MOVE MAX-APPROVAL-ID TO NEW-APPROVAL-ID
           MOVE WS-BALANCE TO WS-PARK-AMT
           MOVE WS-GROUNDS-IN TO WS-PARK-REASON
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
           END-IF
           MOVE SPACES TO APPROVAL-REC
           STRING NEW-APPROVAL-ID DELIMITED BY SIZE ","
                  "APPEAL" DELIMITED BY SIZE ","
                  WS-FINE-IN DELIMITED BY SIZE ","
                  WS-MEMBER-IN DELIMITED BY SIZE ","
                  WS-PARK-AMT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PARK-REASON) DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ",,"
               INTO APPROVAL-REC
           WRITE APPROVAL-REC
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
      *> A fine already with the collections office is held there as
      *> APPEAL; ApprovalQueue puts it back to REF, or clears it, on
      *> the outcome.
       HOLD-REFERRAL.
           MOVE 'N' TO WS-REF-HELD
           PERFORM LOAD-REFERRAL-LEDGER
           PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > REF-CNT
               IF RF-FINE-ID(REF-IDX) = WS-FINE-IN
                   AND FUNCTION TRIM(RF-STATUS(REF-IDX)) = "REF"
                   MOVE "APPEAL" TO RF-STATUS(REF-IDX)
                   MOVE 'Y' TO WS-REF-HELD
               END-IF
           END-PERFORM
           IF WS-REF-HELD = 'Y'
               PERFORM REWRITE-REFERRAL-LEDGER
           END-IF.

      *-----------------------------------------------------------------
       LIST-OPEN-APPEALS.
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING APPEAL-IDX FROM 1 BY 1
               UNTIL APPEAL-IDX > APPEAL-CNT
               IF FUNCTION TRIM(AL-STATUS(APPEAL-IDX)) = "OPEN"
                   ADD 1 TO WS-SHOWN
                   MOVE AL-BALANCE(APPEAL-IDX) TO WS-BAL-ED
                   DISPLAY AL-ID(APPEAL-IDX) " fine "
                       AL-FINE-ID(APPEAL-IDX) " member "
                       AL-MEMBER(APPEAL-IDX) " "
                       AL-REASON(APPEAL-IDX) " "
                       WS-BAL-ED " MMK  lodged "
                       AL-LODGED(APPEAL-IDX) "  request "
                       AL-APPROVAL(APPEAL-IDX)
                   DISPLAY "   "
                       FUNCTION TRIM(AL-GROUNDS(APPEAL-IDX))
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "No appeals open."
           END-IF.

      *-----------------------------------------------------------------
      *> Appeals lodged in the quarter, by the fine reason they were
      *> against and what became of them.
       QUARTERLY-REPORT.
           IF WS-QUARTER-IN = SPACES
               MOVE SYS-DATE(5:2) TO WS-ROW-MM
               COMPUTE WS-RPT-Q = (WS-ROW-MM + 2) / 3
               MOVE SYS-DATE(1:4) TO WS-RPT-YYYY
               IF WS-RPT-Q = 1
                   MOVE 4 TO WS-RPT-Q
                   SUBTRACT 1 FROM WS-RPT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-RPT-Q
               END-IF
               MOVE SPACES TO WS-QUARTER-IN
               STRING WS-RPT-Q DELIMITED BY SIZE "-"
                      WS-RPT-YYYY DELIMITED BY SIZE
                   INTO WS-QUARTER-IN
           END-IF
           IF WS-QUARTER-IN(1:1) NOT NUMERIC
               OR WS-QUARTER-IN(2:1) NOT = "-"
               OR WS-QUARTER-IN(3:4) NOT NUMERIC
               DISPLAY "Invalid quarter -- use Q-YYYY, e.g. 3-2026."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUARTER-IN(1:1) TO WS-RPT-Q
           MOVE WS-QUARTER-IN(3:4) TO WS-RPT-YYYY
           IF WS-RPT-Q < 1 OR WS-RPT-Q > 4
               DISPLAY "Invalid quarter -- use Q-YYYY, e.g. 3-2026."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO RS-CNT
           INITIALIZE RS-TOTALS
           PERFORM VARYING APPEAL-IDX FROM 1 BY 1
               UNTIL APPEAL-IDX > APPEAL-CNT
               IF AL-LODGED(APPEAL-IDX)(4:2) NUMERIC
                   AND AL-LODGED(APPEAL-IDX)(7:4) = WS-QUARTER-IN(3:4)
                   MOVE AL-LODGED(APPEAL-IDX)(4:2) TO WS-ROW-MM
                   COMPUTE WS-ROW-Q = (WS-ROW-MM + 2) / 3
                   IF WS-ROW-Q = WS-RPT-Q
                       PERFORM COUNT-ONE-APPEAL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM DISPLAY-QUARTER-REPORT
           PERFORM PRINT-QUARTER-REPORT
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../appeals_report.txt" TO WS-PS-SOURCE
           MOVE "APPEALS" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB.

       COUNT-ONE-APPEAL.
           MOVE 0 TO RS-MATCH
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-CNT
               IF RS-REASON(RS-IDX) = AL-REASON(APPEAL-IDX)
                   MOVE RS-IDX TO RS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RS-MATCH = 0
               IF RS-CNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RS-CNT
               MOVE RS-CNT TO RS-MATCH
               INITIALIZE RS-ENTRY(RS-MATCH)
               MOVE AL-REASON(APPEAL-IDX) TO RS-REASON(RS-MATCH)
           END-IF
           ADD 1 TO RS-LODGED(RS-MATCH) RT-LODGED
           ADD AL-BALANCE(APPEAL-IDX) TO RS-APPEALED(RS-MATCH)
               RT-APPEALED
           ADD AL-RELIEF(APPEAL-IDX) TO RS-RELIEF(RS-MATCH) RT-RELIEF
           EVALUATE FUNCTION TRIM(AL-STATUS(APPEAL-IDX))
               WHEN "UPHELD"
                   ADD 1 TO RS-UPHELD(RS-MATCH) RT-UPHELD
               WHEN "REDUCED"
                   ADD 1 TO RS-REDUCED(RS-MATCH) RT-REDUCED
               WHEN "CANCELLED"
                   ADD 1 TO RS-CANCELLED(RS-MATCH) RT-CANCELLED
               WHEN OTHER
                   ADD 1 TO RS-OPEN(RS-MATCH) RT-OPEN
           END-EVALUATE.

       DISPLAY-QUARTER-REPORT.
           DISPLAY "=============================================="
           DISPLAY "   FINE APPEALS -- QUARTER " WS-QUARTER-IN
           DISPLAY "=============================================="
           IF RS-CNT = 0
               DISPLAY "No appeals lodged in the quarter."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason     Lodged Open Upheld Reduced Cancelled"
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-CNT
               DISPLAY RS-REASON(RS-IDX) " " RS-LODGED(RS-IDX) "   "
                   RS-OPEN(RS-IDX) " " RS-UPHELD(RS-IDX) "   "
                   RS-REDUCED(RS-IDX) "    " RS-CANCELLED(RS-IDX)
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "TOTAL      " RT-LODGED "   " RT-OPEN " "
               RT-UPHELD "   " RT-REDUCED "    " RT-CANCELLED
           MOVE RT-APPEALED TO WS-AMT-ED
           DISPLAY "Amount appealed : " WS-AMT-ED " MMK"
           MOVE RT-RELIEF TO WS-AMT-ED
           DISPLAY "Taken off fines : " WS-AMT-ED " MMK"
           DISPLAY "==============================================".

       PRINT-QUARTER-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "        QUARTERLY FINE APPEALS REPORT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Quarter : " DELIMITED BY SIZE
                  WS-QUARTER-IN DELIMITED BY SIZE
                  "      Printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Fine reason  Lodged  Open Upheld Reduced Cancelled"
               TO REPORT-REC
           MOVE "   Appealed  Taken off" TO REPORT-REC(52:22)
           WRITE REPORT-REC
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-CNT
               MOVE SPACES TO REPORT-REC
               MOVE RS-REASON(RS-IDX) TO REPORT-REC(1:10)
               MOVE RS-LODGED(RS-IDX) TO WS-CNT-ED
               MOVE WS-CNT-ED TO REPORT-REC(15:4)
               MOVE RS-OPEN(RS-IDX) TO WS-CNT-ED
               MOVE WS-CNT-ED TO REPORT-REC(21:4)
               MOVE RS-UPHELD(RS-IDX) TO WS-CNT-ED
               MOVE WS-CNT-ED TO REPORT-REC(28:4)
               MOVE RS-REDUCED(RS-IDX) TO WS-CNT-ED
               MOVE WS-CNT-ED TO REPORT-REC(36:4)
               MOVE RS-CANCELLED(RS-IDX) TO WS-CNT-ED
               MOVE WS-CNT-ED TO REPORT-REC(46:4)
               MOVE RS-APPEALED(RS-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED TO REPORT-REC(52:10)
               MOVE RS-RELIEF(RS-IDX) TO WS-AMT-ED
               MOVE WS-AMT-ED TO REPORT-REC(63:10)
               WRITE REPORT-REC
           END-PERFORM
           MOVE ALL "-" TO REPORT-REC(1:72)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "TOTAL" TO REPORT-REC(1:10)
           MOVE RT-LODGED TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(15:4)
           MOVE RT-OPEN TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(21:4)
           MOVE RT-UPHELD TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(28:4)
           MOVE RT-REDUCED TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(36:4)
           MOVE RT-CANCELLED TO WS-CNT-ED
           MOVE WS-CNT-ED TO REPORT-REC(46:4)
           MOVE RT-APPEALED TO WS-AMT-ED
           MOVE WS-AMT-ED TO REPORT-REC(52:10)
           MOVE RT-RELIEF TO WS-AMT-ED
           MOVE WS-AMT-ED TO REPORT-REC(63:10)
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
       LOAD-FINE-FILE.
           MOVE 0 TO FINE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FINE-CNT < 1000
                           ADD 1 TO FINE-CNT
                           MOVE 0 TO FN-AMOUNT(FINE-CNT)
                           MOVE 0 TO FN-WAIVED-AMT(FINE-CNT)
                           MOVE 0 TO FN-PAID-AMT(FINE-CNT)
                           MOVE SPACES TO FN-OP-ID(FINE-CNT)
                           MOVE SPACES
                               TO FN-ASSESS-DATE(FINE-CNT)
                           UNSTRING FINE-REC DELIMITED BY ","
                               INTO FN-FINE-ID(FINE-CNT),
                                    FN-TRAN-ID(FINE-CNT),
                                    FN-MEMBER-ID(FINE-CNT),
                                    FN-DUE-DAYS(FINE-CNT),
                                    FN-AMOUNT(FINE-CNT),
                                    FN-PAID-FLAG(FINE-CNT),
                                    FN-PAID-DATE(FINE-CNT),
                                    FN-REASON(FINE-CNT),
                                    FN-WAIVED-AMT(FINE-CNT),
                                    FN-WAIVER-REASON(FINE-CNT),
                                    FN-OP-ID(FINE-CNT),
                                    FN-PAID-AMT(FINE-CNT),
                                    FN-ASSESS-DATE(FINE-CNT)
                           IF FN-AMOUNT(FINE-CNT) NOT NUMERIC
                               MOVE 0 TO FN-AMOUNT(FINE-CNT)
                           END-IF
                           IF FN-WAIVED-AMT(FINE-CNT) NOT NUMERIC
                               MOVE 0 TO FN-WAIVED-AMT(FINE-CNT)
                           END-IF
                           IF FN-PAID-AMT(FINE-CNT) NOT NUMERIC
                               MOVE 0 TO FN-PAID-AMT(FINE-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       LOAD-APPEAL-FILE.
           MOVE 0 TO APPEAL-CNT
           MOVE 0 TO MAX-APPEAL-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT APPEAL-FILE
           IF WS-APPEAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ APPEAL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF APPEAL-CNT < 500
                           ADD 1 TO APPEAL-CNT
                           INITIALIZE APPEAL-ENTRY(APPEAL-CNT)
                           UNSTRING APPEAL-REC DELIMITED BY ","
                               INTO AL-ID(APPEAL-CNT),
                                    AL-FINE-ID(APPEAL-CNT),
                                    AL-MEMBER(APPEAL-CNT),
                                    AL-REASON(APPEAL-CNT),
                                    AL-BALANCE(APPEAL-CNT),
                                    AL-GROUNDS(APPEAL-CNT),
                                    AL-LODGED(APPEAL-CNT),
                                    AL-LODGED-BY(APPEAL-CNT),
                                    AL-STATUS(APPEAL-CNT),
                                    AL-DEC-DATE(APPEAL-CNT),
                                    AL-DEC-BY(APPEAL-CNT),
                                    AL-RELIEF(APPEAL-CNT),
                                    AL-APPROVAL(APPEAL-CNT)
                           IF AL-BALANCE(APPEAL-CNT) NOT NUMERIC
                               MOVE 0 TO AL-BALANCE(APPEAL-CNT)
                           END-IF
                           IF AL-RELIEF(APPEAL-CNT) NOT NUMERIC
                               MOVE 0 TO AL-RELIEF(APPEAL-CNT)
                           END-IF
                           MOVE AL-ID(APPEAL-CNT) TO TMP-ID-X
                           IF TMP-ID-X NUMERIC
                               MOVE TMP-ID-X TO TMP-ID-N
                               IF TMP-ID-N > MAX-APPEAL-ID
                                   MOVE TMP-ID-N TO MAX-APPEAL-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPEAL-FILE.

      *-----------------------------------------------------------------
       REWRITE-APPEAL-FILE.
           OPEN OUTPUT APPEAL-FILE
           PERFORM VARYING APPEAL-IDX FROM 1 BY 1
               UNTIL APPEAL-IDX > APPEAL-CNT
               MOVE SPACES TO APPEAL-REC
               STRING AL-ID(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-FINE-ID(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-MEMBER(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-REASON(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-BALANCE(APPEAL-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(AL-GROUNDS(APPEAL-IDX))
                          DELIMITED BY SIZE ","
                      AL-LODGED(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-LODGED-BY(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-STATUS(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-DEC-DATE(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-DEC-BY(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-RELIEF(APPEAL-IDX) DELIMITED BY SIZE ","
                      AL-APPROVAL(APPEAL-IDX) DELIMITED BY SIZE
                   INTO APPEAL-REC
               WRITE APPEAL-REC
           END-PERFORM
           CLOSE APPEAL-FILE.

      *-----------------------------------------------------------------
       SCAN-MAX-APPROVAL-ID.
           MOVE 0 TO MAX-APPROVAL-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING APPROVAL-REC DELIMITED BY ","
                           INTO WS-AP-ID-X
                       IF WS-AP-ID-X NUMERIC
                           MOVE WS-AP-ID-X TO WS-AP-ID-N
                           IF WS-AP-ID-N > MAX-APPROVAL-ID
                               MOVE WS-AP-ID-N TO MAX-APPROVAL-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
       LOAD-REFERRAL-LEDGER.
           MOVE 0 TO REF-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT REFER-FILE
           IF WS-REFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REFER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF REF-CNT < 500
                           ADD 1 TO REF-CNT
                           UNSTRING REFER-REC DELIMITED BY ","
                               INTO RF-FINE-ID(REF-CNT),
                                    RF-DATE(REF-CNT),
                                    RF-STATUS(REF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFER-FILE.

      *-----------------------------------------------------------------
       REWRITE-REFERRAL-LEDGER.
           OPEN OUTPUT REFER-FILE
           PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > REF-CNT
               MOVE SPACES TO REFER-REC
               STRING RF-FINE-ID(REF-IDX) DELIMITED BY SIZE ","
                      RF-DATE(REF-IDX) DELIMITED BY SIZE ","
                      RF-STATUS(REF-IDX) DELIMITED BY SIZE
                   INTO REFER-REC
               WRITE REFER-REC
           END-PERFORM
           CLOSE REFER-FILE.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE "FineAppeal" TO WS-AUDIT-PROGRAM
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

       END PROGRAM FineAppeal.
