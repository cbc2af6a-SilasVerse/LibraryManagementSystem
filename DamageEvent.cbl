      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Mass-damage events -- a leaking roof, a flood, a
      *          fire -- and the insurance claim that follows. A
      *          damage event (damage_events.csv) records the branch,
      *          the date, the cause and, later, what was claimed and
      *          what the insurer paid. Under an open event staff scan
      *          every affected copy's barcode in one pass; each copy
      *          on bookcopies.csv moves to DAMAGED (held for
      *          assessment) or WRITE-OFF, and the pass keeps the
      *          rest of the system straight the way a one-off change
      *          in CopyMaint would:
      *            - a shelved (AVAILABLE) copy comes off the title's
      *              book_count on books.csv;
      *            - a copy trapped on the hold shelf (ON-HOLD) is
      *              replaced by another AVAILABLE copy of the title
      *              when there is one, else the READY hold goes back
      *              to WAITING so the next returned copy traps for it;
      *            - CONFIRMED advance bookings (bookings.csv) of the
      *              title still to run are re-planned against the
      *              copies left -- cut to what can be honoured, or
      *              CANCELLED when nothing can;
      *            - every status change goes through AuditLog.
      *          Each scanned copy lands on damage_items.csv valued at
      *          its acquisitions.csv unit cost (the copy matched to
      *          its title's stocking events oldest first, as the
      *          collection valuation does; a copy with no cost on
      *          file takes the VALDC default). The claim schedule is
      *          printed to damage_claim.txt through the print spool.
      *            damage_events.csv: event,branch,date,cause,status
      *              (OPEN/CLAIMED/SETTLED),claimed,paid,paid date,
      *              insurer reference,operator
      *            damage_items.csv: event,book,copy,barcode,old
      *              status,outcome,cost,scan date,operator
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DamageEvent IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "../damage_events.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT ITEM-FILE ASSIGN TO "../damage_items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "../bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT PRINT-FILE ASSIGN TO "../damage_claim.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-REC       PIC X(200).
       FD  ITEM-FILE.
       01  ITEM-REC        PIC X(120).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  ACQ-FILE.
       01  ACQ-REC         PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  BOOKING-FILE.
       01  BOOKING-REC     PIC X(100).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EVENT-STATUS   PIC XX.
       01  WS-ITEM-STATUS    PIC XX.
       01  WS-BOOK-STATUS    PIC XX.
       01  WS-COPY-STATUS    PIC XX.
       01  WS-ACQ-STATUS     PIC XX.
       01  WS-HOLD-STATUS    PIC XX.
       01  WS-BOOKING-STATUS PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-SCAN-DONE      PIC X VALUE 'N'.
       01  CONFIRM           PIC X.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

      *> Default cost for a copy with no recorded cost -- the same
      *> VALDC parameter the collection valuation uses.
       01  WS-DEFAULT-COST   PIC 9(7) VALUE 15000.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

       01  EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 500 TIMES.
               10 EV-ID          PIC X(6).
               10 EV-BRANCH      PIC X(10).
               10 EV-DATE        PIC X(10).
               10 EV-CAUSE       PIC X(30).
               10 EV-STATUS      PIC X(8).
               10 EV-CLAIMED     PIC 9(9).
               10 EV-PAID        PIC 9(9).
               10 EV-PAID-DATE   PIC X(10).
               10 EV-REF         PIC X(20).
               10 EV-OPERATOR    PIC X(10).
       01  EVENT-CNT         PIC 9(3) VALUE 0.
       01  EVENT-IDX         PIC 9(3) VALUE 0.
       01  EVENT-PICK        PIC 9(3) VALUE 0.
       01  MAX-EVENT-N       PIC 9(5) VALUE 0.
       01  WS-EVENT-N        PIC 9(5).
       01  WS-EVENT-IN       PIC X(6).
       01  EV-CLAIMED-X      PIC X(9).
       01  EV-PAID-X         PIC X(9).

       01  ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 2000 TIMES.
               10 IT-EVENT       PIC X(6).
               10 IT-BOOK-ID     PIC X(5).
               10 IT-COPY-ID     PIC X(6).
               10 IT-BARCODE     PIC X(12).
               10 IT-OLD-STATUS  PIC X(10).
               10 IT-OUTCOME     PIC X(10).
               10 IT-COST        PIC 9(7).
               10 IT-DATE        PIC X(10).
               10 IT-OPERATOR    PIC X(10).
       01  ITEM-CNT          PIC 9(4) VALUE 0.
       01  ITEM-IDX          PIC 9(4) VALUE 0.
      *> Rows added this run start after ITEM-OLD-CNT and are
      *> appended to damage_items.csv when the pass is saved.
       01  ITEM-OLD-CNT      PIC 9(4) VALUE 0.
       01  IT-COST-X         PIC X(7).

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
       01  WS-COPY-ORD       PIC 9(4) VALUE 0.
       01  WS-USABLE-COPIES  PIC 9(4) VALUE 0.

      *> Stocking events from acquisitions.csv, oldest first.
       01  ACQ-TABLE.
           05 ACQ-ENTRY OCCURS 2000 TIMES.
               10 AQ-BOOK-ID    PIC X(5).
               10 AQ-COPIES     PIC 9(5).
               10 AQ-COST       PIC 9(7).
       01  AQ-CNT            PIC 9(4) VALUE 0.
       01  AQ-IDX            PIC 9(4) VALUE 0.
       01  AQ-ID-X           PIC X(6).
       01  AQ-VENDOR-X       PIC X(30).
       01  AQ-DATE-X         PIC X(10).
       01  AQ-COPIES-X       PIC X(5).
       01  AQ-COST-X         PIC X(7).
       01  WS-AQ-CUM         PIC 9(6) VALUE 0.
       01  WS-AQ-CHOSEN      PIC 9(4) VALUE 0.
       01  WS-AQ-LAST        PIC 9(4) VALUE 0.
       01  WS-COPY-COST      PIC 9(7) VALUE 0.

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

       01  BOOKING-TABLE.
           05 BOOKING-ENTRY OCCURS 300 TIMES.
               10 BG-BOOKING-ID PIC X(5).
               10 BG-BOOK-ID    PIC X(5).
               10 BG-MEMBER-ID  PIC X(5).
               10 BG-COPIES     PIC 9(3).
               10 BG-START      PIC X(10).
               10 BG-END        PIC X(10).
               10 BG-STATUS     PIC X(9).
               10 BG-START-INT  PIC 9(8).
               10 BG-END-INT    PIC 9(8).
       01  BOOKING-CNT       PIC 9(3) VALUE 0.
       01  BOOKING-IDX       PIC 9(3) VALUE 0.
       01  BOOKING-JDX       PIC 9(3) VALUE 0.
       01  WS-OVERLAP-NEED   PIC 9(4) VALUE 0.
       01  WS-BOOKING-ROOM   PIC S9(4) VALUE 0.

      *> Titles touched by this pass (for the booking re-plan) and
      *> one entry per trapped copy lost (for the hold re-plan).
       01  AFFECTED-TABLE.
           05 AF-BOOK-ID OCCURS 500 TIMES PIC X(5).
       01  AF-CNT            PIC 9(3) VALUE 0.
       01  AF-IDX            PIC 9(3) VALUE 0.
       01  AF-FOUND          PIC X VALUE 'N'.
       01  RETRAP-TABLE.
           05 RT-BOOK-ID OCCURS 500 TIMES PIC X(5).
       01  RT-CNT            PIC 9(3) VALUE 0.
       01  RT-IDX            PIC 9(3) VALUE 0.

       01  WS-BARCODE-IN     PIC X(12).
       01  WS-OUTCOME-IN     PIC X.
       01  WS-OUTCOME        PIC X(10).
       01  WS-SCANNED        PIC 9(4) VALUE 0.
       01  WS-SCAN-COST      PIC 9(9) VALUE 0.
       01  WS-BRANCH-IN      PIC X(10).
       01  WS-BRANCH-VERDICT PIC X.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-FMT       PIC 9(8).
       01  WS-DATE-INT       PIC 9(8).
       01  WS-AMOUNT-X       PIC X(10).
       01  WS-AMOUNT         PIC 9(9) VALUE 0.
       01  WS-SHORTFALL      PIC S9(9) VALUE 0.

      *> Claim schedule totals -- DAMAGED and WRITE-OFF.
       01  WS-DMG-COPIES     PIC 9(5) VALUE 0.
       01  WS-DMG-COST       PIC 9(9) VALUE 0.
       01  WS-WO-COPIES      PIC 9(5) VALUE 0.
       01  WS-WO-COST        PIC 9(9) VALUE 0.
       01  WS-CLAIM-TOTAL    PIC 9(9) VALUE 0.
       01  WS-COST-ED        PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-ED       PIC ZZZ,ZZZ,ZZ9.
       01  WS-SIGNED-ED      PIC -ZZZ,ZZZ,ZZ9.
       01  WS-COPIES-ED      PIC ZZZZ9.
       01  WS-TITLE-NAME     PIC X(30).

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
      *> bookcopies.csv, books.csv, holds.csv and bookings.csv.
           MOVE 'DamageEvent' TO WS-ERRLOG-PROGRAM
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
           MOVE "VALDC" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-DEFAULT-COST
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           PERFORM LOAD-EVENT-FILE
           PERFORM LOAD-ITEM-FILE

           MOVE 'N' TO WS-DONE
           PERFORM DAMAGE-MENU THRU DAMAGE-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       DAMAGE-MENU.
           DISPLAY "=============================="
           DISPLAY "   DAMAGE EVENTS AND CLAIMS"
           DISPLAY "=============================="
           DISPLAY "1) Open a damage event"
           DISPLAY "2) List damage events"
           DISPLAY "3) Scan damaged copies into an event"
           DISPLAY "4) Print an event's claim schedule"
           DISPLAY "5) Record the insurer's payment"
           DISPLAY "6) Done"
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM OPEN-EVENT
              WHEN 2
                  PERFORM LIST-EVENTS
              WHEN 3
                  PERFORM SCAN-EVENT-COPIES
              WHEN 4
                  PERFORM CLAIM-SCHEDULE
              WHEN 5
                  PERFORM RECORD-SETTLEMENT
              WHEN 6
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       DAMAGE-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> A new event. The branch may well be CLOSED -- a flooded
      *> branch usually is -- so only a code missing from the branch
      *> master is refused.
       OPEN-EVENT.
           IF EVENT-CNT >= 500
               DISPLAY "Damage event file is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Branch: "
           ACCEPT WS-BRANCH-IN
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               DISPLAY "Branch can't be blank."
               EXIT PARAGRAPH
           END-IF
           CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BRANCH-VERDICT
           IF WS-BRANCH-VERDICT = 'N'
               DISPLAY "No branch " FUNCTION TRIM(WS-BRANCH-IN)
                   " on the branch master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date of the damage (DD-MM-YYYY, blank = today): "
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-DATE-IN
           END-IF
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-INT = 0
               DISPLAY "Date must be DD-MM-YYYY."
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INT > SYS-DATE-INT
               DISPLAY "The damage can't be in the future."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EVENT-CNT
           ADD 1 TO MAX-EVENT-N
           MOVE "E" TO EV-ID(EVENT-CNT)(1:1)
           MOVE MAX-EVENT-N TO EV-ID(EVENT-CNT)(2:5)
           MOVE WS-BRANCH-IN TO EV-BRANCH(EVENT-CNT)
           MOVE WS-DATE-IN TO EV-DATE(EVENT-CNT)
           DISPLAY "Cause (e.g. ROOF LEAK, FLOOD, FIRE -- no commas): "
           ACCEPT EV-CAUSE(EVENT-CNT)
           INSPECT EV-CAUSE(EVENT-CNT) REPLACING ALL "," BY " "
           MOVE "OPEN" TO EV-STATUS(EVENT-CNT)
           MOVE 0 TO EV-CLAIMED(EVENT-CNT) EV-PAID(EVENT-CNT)
           MOVE SPACES TO EV-PAID-DATE(EVENT-CNT) EV-REF(EVENT-CNT)
           MOVE WS-OPERATOR-ID TO EV-OPERATOR(EVENT-CNT)
           PERFORM REWRITE-EVENT-FILE
           DISPLAY "Damage event " EV-ID(EVENT-CNT) " opened for "
               FUNCTION TRIM(WS-BRANCH-IN) " -- scan the affected "
               "copies under it next.".

      *-----------------------------------------------------------------
       LIST-EVENTS.
           IF EVENT-CNT = 0
               DISPLAY "(no damage events on file)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Event  Branch     Date       Status   Copies"
               "    Claimed       Paid"
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-CNT
               MOVE 0 TO WS-SCANNED
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-CNT
                   IF IT-EVENT(ITEM-IDX) = EV-ID(EVENT-IDX)
                       ADD 1 TO WS-SCANNED
                   END-IF
               END-PERFORM
               MOVE WS-SCANNED TO WS-COPIES-ED
               MOVE EV-CLAIMED(EVENT-IDX) TO WS-TOTAL-ED
               MOVE EV-PAID(EVENT-IDX) TO WS-COST-ED
               DISPLAY EV-ID(EVENT-IDX) " " EV-BRANCH(EVENT-IDX) " "
                   EV-DATE(EVENT-IDX) " " EV-STATUS(EVENT-IDX) " "
                   WS-COPIES-ED " " WS-TOTAL-ED " " WS-COST-ED
               DISPLAY "       " EV-CAUSE(EVENT-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Prompts for an event ID; EVENT-PICK is its row, 0 when the
      *> ID isn't on file.
       PICK-EVENT.
           MOVE 0 TO EVENT-PICK
           DISPLAY "Event ID (e.g. E00001): "
           ACCEPT WS-EVENT-IN
           MOVE FUNCTION UPPER-CASE(WS-EVENT-IN) TO WS-EVENT-IN
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-CNT
               IF EV-ID(EVENT-IDX) = WS-EVENT-IN
                   MOVE EVENT-IDX TO EVENT-PICK
               END-IF
           END-PERFORM
           IF EVENT-PICK = 0
               DISPLAY "No such damage event."
           END-IF.

      *-----------------------------------------------------------------
      *> The barcode pass. Everything is held in memory and written
      *> once when the pass ends, so a pass abandoned with nothing
      *> scanned changes nothing.
       SCAN-EVENT-COPIES.
           PERFORM PICK-EVENT
           IF EVENT-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(EV-STATUS(EVENT-PICK)) NOT = "OPEN"
               DISPLAY "Event " EV-ID(EVENT-PICK) " is "
                   FUNCTION TRIM(EV-STATUS(EVENT-PICK))
                   " -- its claim schedule has gone to the insurer."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Outcome for this pass -- D = DAMAGED (held for "
               "assessment), W = WRITE-OFF: "
           ACCEPT WS-OUTCOME-IN
           EVALUATE WS-OUTCOME-IN
               WHEN "D" WHEN "d"
                   MOVE "DAMAGED" TO WS-OUTCOME
               WHEN "W" WHEN "w"
                   MOVE "WRITE-OFF" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "Outcome must be D or W."
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-ACQ-FILE
           MOVE ITEM-CNT TO ITEM-OLD-CNT
           MOVE 0 TO AF-CNT RT-CNT WS-SCANNED WS-SCAN-COST
           MOVE 'N' TO WS-SCAN-DONE
           PERFORM SCAN-ONE-COPY UNTIL WS-SCAN-DONE = 'Y'

           IF WS-SCANNED = 0
               DISPLAY "Nothing scanned -- no changes made."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCANNED TO WS-COPIES-ED
           MOVE WS-SCAN-COST TO WS-TOTAL-ED
           DISPLAY FUNCTION TRIM(WS-COPIES-ED) " cop(ies) to "
               FUNCTION TRIM(WS-OUTCOME) " under " EV-ID(EVENT-PICK)
               ", cost " FUNCTION TRIM(WS-TOTAL-ED)
               " MMK. Save (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               MOVE ITEM-OLD-CNT TO ITEM-CNT
               DISPLAY "Pass discarded -- no changes made."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-HOLD-FILE
           PERFORM LOAD-BOOKING-FILE
           PERFORM AUDIT-SCANNED-COPIES
           PERFORM REPLAN-HOLDS
           PERFORM REPLAN-BOOKINGS
           PERFORM REWRITE-COPY-FILE
           PERFORM REWRITE-BOOK-FILE
           IF HOLD-CNT > 0
               PERFORM REWRITE-HOLD-FILE
           END-IF
           IF BOOKING-CNT > 0
               PERFORM REWRITE-BOOKING-FILE
           END-IF
           PERFORM APPEND-NEW-ITEMS
           DISPLAY "Pass saved under " EV-ID(EVENT-PICK) ".".

      *-----------------------------------------------------------------
      *> One barcode. A copy out with a member, in transit, or
      *> already out of stock can't have been damaged on the shelf
      *> and is refused; anything else moves to the pass outcome.
       SCAN-ONE-COPY.
           DISPLAY "Scan barcode (blank to finish): "
           MOVE SPACES TO WS-BARCODE-IN
           ACCEPT WS-BARCODE-IN
           IF WS-BARCODE-IN = SPACES
               MOVE 'Y' TO WS-SCAN-DONE
               EXIT PARAGRAPH
           END-IF
           IF ITEM-CNT >= 2000
               DISPLAY "Damage item file is full -- finish the pass."
               MOVE 'Y' TO WS-SCAN-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF FUNCTION TRIM(CP-BARCODE(COPY-IDX)) =
                   FUNCTION TRIM(WS-BARCODE-IN)
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM
           IF COPY-MATCH-IDX = 0
               DISPLAY "   No copy with barcode "
                   FUNCTION TRIM(WS-BARCODE-IN) "."
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
               WHEN "BORROWED"
                   DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX)
                       " is out on loan -- not on the premises."
                   EXIT PARAGRAPH
               WHEN "IN-TRANSIT"
                   DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX)
                       " is in transit -- receive it first."
                   EXIT PARAGRAPH
               WHEN "LOST"
               WHEN "WITHDRAWN"
               WHEN "RETIRED"
               WHEN "DAMAGED"
               WHEN "WRITE-OFF"
                   DISPLAY "   Copy " CP-COPY-ID(COPY-MATCH-IDX)
                       " is already "
                       FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) "."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM

      *> Only a shelved copy was in book_count; a trapped one is
      *> re-planned against the hold queue once the pass is saved.
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) = "AVAILABLE"
               AND BK-MATCH-IDX > 0
               IF BK-COUNT(BK-MATCH-IDX) > 0
                   SUBTRACT 1 FROM BK-COUNT(BK-MATCH-IDX)
               END-IF
           END-IF
           IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) = "ON-HOLD"
               AND RT-CNT < 500
               ADD 1 TO RT-CNT
               MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO RT-BOOK-ID(RT-CNT)
           END-IF
           PERFORM NOTE-AFFECTED-TITLE
           PERFORM COST-MATCHED-COPY

           ADD 1 TO ITEM-CNT
           MOVE EV-ID(EVENT-PICK) TO IT-EVENT(ITEM-CNT)
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO IT-BOOK-ID(ITEM-CNT)
           MOVE CP-COPY-ID(COPY-MATCH-IDX) TO IT-COPY-ID(ITEM-CNT)
           MOVE CP-BARCODE(COPY-MATCH-IDX) TO IT-BARCODE(ITEM-CNT)
           MOVE CP-STATUS(COPY-MATCH-IDX) TO IT-OLD-STATUS(ITEM-CNT)
           MOVE WS-OUTCOME TO IT-OUTCOME(ITEM-CNT)
           MOVE WS-COPY-COST TO IT-COST(ITEM-CNT)
           MOVE WS-TODAY-DISPLAY TO IT-DATE(ITEM-CNT)
           MOVE WS-OPERATOR-ID TO IT-OPERATOR(ITEM-CNT)
           MOVE WS-OUTCOME TO CP-STATUS(COPY-MATCH-IDX)
           MOVE "DAMAGED" TO CP-CONDITION(COPY-MATCH-IDX)
           ADD 1 TO WS-SCANNED
           ADD WS-COPY-COST TO WS-SCAN-COST
           MOVE WS-COPY-COST TO WS-COST-ED
           IF BK-MATCH-IDX > 0
               MOVE BK-NAME(BK-MATCH-IDX) TO WS-TITLE-NAME
               IF BK-BRANCH(BK-MATCH-IDX) NOT = SPACES
                   AND BK-BRANCH(BK-MATCH-IDX) NOT =
                       EV-BRANCH(EVENT-PICK)
                   DISPLAY "   (title's home branch is "
                       FUNCTION TRIM(BK-BRANCH(BK-MATCH-IDX)) ")"
               END-IF
           ELSE
               MOVE "(title not on file)" TO WS-TITLE-NAME
           END-IF
           DISPLAY "   " CP-COPY-ID(COPY-MATCH-IDX) " "
               WS-TITLE-NAME " " WS-COST-ED " MMK -> "
               FUNCTION TRIM(WS-OUTCOME).

       NOTE-AFFECTED-TITLE.
           MOVE 'N' TO AF-FOUND
           PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > AF-CNT
               IF AF-BOOK-ID(AF-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   MOVE 'Y' TO AF-FOUND
               END-IF
           END-PERFORM
           IF AF-FOUND = 'N' AND AF-CNT < 500
               ADD 1 TO AF-CNT
               MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO AF-BOOK-ID(AF-CNT)
           END-IF.

      *-----------------------------------------------------------------
      *> The copy's unit cost: its place among the title's copies
      *> matched to the stocking events' running copy count, the
      *> latest event for a copy beyond them all, the default cost
      *> when the title has no costed event.
       COST-MATCHED-COPY.
           MOVE 0 TO WS-COPY-ORD
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-MATCH-IDX
               IF CP-BOOK-ID(COPY-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   ADD 1 TO WS-COPY-ORD
               END-IF
           END-PERFORM
           MOVE 0 TO WS-AQ-CUM WS-AQ-CHOSEN WS-AQ-LAST
           PERFORM VARYING AQ-IDX FROM 1 BY 1 UNTIL AQ-IDX > AQ-CNT
               IF AQ-BOOK-ID(AQ-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   MOVE AQ-IDX TO WS-AQ-LAST
                   ADD AQ-COPIES(AQ-IDX) TO WS-AQ-CUM
                   IF WS-AQ-CHOSEN = 0 AND WS-AQ-CUM >= WS-COPY-ORD
                       MOVE AQ-IDX TO WS-AQ-CHOSEN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AQ-CHOSEN = 0
               MOVE WS-AQ-LAST TO WS-AQ-CHOSEN
           END-IF
           MOVE WS-DEFAULT-COST TO WS-COPY-COST
           IF WS-AQ-CHOSEN > 0
               IF AQ-COST(WS-AQ-CHOSEN) > 0
                   MOVE AQ-COST(WS-AQ-CHOSEN) TO WS-COPY-COST
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       AUDIT-SCANNED-COPIES.
           MOVE "DamageEvent" TO WS-AUDIT-PROGRAM
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           PERFORM VARYING ITEM-IDX FROM ITEM-OLD-CNT BY 1
               UNTIL ITEM-IDX >= ITEM-CNT
               MOVE IT-BOOK-ID(ITEM-IDX + 1) TO WS-AUDIT-ENTITY-ID
               MOVE IT-OLD-STATUS(ITEM-IDX + 1) TO WS-AUDIT-OLD-STATUS
               MOVE IT-OUTCOME(ITEM-IDX + 1) TO WS-AUDIT-NEW-STATUS
               CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
                   WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Each trapped copy lost to the event: another AVAILABLE copy
      *> of the title takes its place on the hold shelf (the hold
      *> stays READY), otherwise one READY hold on the title goes
      *> back to WAITING at its place in the queue.
       REPLAN-HOLDS.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-CNT
               MOVE 0 TO COPY-MATCH-IDX
               PERFORM VARYING COPY-IDX FROM 1 BY 1
                   UNTIL COPY-IDX > COPY-CNT
                   IF CP-BOOK-ID(COPY-IDX) = RT-BOOK-ID(RT-IDX)
                       AND FUNCTION TRIM(CP-STATUS(COPY-IDX)) =
                           "AVAILABLE"
                       AND COPY-MATCH-IDX = 0
                       MOVE COPY-IDX TO COPY-MATCH-IDX
                   END-IF
               END-PERFORM
               IF COPY-MATCH-IDX > 0
                   PERFORM TRAP-REPLACEMENT-COPY
               ELSE
                   PERFORM REQUEUE-READY-HOLD
               END-IF
           END-PERFORM.

       TRAP-REPLACEMENT-COPY.
           MOVE "ON-HOLD" TO CP-STATUS(COPY-MATCH-IDX)
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = RT-BOOK-ID(RT-IDX)
                   AND BK-COUNT(BK-IDX) > 0
                   SUBTRACT 1 FROM BK-COUNT(BK-IDX)
               END-IF
           END-PERFORM
           MOVE "DamageEvent" TO WS-AUDIT-PROGRAM
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           MOVE RT-BOOK-ID(RT-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "AVAILABLE" TO WS-AUDIT-OLD-STATUS
           MOVE "ON-HOLD" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "   Hold shelf: copy " CP-COPY-ID(COPY-MATCH-IDX)
               " of " RT-BOOK-ID(RT-IDX) " trapped in place of the "
               "damaged one -- pull it from the shelf.".

      *> The READY hold most recently notified gives way -- the
      *> member who has waited at the shelf longest keeps theirs.
       REQUEUE-READY-HOLD.
           MOVE 0 TO HOLD-MATCH-IDX
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-IDX) = RT-BOOK-ID(RT-IDX)
                   AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "READY"
                   MOVE HOLD-IDX TO HOLD-MATCH-IDX
               END-IF
           END-PERFORM
           IF HOLD-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "WAITING" TO HD-STATUS(HOLD-MATCH-IDX)
           MOVE "N" TO HD-NOTIFIED(HOLD-MATCH-IDX)
           MOVE SPACES TO HD-NOTIFY-DATE(HOLD-MATCH-IDX)
           DISPLAY "   Hold: member " HD-MEMBER-ID(HOLD-MATCH-IDX)
               " on " RT-BOOK-ID(RT-IDX) " is back in the queue -- "
               "no other copy to trap. Let them know.".

      *-----------------------------------------------------------------
      *> Every CONFIRMED booking of a touched title still to run is
      *> re-checked, in file order, against the copies left (not
      *> LOST, WITHDRAWN, RETIRED, DAMAGED or WRITE-OFF) less what
      *> the bookings already kept over the same days need.
       REPLAN-BOOKINGS.
           PERFORM VARYING AF-IDX FROM 1 BY 1 UNTIL AF-IDX > AF-CNT
               MOVE 0 TO WS-USABLE-COPIES
               PERFORM VARYING COPY-IDX FROM 1 BY 1
                   UNTIL COPY-IDX > COPY-CNT
                   IF CP-BOOK-ID(COPY-IDX) = AF-BOOK-ID(AF-IDX)
                       EVALUATE FUNCTION TRIM(CP-STATUS(COPY-IDX))
                           WHEN "LOST"
                           WHEN "WITHDRAWN"
                           WHEN "RETIRED"
                           WHEN "DAMAGED"
                           WHEN "WRITE-OFF"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-USABLE-COPIES
                       END-EVALUATE
                   END-IF
               END-PERFORM
               PERFORM VARYING BOOKING-IDX FROM 1 BY 1
                   UNTIL BOOKING-IDX > BOOKING-CNT
                   IF BG-BOOK-ID(BOOKING-IDX) = AF-BOOK-ID(AF-IDX)
                       AND FUNCTION TRIM(BG-STATUS(BOOKING-IDX)) =
                           "CONFIRMED"
                       AND BG-END-INT(BOOKING-IDX) >= SYS-DATE-INT
                       PERFORM REPLAN-ONE-BOOKING
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPLAN-ONE-BOOKING.
           MOVE 0 TO WS-OVERLAP-NEED
           PERFORM VARYING BOOKING-JDX FROM 1 BY 1
               UNTIL BOOKING-JDX >= BOOKING-IDX
               IF BG-BOOK-ID(BOOKING-JDX) = AF-BOOK-ID(AF-IDX)
                   AND FUNCTION TRIM(BG-STATUS(BOOKING-JDX)) =
                       "CONFIRMED"
                   AND BG-END-INT(BOOKING-JDX) >= SYS-DATE-INT
                   AND BG-START-INT(BOOKING-JDX) <=
                       BG-END-INT(BOOKING-IDX)
                   AND BG-END-INT(BOOKING-JDX) >=
                       BG-START-INT(BOOKING-IDX)
                   ADD BG-COPIES(BOOKING-JDX) TO WS-OVERLAP-NEED
               END-IF
           END-PERFORM
           COMPUTE WS-BOOKING-ROOM = WS-USABLE-COPIES - WS-OVERLAP-NEED
           IF BG-COPIES(BOOKING-IDX) <= WS-BOOKING-ROOM
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOKING-ROOM < 1
               MOVE "CANCELLED" TO BG-STATUS(BOOKING-IDX)
               DISPLAY "   Booking " BG-BOOKING-ID(BOOKING-IDX)
                   " (member " BG-MEMBER-ID(BOOKING-IDX) ", "
                   BG-START(BOOKING-IDX) " to " BG-END(BOOKING-IDX)
                   ") CANCELLED -- no copies left to honour it."
           ELSE
               MOVE WS-BOOKING-ROOM TO BG-COPIES(BOOKING-IDX)
               DISPLAY "   Booking " BG-BOOKING-ID(BOOKING-IDX)
                   " (member " BG-MEMBER-ID(BOOKING-IDX) ", "
                   BG-START(BOOKING-IDX) " to " BG-END(BOOKING-IDX)
                   ") cut to " BG-COPIES(BOOKING-IDX) " cop(ies)."
           END-IF.

      *-----------------------------------------------------------------
      *> The schedule for the insurer: every copy under the event at
      *> its unit cost, subtotalled by outcome. Printing it marks an
      *> OPEN event CLAIMED at the schedule total.
       CLAIM-SCHEDULE.
           PERFORM PICK-EVENT
           IF EVENT-PICK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BOOK-FILE
           MOVE 0 TO WS-DMG-COPIES WS-DMG-COST WS-WO-COPIES WS-WO-COST
           OPEN OUTPUT PRINT-FILE
           MOVE "             INSURANCE CLAIM -- DAMAGE SCHEDULE"
               TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Event " DELIMITED BY SIZE
                  EV-ID(EVENT-PICK) DELIMITED BY SIZE
                  "   Branch " DELIMITED BY SIZE
                  EV-BRANCH(EVENT-PICK) DELIMITED BY SPACE
                  "   Date of loss " DELIMITED BY SIZE
                  EV-DATE(EVENT-PICK) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Cause: " DELIMITED BY SIZE
                  EV-CAUSE(EVENT-PICK) DELIMITED BY SIZE
                  "   Printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE(1:78)
           WRITE PRINT-LINE
           MOVE "Copy   Book  Title                Barcode      Outcome"
               TO PRINT-LINE
           MOVE "Unit cost" TO PRINT-LINE(70:9)
           WRITE PRINT-LINE
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-CNT
               IF IT-EVENT(ITEM-IDX) = EV-ID(EVENT-PICK)
                   PERFORM PRINT-CLAIM-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO PRINT-LINE(1:78)
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DMG-COPIES TO WS-COPIES-ED
           MOVE WS-DMG-COST TO WS-TOTAL-ED
           STRING "Damaged, held for assessment: " DELIMITED BY SIZE
                  WS-COPIES-ED DELIMITED BY SIZE
                  " cop(ies)" DELIMITED BY SIZE
               INTO PRINT-LINE
           MOVE WS-TOTAL-ED TO PRINT-LINE(68:11)
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-WO-COPIES TO WS-COPIES-ED
           MOVE WS-WO-COST TO WS-TOTAL-ED
           STRING "Written off                 : " DELIMITED BY SIZE
                  WS-COPIES-ED DELIMITED BY SIZE
                  " cop(ies)" DELIMITED BY SIZE
               INTO PRINT-LINE
           MOVE WS-TOTAL-ED TO PRINT-LINE(68:11)
           WRITE PRINT-LINE
           COMPUTE WS-CLAIM-TOTAL = WS-DMG-COST + WS-WO-COST
           MOVE SPACES TO PRINT-LINE
           MOVE "TOTAL CLAIMED (MMK)" TO PRINT-LINE(1:19)
           MOVE WS-CLAIM-TOTAL TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO PRINT-LINE(68:11)
           WRITE PRINT-LINE
           IF FUNCTION TRIM(EV-STATUS(EVENT-PICK)) = "SETTLED"
               MOVE SPACES TO PRINT-LINE
               MOVE EV-PAID(EVENT-PICK) TO WS-TOTAL-ED
               STRING "Insurer paid " DELIMITED BY SIZE
                      EV-PAID-DATE(EVENT-PICK) DELIMITED BY SIZE
                      " ref " DELIMITED BY SIZE
                      EV-REF(EVENT-PICK) DELIMITED BY SPACE
                   INTO PRINT-LINE
               MOVE WS-TOTAL-ED TO PRINT-LINE(68:11)
               WRITE PRINT-LINE
           END-IF
           CLOSE PRINT-FILE

           IF FUNCTION TRIM(EV-STATUS(EVENT-PICK)) = "OPEN"
               MOVE "CLAIMED" TO EV-STATUS(EVENT-PICK)
               MOVE WS-CLAIM-TOTAL TO EV-CLAIMED(EVENT-PICK)
               PERFORM REWRITE-EVENT-FILE
               DISPLAY "Event " EV-ID(EVENT-PICK) " is now CLAIMED -- "
                   "further copies need a new event."
           END-IF
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../damage_claim.txt" TO WS-PS-SOURCE
           MOVE "CLAIM" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           MOVE WS-CLAIM-TOTAL TO WS-TOTAL-ED
           DISPLAY "Claim schedule for " EV-ID(EVENT-PICK) ": "
               FUNCTION TRIM(WS-TOTAL-ED) " MMK -- see "
               "damage_claim.txt.".

       PRINT-CLAIM-LINE.
           MOVE SPACES TO WS-TITLE-NAME
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = IT-BOOK-ID(ITEM-IDX)
                   MOVE BK-NAME(BK-IDX) TO WS-TITLE-NAME
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           MOVE IT-COPY-ID(ITEM-IDX) TO PRINT-LINE(1:6)
           MOVE IT-BOOK-ID(ITEM-IDX) TO PRINT-LINE(8:5)
           MOVE WS-TITLE-NAME(1:20) TO PRINT-LINE(14:20)
           MOVE IT-BARCODE(ITEM-IDX) TO PRINT-LINE(35:12)
           MOVE IT-OUTCOME(ITEM-IDX) TO PRINT-LINE(48:10)
           MOVE IT-COST(ITEM-IDX) TO WS-COST-ED
           MOVE WS-COST-ED TO PRINT-LINE(70:9)
           WRITE PRINT-LINE
           IF FUNCTION TRIM(IT-OUTCOME(ITEM-IDX)) = "WRITE-OFF"
               ADD 1 TO WS-WO-COPIES
               ADD IT-COST(ITEM-IDX) TO WS-WO-COST
           ELSE
               ADD 1 TO WS-DMG-COPIES
               ADD IT-COST(ITEM-IDX) TO WS-DMG-COST
           END-IF.

      *-----------------------------------------------------------------
      *> What the insurer actually paid against a CLAIMED event. A
      *> SETTLED event can be corrected by entering it again.
       RECORD-SETTLEMENT.
           PERFORM PICK-EVENT
           IF EVENT-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(EV-STATUS(EVENT-PICK)) = "OPEN"
               DISPLAY "Print the claim schedule for "
                   EV-ID(EVENT-PICK) " first."
               EXIT PARAGRAPH
           END-IF
           MOVE EV-CLAIMED(EVENT-PICK) TO WS-TOTAL-ED
           DISPLAY "Claimed: " FUNCTION TRIM(WS-TOTAL-ED) " MMK"
           DISPLAY "Amount the insurer paid (MMK): "
           ACCEPT WS-AMOUNT-X
           IF FUNCTION TRIM(WS-AMOUNT-X) = SPACE
               OR FUNCTION TEST-NUMVAL(WS-AMOUNT-X) NOT = 0
               DISPLAY "Amount must be a number."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-X)
           DISPLAY "Insurer's reference (no commas): "
           ACCEPT EV-REF(EVENT-PICK)
           INSPECT EV-REF(EVENT-PICK) REPLACING ALL "," BY " "
           MOVE WS-AMOUNT TO EV-PAID(EVENT-PICK)
           MOVE WS-TODAY-DISPLAY TO EV-PAID-DATE(EVENT-PICK)
           MOVE "SETTLED" TO EV-STATUS(EVENT-PICK)
           PERFORM REWRITE-EVENT-FILE
           COMPUTE WS-SHORTFALL =
               EV-CLAIMED(EVENT-PICK) - EV-PAID(EVENT-PICK)
           MOVE WS-SHORTFALL TO WS-SIGNED-ED
           MOVE WS-AMOUNT TO WS-TOTAL-ED
           DISPLAY "Event " EV-ID(EVENT-PICK) " SETTLED -- paid "
               FUNCTION TRIM(WS-TOTAL-ED) " MMK, shortfall "
               FUNCTION TRIM(WS-SIGNED-ED) " MMK.".

      *-----------------------------------------------------------------
       LOAD-EVENT-FILE.
           MOVE 0 TO EVENT-CNT
           MOVE 0 TO MAX-EVENT-N
           MOVE 'N' TO FILE-END
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ EVENT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF EVENT-CNT < 500
                           ADD 1 TO EVENT-CNT
                           MOVE SPACES TO EV-CLAIMED-X EV-PAID-X
                           UNSTRING EVENT-REC DELIMITED BY ","
                               INTO EV-ID(EVENT-CNT),
                                    EV-BRANCH(EVENT-CNT),
                                    EV-DATE(EVENT-CNT),
                                    EV-CAUSE(EVENT-CNT),
                                    EV-STATUS(EVENT-CNT),
                                    EV-CLAIMED-X, EV-PAID-X,
                                    EV-PAID-DATE(EVENT-CNT),
                                    EV-REF(EVENT-CNT),
                                    EV-OPERATOR(EVENT-CNT)
                           MOVE 0 TO EV-CLAIMED(EVENT-CNT)
                           MOVE 0 TO EV-PAID(EVENT-CNT)
                           IF EV-CLAIMED-X IS NUMERIC
                               MOVE EV-CLAIMED-X
                                   TO EV-CLAIMED(EVENT-CNT)
                           END-IF
                           IF EV-PAID-X IS NUMERIC
                               MOVE EV-PAID-X TO EV-PAID(EVENT-CNT)
                           END-IF
                           IF EV-ID(EVENT-CNT)(2:5) IS NUMERIC
                               MOVE EV-ID(EVENT-CNT)(2:5) TO WS-EVENT-N
                               IF WS-EVENT-N > MAX-EVENT-N
                                   MOVE WS-EVENT-N TO MAX-EVENT-N
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.

      *-----------------------------------------------------------------
       REWRITE-EVENT-FILE.
           OPEN OUTPUT EVENT-FILE
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
               UNTIL EVENT-IDX > EVENT-CNT
               MOVE SPACES TO EVENT-REC
               STRING EV-ID(EVENT-IDX) DELIMITED BY SIZE ","
                      EV-BRANCH(EVENT-IDX) DELIMITED BY SPACE ","
                      EV-DATE(EVENT-IDX) DELIMITED BY SIZE ","
                      EV-CAUSE(EVENT-IDX) DELIMITED BY SIZE ","
                      EV-STATUS(EVENT-IDX) DELIMITED BY SPACE ","
                      EV-CLAIMED(EVENT-IDX) DELIMITED BY SIZE ","
                      EV-PAID(EVENT-IDX) DELIMITED BY SIZE ","
                      EV-PAID-DATE(EVENT-IDX) DELIMITED BY SIZE ","
                      EV-REF(EVENT-IDX) DELIMITED BY SIZE ","
                      EV-OPERATOR(EVENT-IDX) DELIMITED BY SPACE
                   INTO EVENT-REC
               WRITE EVENT-REC
           END-PERFORM
           CLOSE EVENT-FILE.

      *-----------------------------------------------------------------
       LOAD-ITEM-FILE.
           MOVE 0 TO ITEM-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ITEM-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF ITEM-CNT < 2000
                           ADD 1 TO ITEM-CNT
                           MOVE SPACES TO IT-COST-X
                           UNSTRING ITEM-REC DELIMITED BY ","
                               INTO IT-EVENT(ITEM-CNT),
                                    IT-BOOK-ID(ITEM-CNT),
                                    IT-COPY-ID(ITEM-CNT),
                                    IT-BARCODE(ITEM-CNT),
                                    IT-OLD-STATUS(ITEM-CNT),
                                    IT-OUTCOME(ITEM-CNT),
                                    IT-COST-X,
                                    IT-DATE(ITEM-CNT),
                                    IT-OPERATOR(ITEM-CNT)
                           MOVE 0 TO IT-COST(ITEM-CNT)
                           IF IT-COST-X IS NUMERIC
                               MOVE IT-COST-X TO IT-COST(ITEM-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE.

      *-----------------------------------------------------------------
      *> The pass's rows, appended with the same OPEN EXTEND-or-
      *> OUTPUT every ledger file here uses.
       APPEND-NEW-ITEMS.
           OPEN EXTEND ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               OPEN OUTPUT ITEM-FILE
           END-IF
           PERFORM VARYING ITEM-IDX FROM ITEM-OLD-CNT BY 1
               UNTIL ITEM-IDX >= ITEM-CNT
               MOVE SPACES TO ITEM-REC
               STRING IT-EVENT(ITEM-IDX + 1) DELIMITED BY SIZE ","
                      IT-BOOK-ID(ITEM-IDX + 1) DELIMITED BY SIZE ","
                      IT-COPY-ID(ITEM-IDX + 1) DELIMITED BY SIZE ","
                      IT-BARCODE(ITEM-IDX + 1) DELIMITED BY SPACE ","
                      IT-OLD-STATUS(ITEM-IDX + 1)
                          DELIMITED BY SPACE ","
                      IT-OUTCOME(ITEM-IDX + 1) DELIMITED BY SPACE ","
                      IT-COST(ITEM-IDX + 1) DELIMITED BY SIZE ","
                      IT-DATE(ITEM-IDX + 1) DELIMITED BY SIZE ","
                      IT-OPERATOR(ITEM-IDX + 1) DELIMITED BY SPACE
                   INTO ITEM-REC
               WRITE ITEM-REC
           END-PERFORM
           CLOSE ITEM-FILE.

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
       LOAD-ACQ-FILE.
           MOVE 0 TO AQ-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ACQ-FILE
           IF WS-ACQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACQ-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AQ-CNT < 2000
                           ADD 1 TO AQ-CNT
                           MOVE SPACES TO AQ-COPIES-X AQ-COST-X
                           UNSTRING ACQ-REC DELIMITED BY ","
                               INTO AQ-ID-X, AQ-BOOK-ID(AQ-CNT),
                                    AQ-VENDOR-X, AQ-DATE-X,
                                    AQ-COPIES-X, AQ-COST-X
                           MOVE 0 TO AQ-COPIES(AQ-CNT)
                           MOVE 0 TO AQ-COST(AQ-CNT)
                           IF FUNCTION TRIM(AQ-COPIES-X) IS NUMERIC
                               COMPUTE AQ-COPIES(AQ-CNT) =
                                   FUNCTION NUMVAL(AQ-COPIES-X)
                           END-IF
                           IF FUNCTION TRIM(AQ-COST-X) IS NUMERIC
                               COMPUTE AQ-COST(AQ-CNT) =
                                   FUNCTION NUMVAL(AQ-COST-X)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACQ-FILE.

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
       LOAD-BOOKING-FILE.
           MOVE 0 TO BOOKING-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BOOKING-CNT < 300
                           ADD 1 TO BOOKING-CNT
                           MOVE 0 TO BG-COPIES(BOOKING-CNT)
                           UNSTRING BOOKING-REC DELIMITED BY ","
                               INTO BG-BOOKING-ID(BOOKING-CNT),
                                    BG-BOOK-ID(BOOKING-CNT),
                                    BG-MEMBER-ID(BOOKING-CNT),
                                    BG-COPIES(BOOKING-CNT),
                                    BG-START(BOOKING-CNT),
                                    BG-END(BOOKING-CNT),
                                    BG-STATUS(BOOKING-CNT)
                           IF BG-COPIES(BOOKING-CNT) NOT NUMERIC
                               MOVE 0 TO BG-COPIES(BOOKING-CNT)
                           END-IF
                           MOVE BG-START(BOOKING-CNT) TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-INT TO BG-START-INT(BOOKING-CNT)
                           MOVE BG-END(BOOKING-CNT) TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-INT TO BG-END-INT(BOOKING-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE.

      *-----------------------------------------------------------------
       REWRITE-BOOKING-FILE.
           OPEN OUTPUT BOOKING-FILE
           PERFORM VARYING BOOKING-IDX FROM 1 BY 1
               UNTIL BOOKING-IDX > BOOKING-CNT
               MOVE SPACES TO BOOKING-REC
               STRING BG-BOOKING-ID(BOOKING-IDX)
                          DELIMITED BY SIZE ","
                      BG-BOOK-ID(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-MEMBER-ID(BOOKING-IDX)
                          DELIMITED BY SIZE ","
                      BG-COPIES(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-START(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-END(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-STATUS(BOOKING-IDX) DELIMITED BY SIZE
                   INTO BOOKING-REC
               WRITE BOOKING-REC
           END-PERFORM
           CLOSE BOOKING-FILE.

      *-----------------------------------------------------------------
      *> WS-DATE-IN (DD-MM-YYYY) -> WS-DATE-INT, 0 when unparseable.
       CONVERT-DATE-TO-INT.
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-IN(1:2) NUMERIC AND WS-DATE-IN(4:2) NUMERIC
               AND WS-DATE-IN(7:4) NUMERIC
               AND WS-DATE-IN(3:1) = "-" AND WS-DATE-IN(6:1) = "-"
               STRING WS-DATE-IN(7:4) DELIMITED BY SIZE
                      WS-DATE-IN(4:2) DELIMITED BY SIZE
                      WS-DATE-IN(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FMT) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
               END-IF
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

       END PROGRAM DamageEvent.
