      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Deceased-member account closure. When the family
      *          tells the desk a member has died, the account used to
      *          be closed by hand across half a dozen screens and
      *          something was always missed -- an overdue notice or a
      *          hold-ready message going out weeks later. This is one
      *          supervised action (function DECEASE, supervisor-only
      *          in PermCheck) that does the lot:
      *            - members.csv flag set to DECEASED (CheckLog never
      *              flips it back to INACTIVE or ACTIVE)
      *            - every WAITING/READY hold CANCELLED; a READY hold's
      *              shelf copy passes to the next member in line or
      *              goes back to circulation (HoldShelfRelease)
      *            - every WAITING/READY digital hold CANCELLED and
      *              every ACTIVE digital loan RETURNED, so the
      *              licence seats go back to DigitalLending's queue
      *            - every CONFIRMED advance booking CANCELLED
      *            - every open loan closed as LOST with no
      *              replacement charge; the tracked copy is retired
      *              LOST and stock is not restored
      *            - every unpaid fine balance parked on
      *              pending_approvals.csv as a WRITEOFF request for
      *              ApprovalQueue
      *            - every ACTIVE proxy authorization the member gave
      *              or held REVOKED
      *            - the member's reader interests removed, so
      *              NewArrivals sends nothing further
      *          With no loans, holds or interests left, no overdue,
      *          courtesy, hold or new-arrival notice can be raised
      *          for the member again. Each change goes through
      *          AuditLog, and a short condolence letter to the
      *          family is written to deceased_letter.txt and spooled.
      * Tectonics: cobc
      * (Updated by Silas): the member's WAITING/READY digital holds are
      *            CANCELLED and ACTIVE digital loans RETURNED, each
      *            through AuditLog, so their licence seats are
      *            released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeceasedClose IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "../hold_notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "../bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "../pending_approvals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT PROXY-FILE ASSIGN TO "../proxies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROXY-STATUS.
           SELECT INTEREST-FILE ASSIGN TO "../reader_interests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-STATUS.
           SELECT DLOAN-FILE ASSIGN TO "../digital_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOAN-STATUS.
           SELECT DHOLD-FILE ASSIGN TO "../digital_holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHOLD-STATUS.
           SELECT LETTER-FILE ASSIGN TO "../deceased_letter.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC      PIC X(200).
       FD  BOOKING-FILE.
       01  BOOKING-REC     PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  APPROVAL-FILE.
       01  APPROVAL-REC    PIC X(200).
       FD  PROXY-FILE.
       01  PROXY-REC       PIC X(50).
       FD  INTEREST-FILE.
       01  INTEREST-REC    PIC X(200).
       FD  DLOAN-FILE.
       01  DLOAN-REC       PIC X(120).
       FD  DHOLD-FILE.
       01  DHOLD-REC       PIC X(200).
       FD  LETTER-FILE.
       01  LETTER-LINE     PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-STATUS   PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-NOTIFY-STATUS   PIC XX.
       01  WS-BOOKING-STATUS  PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-COPY-STATUS     PIC XX.
       01  WS-FINE-STATUS     PIC XX.
       01  WS-APPROVAL-STATUS PIC XX.
       01  WS-PROXY-STATUS    PIC XX.
       01  WS-INTEREST-STATUS PIC XX.
       01  WS-DLOAN-STATUS    PIC XX.
       01  WS-DHOLD-STATUS    PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  CONFIRM            PIC X.

       01  SYS-DATE           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).

       01  WS-MEMBER-IN       PIC X(5).
       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

      *> members.csv is kept as raw rows -- only the flag column of
      *> the one member changes, and every other row goes back out
      *> exactly as it came in.
       01  MEMBER-TABLE.
           05 MEM-ROW OCCURS 2000 TIMES PIC X(200).
       01  MEM-CNT            PIC 9(4) VALUE 0.
       01  MEM-IDX            PIC 9(4) VALUE 0.
       01  MEM-PICK           PIC 9(4) VALUE 0.

      *> One members.csv row taken apart -- the address may be
      *> quoted and carry commas of its own (see CheckLog).
       01  MP-ID              PIC X(5).
       01  MP-NAME            PIC X(30).
       01  MP-EMAIL           PIC X(35).
       01  MP-ADDR            PIC X(60).
       01  MP-GENDER          PIC X(1).
       01  MP-FLAG            PIC X(8).
       01  MP-OVERRIDE        PIC X(1).
       01  MP-TYPE            PIC X(10).
       01  MP-PHONE           PIC X(15).
       01  MP-EXPIRY          PIC X(10).
       01  MP-PIN             PIC X(4).
       01  MP-GUARDIAN        PIC X(5).
       01  MP-CHANNEL         PIC X(5).
       01  MP-HEAD            PIC X(70).
       01  MP-TAIL            PIC X(70).
       01  MP-DUMMY           PIC X.
       01  MP-Q-CNT           PIC 9.

      *> The deceased member as found, kept apart from the MP- work
      *> fields that the hold promotion reuses.
       01  DC-NAME            PIC X(30).
       01  DC-ADDR            PIC X(60).
       01  DC-OLD-FLAG        PIC X(8).

      *> Locating the flag column -- the sixth field, counting only
      *> commas outside the quoted address.
       01  WS-POS             PIC 9(3) VALUE 0.
       01  WS-COMMAS          PIC 9(2) VALUE 0.
       01  WS-IN-QUOTES       PIC X VALUE 'N'.
       01  WS-FLAG-START      PIC 9(3) VALUE 0.
       01  WS-FLAG-END        PIC 9(3) VALUE 0.
       01  WS-NEW-ROW         PIC X(200).

       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HD-BOOK-ID     PIC X(5).
               10 HD-MEMBER-ID   PIC X(5).
               10 HD-REQ-DATE    PIC X(10).
               10 HD-NOTIFIED    PIC X(1).
               10 HD-NOTIFY-DATE PIC X(10).
               10 HD-STATUS      PIC X(9).
               10 HD-PICKUP      PIC X(10).
       01  HOLD-CNT           PIC 9(4) VALUE 0.
       01  HOLD-IDX           PIC 9(4) VALUE 0.
       01  HOLD-JDX           PIC 9(4) VALUE 0.
       01  WS-WAS-READY       PIC X VALUE 'N'.
       01  WS-PROMOTED-THIS   PIC X VALUE 'N'.
       01  WS-RELEASED        PIC X VALUE 'N'.
       01  WS-NOTIFY-BOOK     PIC X(5).

       01  BOOKING-TABLE.
           05 BOOKING-ENTRY OCCURS 300 TIMES.
               10 BG-BOOKING-ID PIC X(5).
               10 BG-BOOK-ID    PIC X(5).
               10 BG-MEMBER-ID  PIC X(5).
               10 BG-COPIES     PIC 9(3).
               10 BG-START      PIC X(10).
               10 BG-END        PIC X(10).
               10 BG-STATUS     PIC X(9).
       01  BOOKING-CNT        PIC 9(3) VALUE 0.
       01  BOOKING-IDX        PIC 9(3) VALUE 0.

       01  LOG-TABLE.
           05 LOG-ENTRY OCCURS 2000 TIMES.
               10 TR-ID      PIC X(5).
               10 MB-ID      PIC X(5).
               10 BK-ID      PIC X(5).
               10 ST-DATE    PIC X(10).
               10 ED-DATE    PIC X(10).
               10 DUE-FLAG   PIC X(3).
               10 RTN-DATE   PIC X(10).
               10 CP-ID      PIC X(6).
               10 BR-CODE    PIC X(10).
               10 OP-ID      PIC X(10).
               10 LN-TYPE    PIC X(6).
               10 PX-ID      PIC X(5).
               10 CO-TIME    PIC X(8).
               10 RT-TIME    PIC X(8).
       01  LOG-CNT            PIC 9(4) VALUE 0.
       01  LOG-IDX            PIC 9(4) VALUE 0.
       01  WS-BI-RESULT       PIC X.

       01  COPY-TABLE.
           05 COPY-ENTRY OCCURS 2000 TIMES.
               10 CP-BOOK-ID    PIC X(5).
               10 CP-COPY-ID    PIC X(6).
               10 CP-BARCODE    PIC X(20).
               10 CP-CONDITION  PIC X(10).
               10 CP-STATUS     PIC X(10).
       01  COPY-CNT           PIC 9(4) VALUE 0.
       01  COPY-IDX           PIC 9(4) VALUE 0.
       01  WS-COPY-CHANGED    PIC X VALUE 'N'.

      *> One fine.csv row -- see FineAging.
       01  FN-FINE-ID         PIC X(5).
       01  FN-TRAN-ID         PIC X(5).
       01  FN-MEMBER-ID       PIC X(5).
       01  FN-DUE-DAYS        PIC X(3).
       01  FN-AMOUNT          PIC X(7).
       01  FN-PAID-FLAG       PIC X(3).
       01  FN-PAID-DATE       PIC X(10).
       01  FN-REASON          PIC X(10).
       01  FN-WAIVED          PIC X(7).
       01  FN-WVR-RSN         PIC X(40).
       01  FN-OP-ID           PIC X(10).
       01  FN-PAID-AMT        PIC X(7).
       01  FN-ASSESS          PIC X(10).
       01  WS-BALANCE         PIC S9(8) VALUE 0.
       01  WS-PARK-AMT        PIC 9(8) VALUE 0.

      *> Fines already waiting on a supervisor are not parked twice.
       01  PENDING-TABLE.
           05 PD-REF OCCURS 500 TIMES PIC X(6).
       01  PD-CNT             PIC 9(3) VALUE 0.
       01  PD-IDX             PIC 9(3) VALUE 0.
       01  WS-ALREADY-PARKED  PIC X VALUE 'N'.
       01  WS-AP-ID-X         PIC X(5).
       01  WS-AP-TYPE-X       PIC X(8).
       01  WS-AP-REF-X        PIC X(6).
       01  WS-AP-SKIP-1       PIC X(5).
       01  WS-AP-SKIP-2       PIC X(8).
       01  WS-AP-SKIP-3       PIC X(10).
       01  WS-AP-SKIP-4       PIC X(10).
       01  WS-AP-SKIP-5       PIC X(40).
       01  WS-AP-STATUS-X     PIC X(8).
       01  WS-AP-ID-N         PIC 9(5) VALUE 0.
       01  MAX-APPROVAL-ID    PIC 9(5) VALUE 0.
       01  NEW-APPROVAL-ID    PIC 9(5) VALUE 0.

       01  PROXY-TABLE.
           05 PROXY-ENTRY OCCURS 200 TIMES.
               10 PX-PROXY     PIC X(5).
               10 PX-PRINCIPAL PIC X(5).
               10 PX-EXPIRY    PIC X(10).
               10 PX-STATUS    PIC X(8).
       01  PROXY-CNT          PIC 9(3) VALUE 0.
       01  PROXY-IDX          PIC 9(3) VALUE 0.

       01  INTEREST-TABLE.
           05 IN-ROW OCCURS 3000 TIMES PIC X(200).
       01  IN-CNT             PIC 9(4) VALUE 0.
       01  IN-IDX             PIC 9(4) VALUE 0.
       01  WS-IN-MEMBER       PIC X(5).

      *> digital_loans.csv and digital_holds.csv -- see
      *> DigitalLending.
       01  DLOAN-TABLE.
           05 DLOAN-ENTRY OCCURS 3000 TIMES.
               10 DL-ID         PIC X(5).
               10 DL-LICENCE    PIC X(5).
               10 DL-BOOK-ID    PIC X(5).
               10 DL-FORMAT     PIC X(5).
               10 DL-MEMBER-ID  PIC X(5).
               10 DL-START      PIC X(10).
               10 DL-END        PIC X(10).
               10 DL-STATUS     PIC X(8).
               10 DL-CLOSED     PIC X(10).
               10 DL-OPERATOR   PIC X(10).
       01  DL-CNT             PIC 9(4) VALUE 0.
       01  DL-IDX             PIC 9(4) VALUE 0.

       01  DHOLD-TABLE.
           05 DHOLD-ENTRY OCCURS 1000 TIMES.
               10 DH-BOOK-ID     PIC X(5).
               10 DH-MEMBER-ID   PIC X(5).
               10 DH-REQ-DATE    PIC X(10).
               10 DH-NOTIFIED    PIC X(1).
               10 DH-NOTIFY-DATE PIC X(10).
               10 DH-STATUS      PIC X(9).
               10 DH-PICKUP      PIC X(10).
       01  DH-CNT             PIC 9(4) VALUE 0.
       01  DH-IDX             PIC 9(4) VALUE 0.

      *> What was found before the confirm, and what was done.
       01  CNT-HOLDS          PIC 9(4) VALUE 0.
       01  CNT-PROMOTED       PIC 9(4) VALUE 0.
       01  CNT-BOOKINGS       PIC 9(3) VALUE 0.
       01  CNT-LOANS          PIC 9(4) VALUE 0.
       01  CNT-FINES          PIC 9(4) VALUE 0.
       01  CNT-FINES-HELD     PIC 9(4) VALUE 0.
       01  CNT-PROXIES        PIC 9(3) VALUE 0.
       01  CNT-INTERESTS      PIC 9(4) VALUE 0.
       01  CNT-DHOLDS         PIC 9(4) VALUE 0.
       01  CNT-DLOANS         PIC 9(4) VALUE 0.
       01  WS-FINE-TOTAL      PIC 9(8) VALUE 0.
       01  WS-COUNT-ED        PIC ZZZ9.
       01  WS-AMT-ED          PIC ZZ,ZZZ,ZZ9.

       01  LETTER-DECOR       PIC X(60) VALUE ALL "*".
       01  WS-PS-ACTION       PIC X(4).
       01  WS-PS-SOURCE       PIC X(40).
       01  WS-PS-KIND         PIC X(10).
       01  WS-PS-JOB          PIC 9(5).
       01  WS-FAMILY-NAME     PIC X(40).

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE 'DeceasedClose'.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions -- this rewrites most of
      *> the circulation files in one go.
           MOVE 'DeceasedClose' TO WS-ERRLOG-PROGRAM
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

           DISPLAY "=============================="
           DISPLAY "   DECEASED MEMBER CLOSURE"
           DISPLAY "=============================="
      *> Main only offers this to whoever PermCheck allows DECEASE;
      *> their ID goes on the write-off requests.
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
           END-PERFORM

           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           PERFORM LOAD-MEMBER-FILE
           MOVE 0 TO MEM-PICK
           PERFORM VARYING MEM-IDX FROM 1 BY 1 UNTIL MEM-IDX > MEM-CNT
               PERFORM PARSE-MEMBER-ROW
               IF MP-ID = WS-MEMBER-IN AND MEM-PICK = 0
                   MOVE MEM-IDX TO MEM-PICK
                   MOVE MP-NAME TO DC-NAME
                   MOVE MP-ADDR TO DC-ADDR
                   MOVE MP-FLAG TO DC-OLD-FLAG
               END-IF
           END-PERFORM
           IF MEM-PICK = 0
               DISPLAY "No member with that ID."
               GO TO ENDER
           END-IF
           IF FUNCTION TRIM(DC-OLD-FLAG) = "DECEASED"
               DISPLAY "Member " WS-MEMBER-IN " is already closed as "
                   "deceased."
               GO TO ENDER
           END-IF

           PERFORM LOAD-HOLD-FILE
           PERFORM LOAD-BOOKING-FILE
           PERFORM LOAD-LOG-FILE
           PERFORM LOAD-PROXY-FILE
           PERFORM LOAD-INTEREST-FILE
           PERFORM LOAD-DLOAN-FILE
           PERFORM LOAD-DHOLD-FILE
           PERFORM LOAD-PENDING-APPROVALS
           PERFORM COUNT-OUTSTANDING

           DISPLAY "Member " WS-MEMBER-IN "  "
               FUNCTION TRIM(DC-NAME) "  (" FUNCTION TRIM(DC-OLD-FLAG)
               ")"
           MOVE CNT-LOANS TO WS-COUNT-ED
           DISPLAY "  Open loans to close as lost:  " WS-COUNT-ED
           MOVE CNT-HOLDS TO WS-COUNT-ED
           DISPLAY "  Holds to cancel:              " WS-COUNT-ED
           MOVE CNT-DLOANS TO WS-COUNT-ED
           DISPLAY "  Digital loans to return:      " WS-COUNT-ED
           MOVE CNT-DHOLDS TO WS-COUNT-ED
           DISPLAY "  Digital holds to cancel:      " WS-COUNT-ED
           MOVE CNT-BOOKINGS TO WS-COUNT-ED
           DISPLAY "  Bookings to cancel:           " WS-COUNT-ED
           MOVE CNT-FINES TO WS-COUNT-ED
           MOVE WS-FINE-TOTAL TO WS-AMT-ED
           DISPLAY "  Fines to put up for write-off:" WS-COUNT-ED
               "  (" FUNCTION TRIM(WS-AMT-ED) " MMK)"
           MOVE CNT-PROXIES TO WS-COUNT-ED
           DISPLAY "  Proxy authorizations to end:  " WS-COUNT-ED
           MOVE CNT-INTERESTS TO WS-COUNT-ED
           DISPLAY "  Reader interests to remove:   " WS-COUNT-ED
           DISPLAY "Close this account as DECEASED (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Nothing changed."
               GO TO ENDER
           END-IF
           DISPLAY "Letter addressed to (blank for 'the family of "
               FUNCTION TRIM(DC-NAME) "'): "
           ACCEPT WS-FAMILY-NAME

           MOVE 0 TO CNT-HOLDS
           MOVE 0 TO CNT-BOOKINGS
           MOVE 0 TO CNT-LOANS
           MOVE 0 TO CNT-FINES
           MOVE 0 TO CNT-PROXIES
           MOVE 0 TO CNT-DHOLDS
           MOVE 0 TO CNT-DLOANS
           PERFORM MARK-DECEASED
           PERFORM CANCEL-HOLDS
           PERFORM CANCEL-DIGITAL-HOLDS
           PERFORM CLOSE-DIGITAL-LOANS
           PERFORM CANCEL-BOOKINGS
           PERFORM CLOSE-LOANS
           PERFORM PARK-WRITEOFFS
           PERFORM REVOKE-PROXIES
           PERFORM DROP-INTERESTS
           PERFORM WRITE-CONDOLENCE-LETTER

           DISPLAY "Account " WS-MEMBER-IN " closed as DECEASED."
           MOVE CNT-LOANS TO WS-COUNT-ED
           DISPLAY "  Loans closed as lost:         " WS-COUNT-ED
           MOVE CNT-HOLDS TO WS-COUNT-ED
           DISPLAY "  Holds cancelled:              " WS-COUNT-ED
           MOVE CNT-PROMOTED TO WS-COUNT-ED
           DISPLAY "    next in line notified:      " WS-COUNT-ED
           MOVE CNT-DLOANS TO WS-COUNT-ED
           DISPLAY "  Digital loans returned:       " WS-COUNT-ED
           MOVE CNT-DHOLDS TO WS-COUNT-ED
           DISPLAY "  Digital holds cancelled:      " WS-COUNT-ED
           MOVE CNT-BOOKINGS TO WS-COUNT-ED
           DISPLAY "  Bookings cancelled:           " WS-COUNT-ED
           MOVE CNT-FINES TO WS-COUNT-ED
           DISPLAY "  Write-off requests parked:    " WS-COUNT-ED
           IF CNT-FINES-HELD > 0
               MOVE CNT-FINES-HELD TO WS-COUNT-ED
               DISPLAY "    already awaiting approval:  " WS-COUNT-ED
           END-IF
           MOVE CNT-PROXIES TO WS-COUNT-ED
           DISPLAY "  Proxy authorizations revoked: " WS-COUNT-ED
           MOVE CNT-INTERESTS TO WS-COUNT-ED
           DISPLAY "  Reader interests removed:     " WS-COUNT-ED
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
      *> Counts what the closure will touch so the supervisor sees it
      *> before confirming. Fine balances are summed on the same pass
      *> PARK-WRITEOFFS makes, without writing anything.
       COUNT-OUTSTANDING.
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-MEMBER-ID(HOLD-IDX) = WS-MEMBER-IN
                   AND (FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "WAITING"
                     OR FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "READY")
                   ADD 1 TO CNT-HOLDS
               END-IF
           END-PERFORM
           PERFORM VARYING BOOKING-IDX FROM 1 BY 1
               UNTIL BOOKING-IDX > BOOKING-CNT
               IF BG-MEMBER-ID(BOOKING-IDX) = WS-MEMBER-IN
                   AND FUNCTION TRIM(BG-STATUS(BOOKING-IDX))
                       = "CONFIRMED"
                   ADD 1 TO CNT-BOOKINGS
               END-IF
           END-PERFORM
           PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > LOG-CNT
               IF MB-ID(LOG-IDX) = WS-MEMBER-IN
                   AND FUNCTION TRIM(RTN-DATE(LOG-IDX)) = SPACE
                   ADD 1 TO CNT-LOANS
               END-IF
           END-PERFORM
           PERFORM VARYING PROXY-IDX FROM 1 BY 1
               UNTIL PROXY-IDX > PROXY-CNT
               IF (PX-PROXY(PROXY-IDX) = WS-MEMBER-IN
                   OR PX-PRINCIPAL(PROXY-IDX) = WS-MEMBER-IN)
                   AND FUNCTION TRIM(PX-STATUS(PROXY-IDX)) = "ACTIVE"
                   ADD 1 TO CNT-PROXIES
               END-IF
           END-PERFORM
           PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-CNT
               IF DH-MEMBER-ID(DH-IDX) = WS-MEMBER-IN
                   AND (FUNCTION TRIM(DH-STATUS(DH-IDX)) = "WAITING"
                     OR FUNCTION TRIM(DH-STATUS(DH-IDX)) = "READY")
                   ADD 1 TO CNT-DHOLDS
               END-IF
           END-PERFORM
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               IF DL-MEMBER-ID(DL-IDX) = WS-MEMBER-IN
                   AND DL-STATUS(DL-IDX) = "ACTIVE"
                   ADD 1 TO CNT-DLOANS
               END-IF
           END-PERFORM
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-CNT
               MOVE SPACES TO WS-IN-MEMBER
               UNSTRING IN-ROW(IN-IDX) DELIMITED BY ","
                   INTO WS-IN-MEMBER
               IF WS-IN-MEMBER = WS-MEMBER-IN
                   ADD 1 TO CNT-INTERESTS
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FINE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM PARSE-FINE-ROW
                       IF FN-MEMBER-ID = WS-MEMBER-IN
                           AND FUNCTION TRIM(FN-PAID-FLAG) NOT = "YES"
                           AND WS-BALANCE > 0
                           ADD 1 TO CNT-FINES
                           ADD WS-BALANCE TO WS-FINE-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
      *> Only the flag column is replaced; the rest of the row --
      *> quoted address and all -- is carried over byte for byte.
       MARK-DECEASED.
           MOVE 0 TO WS-COMMAS
           MOVE 0 TO WS-FLAG-START
           MOVE 0 TO WS-FLAG-END
           MOVE 'N' TO WS-IN-QUOTES
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 200
               EVALUATE TRUE
                   WHEN MEM-ROW(MEM-PICK)(WS-POS:1) = '"'
                       IF WS-IN-QUOTES = 'N'
                           MOVE 'Y' TO WS-IN-QUOTES
                       ELSE
                           MOVE 'N' TO WS-IN-QUOTES
                       END-IF
                   WHEN MEM-ROW(MEM-PICK)(WS-POS:1) = ","
                       AND WS-IN-QUOTES = 'N'
                       ADD 1 TO WS-COMMAS
                       IF WS-COMMAS = 5
                           COMPUTE WS-FLAG-START = WS-POS + 1
                       END-IF
                       IF WS-COMMAS = 6
                           MOVE WS-POS TO WS-FLAG-END
                           EXIT PERFORM
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-FLAG-START = 0
               DISPLAY "Member row is malformed -- flag not changed."
               MOVE 'Member row malformed -- DECEASED flag not set'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-FLAG-END = 0
               COMPUTE WS-FLAG-END = FUNCTION LENGTH(FUNCTION TRIM(
                   MEM-ROW(MEM-PICK) TRAILING)) + 1
           END-IF
           MOVE SPACES TO WS-NEW-ROW
           IF WS-FLAG-END > 200
               STRING MEM-ROW(MEM-PICK)(1:WS-FLAG-START - 1)
                          DELIMITED BY SIZE
                      "DECEASED" DELIMITED BY SIZE
                   INTO WS-NEW-ROW
           ELSE
               STRING MEM-ROW(MEM-PICK)(1:WS-FLAG-START - 1)
                          DELIMITED BY SIZE
                      "DECEASED" DELIMITED BY SIZE
                      MEM-ROW(MEM-PICK)(WS-FLAG-END:)
                          DELIMITED BY SIZE
                   INTO WS-NEW-ROW
           END-IF
           MOVE WS-NEW-ROW TO MEM-ROW(MEM-PICK)
           PERFORM REWRITE-MEMBER-FILE

           MOVE "MEMBER" TO WS-AUDIT-ENTITY-TYPE
           MOVE WS-MEMBER-IN TO WS-AUDIT-ENTITY-ID
           MOVE DC-OLD-FLAG TO WS-AUDIT-OLD-STATUS
           MOVE "DECEASED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT.

      *-----------------------------------------------------------------
      *> Every live hold goes. A READY hold was sitting on a
      *> hold-shelf copy -- it passes to the next member in line the
      *> way HoldManage's cancel does, or goes back to circulation.
       CANCEL-HOLDS.
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-MEMBER-ID(HOLD-IDX) = WS-MEMBER-IN
                   AND (FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "WAITING"
                     OR FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "READY")
                   MOVE 'N' TO WS-WAS-READY
                   IF FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "READY"
                       MOVE 'Y' TO WS-WAS-READY
                   END-IF
                   MOVE "HOLD" TO WS-AUDIT-ENTITY-TYPE
                   MOVE HD-BOOK-ID(HOLD-IDX) TO WS-AUDIT-ENTITY-ID
                   MOVE HD-STATUS(HOLD-IDX) TO WS-AUDIT-OLD-STATUS
                   MOVE "CANCELLED" TO HD-STATUS(HOLD-IDX)
                   MOVE "CANCELLED" TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT
                   ADD 1 TO CNT-HOLDS
                   IF WS-WAS-READY = 'Y'
                       PERFORM PASS-ON-HOLD-COPY
                   END-IF
               END-IF
           END-PERFORM
           IF CNT-HOLDS > 0
               PERFORM REWRITE-HOLD-FILE
           END-IF.

      *-----------------------------------------------------------------
       PASS-ON-HOLD-COPY.
           MOVE 'N' TO WS-PROMOTED-THIS
           MOVE HD-BOOK-ID(HOLD-IDX) TO WS-NOTIFY-BOOK
           PERFORM VARYING HOLD-JDX FROM 1 BY 1
               UNTIL HOLD-JDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-JDX) = WS-NOTIFY-BOOK
                   AND HD-MEMBER-ID(HOLD-JDX) NOT = WS-MEMBER-IN
                   AND FUNCTION TRIM(HD-STATUS(HOLD-JDX)) = "WAITING"
                   MOVE "Y" TO HD-NOTIFIED(HOLD-JDX)
                   MOVE WS-TODAY-DISPLAY TO HD-NOTIFY-DATE(HOLD-JDX)
                   MOVE "READY" TO HD-STATUS(HOLD-JDX)
                   MOVE 'Y' TO WS-PROMOTED-THIS
                   ADD 1 TO CNT-PROMOTED
                   PERFORM WRITE-HOLD-NOTIFICATION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PROMOTED-THIS = 'N'
               CALL 'HoldShelfRelease' USING WS-NOTIFY-BOOK,
                   WS-RELEASED
           END-IF.

      *-----------------------------------------------------------------
      *> One hold_notifications.csv row for the member who takes the
      *> copy over, contact details from the member table already in
      *> memory.
       WRITE-HOLD-NOTIFICATION.
           MOVE SPACES TO MP-NAME
           MOVE SPACES TO MP-EMAIL
           MOVE SPACES TO MP-PHONE
           MOVE "EMAIL" TO MP-CHANNEL
           PERFORM VARYING MEM-IDX FROM 1 BY 1 UNTIL MEM-IDX > MEM-CNT
               PERFORM PARSE-MEMBER-ROW
               IF MP-ID = HD-MEMBER-ID(HOLD-JDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MEM-IDX > MEM-CNT
               MOVE SPACES TO MP-NAME
               MOVE SPACES TO MP-EMAIL
               MOVE SPACES TO MP-PHONE
               MOVE "EMAIL" TO MP-CHANNEL
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-REC
           STRING WS-NOTIFY-BOOK         DELIMITED BY SIZE ","
                  HD-MEMBER-ID(HOLD-JDX) DELIMITED BY SIZE ","
                  MP-NAME                DELIMITED BY SIZE ","
                  MP-EMAIL               DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY       DELIMITED BY SIZE ","
                  MP-CHANNEL             DELIMITED BY SIZE ","
                  FUNCTION TRIM(MP-PHONE) DELIMITED BY SIZE
               INTO NOTIFY-REC
           WRITE NOTIFY-REC
           CLOSE NOTIFY-FILE.

      *-----------------------------------------------------------------
      *> Digital holds go the same way. A READY one had a seat set
      *> aside; with the hold CANCELLED DigitalLending's next pass
      *> offers that seat to the next WAITING member.
       CANCEL-DIGITAL-HOLDS.
           PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-CNT
               IF DH-MEMBER-ID(DH-IDX) = WS-MEMBER-IN
                   AND (FUNCTION TRIM(DH-STATUS(DH-IDX)) = "WAITING"
                     OR FUNCTION TRIM(DH-STATUS(DH-IDX)) = "READY")
                   MOVE "HOLD" TO WS-AUDIT-ENTITY-TYPE
                   MOVE DH-BOOK-ID(DH-IDX) TO WS-AUDIT-ENTITY-ID
                   MOVE DH-STATUS(DH-IDX) TO WS-AUDIT-OLD-STATUS
                   MOVE "CANCELLED" TO DH-STATUS(DH-IDX)
                   MOVE "CANCELLED" TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT
                   ADD 1 TO CNT-DHOLDS
               END-IF
           END-PERFORM
           IF CNT-DHOLDS > 0
               PERFORM REWRITE-DHOLD-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> An ACTIVE digital loan is closed the way DigitalLending's
      *> early return closes one -- RETURNED today. Seats are counted
      *> from the ACTIVE loans, so the licence seat is free from here.
       CLOSE-DIGITAL-LOANS.
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               IF DL-MEMBER-ID(DL-IDX) = WS-MEMBER-IN
                   AND DL-STATUS(DL-IDX) = "ACTIVE"
                   MOVE "RETURNED" TO DL-STATUS(DL-IDX)
                   MOVE WS-TODAY-DISPLAY TO DL-CLOSED(DL-IDX)
                   MOVE "DIGLOAN" TO WS-AUDIT-ENTITY-TYPE
                   MOVE DL-ID(DL-IDX) TO WS-AUDIT-ENTITY-ID
                   MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
                   MOVE "RETURNED" TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT
                   ADD 1 TO CNT-DLOANS
               END-IF
           END-PERFORM
           IF CNT-DLOANS > 0
               PERFORM REWRITE-DLOAN-FILE
           END-IF.

      *-----------------------------------------------------------------
       CANCEL-BOOKINGS.
           PERFORM VARYING BOOKING-IDX FROM 1 BY 1
               UNTIL BOOKING-IDX > BOOKING-CNT
               IF BG-MEMBER-ID(BOOKING-IDX) = WS-MEMBER-IN
                   AND FUNCTION TRIM(BG-STATUS(BOOKING-IDX))
                       = "CONFIRMED"
                   MOVE "CANCELLED" TO BG-STATUS(BOOKING-IDX)
                   MOVE "BOOKING" TO WS-AUDIT-ENTITY-TYPE
                   MOVE BG-BOOKING-ID(BOOKING-IDX)
                       TO WS-AUDIT-ENTITY-ID
                   MOVE "CONFIRMED" TO WS-AUDIT-OLD-STATUS
                   MOVE "CANCELLED" TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT
                   ADD 1 TO CNT-BOOKINGS
               END-IF
           END-PERFORM
           IF CNT-BOOKINGS > 0
               PERFORM REWRITE-BOOKING-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> Open loans close the way ClaimsReturned closes a lost one --
      *> returned today as LOST, copy retired LOST, stock not put
      *> back -- but no replacement cost is raised against the
      *> estate.
       CLOSE-LOANS.
           MOVE 'N' TO WS-COPY-CHANGED
           PERFORM LOAD-COPY-FILE
           PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > LOG-CNT
               IF MB-ID(LOG-IDX) = WS-MEMBER-IN
                   AND FUNCTION TRIM(RTN-DATE(LOG-IDX)) = SPACE
                   MOVE "LOAN" TO WS-AUDIT-ENTITY-TYPE
                   MOVE TR-ID(LOG-IDX) TO WS-AUDIT-ENTITY-ID
                   IF FUNCTION TRIM(LN-TYPE(LOG-IDX)) = SPACE
                       MOVE "OPEN" TO WS-AUDIT-OLD-STATUS
                   ELSE
                       MOVE LN-TYPE(LOG-IDX) TO WS-AUDIT-OLD-STATUS
                   END-IF
                   MOVE "LOST" TO WS-AUDIT-NEW-STATUS
                   MOVE WS-TODAY-DISPLAY TO RTN-DATE(LOG-IDX)
                   MOVE "LOST  " TO LN-TYPE(LOG-IDX)
                   PERFORM WRITE-AUDIT
                   ADD 1 TO CNT-LOANS
                   IF FUNCTION TRIM(CP-ID(LOG-IDX)) NOT = SPACE
                       PERFORM VARYING COPY-IDX FROM 1 BY 1
                           UNTIL COPY-IDX > COPY-CNT
                           IF FUNCTION TRIM(CP-COPY-ID(COPY-IDX)) =
                               FUNCTION TRIM(CP-ID(LOG-IDX))
                               MOVE "LOST" TO CP-STATUS(COPY-IDX)
                               MOVE 'Y' TO WS-COPY-CHANGED
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF CNT-LOANS > 0
               PERFORM REWRITE-LOG-FILE
           END-IF
           IF WS-COPY-CHANGED = 'Y'
               PERFORM REWRITE-COPY-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> Each unpaid balance parks as a WRITEOFF request for
      *> ApprovalQueue, numbered on from the highest request ID the
      *> way ReturnBook parks a waiver. A fine that already has a
      *> waiver or write-off pending is left with that request.
       PARK-WRITEOFFS.
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM PARSE-FINE-ROW
                       IF FN-MEMBER-ID = WS-MEMBER-IN
                           AND FUNCTION TRIM(FN-PAID-FLAG) NOT = "YES"
                           AND WS-BALANCE > 0
                           PERFORM PARK-ONE-WRITEOFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       PARK-ONE-WRITEOFF.
           MOVE 'N' TO WS-ALREADY-PARKED
           PERFORM VARYING PD-IDX FROM 1 BY 1 UNTIL PD-IDX > PD-CNT
               IF FUNCTION TRIM(PD-REF(PD-IDX)) =
                   FUNCTION TRIM(FN-FINE-ID)
                   MOVE 'Y' TO WS-ALREADY-PARKED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ALREADY-PARKED = 'Y'
               ADD 1 TO CNT-FINES-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BALANCE TO WS-PARK-AMT
           ADD 1 TO MAX-APPROVAL-ID
           MOVE MAX-APPROVAL-ID TO NEW-APPROVAL-ID
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
           END-IF
           MOVE SPACES TO APPROVAL-REC
           STRING NEW-APPROVAL-ID DELIMITED BY SIZE ","
                  "WRITEOFF" DELIMITED BY SIZE ","
                  FN-FINE-ID DELIMITED BY SIZE ","
                  WS-MEMBER-IN DELIMITED BY SIZE ","
                  WS-PARK-AMT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  "Deceased member write-off" DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ",,"
               INTO APPROVAL-REC
           WRITE APPROVAL-REC
           CLOSE APPROVAL-FILE
           MOVE "FINE" TO WS-AUDIT-ENTITY-TYPE
           MOVE FN-FINE-ID TO WS-AUDIT-ENTITY-ID
           MOVE "UNPAID" TO WS-AUDIT-OLD-STATUS
           MOVE "WO-PARKED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           ADD 1 TO CNT-FINES.

      *-----------------------------------------------------------------
      *> Authorizations end both ways -- nobody collects for the
      *> deceased member, and they collect for nobody.
       REVOKE-PROXIES.
           PERFORM VARYING PROXY-IDX FROM 1 BY 1
               UNTIL PROXY-IDX > PROXY-CNT
               IF (PX-PROXY(PROXY-IDX) = WS-MEMBER-IN
                   OR PX-PRINCIPAL(PROXY-IDX) = WS-MEMBER-IN)
                   AND FUNCTION TRIM(PX-STATUS(PROXY-IDX)) = "ACTIVE"
                   MOVE "REVOKED" TO PX-STATUS(PROXY-IDX)
                   MOVE "PROXY" TO WS-AUDIT-ENTITY-TYPE
                   MOVE PX-PRINCIPAL(PROXY-IDX) TO WS-AUDIT-ENTITY-ID
                   MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
                   MOVE "REVOKED" TO WS-AUDIT-NEW-STATUS
                   PERFORM WRITE-AUDIT
                   ADD 1 TO CNT-PROXIES
               END-IF
           END-PERFORM
           IF CNT-PROXIES > 0
               PERFORM REWRITE-PROXY-FILE
           END-IF.

      *-----------------------------------------------------------------
       DROP-INTERESTS.
           IF CNT-INTERESTS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INTEREST-FILE
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > IN-CNT
               MOVE SPACES TO WS-IN-MEMBER
               UNSTRING IN-ROW(IN-IDX) DELIMITED BY ","
                   INTO WS-IN-MEMBER
               IF WS-IN-MEMBER NOT = WS-MEMBER-IN
                   MOVE IN-ROW(IN-IDX) TO INTEREST-REC
                   WRITE INTEREST-REC
               END-IF
           END-PERFORM
           CLOSE INTEREST-FILE
           MOVE "INTEREST" TO WS-AUDIT-ENTITY-TYPE
           MOVE WS-MEMBER-IN TO WS-AUDIT-ENTITY-ID
           MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
           MOVE "REMOVED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT.

      *-----------------------------------------------------------------
      *> A short letter to the family -- nothing is owed, nothing more
      *> will be sent -- spooled like any other printed letter.
       WRITE-CONDOLENCE-LETTER.
           OPEN OUTPUT LETTER-FILE
           MOVE LETTER-DECOR TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  WITH SYMPATHY FROM THE LIBRARY" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LETTER-DECOR TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           IF FUNCTION TRIM(DC-ADDR) NOT = SPACE
               MOVE SPACES TO LETTER-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(DC-ADDR) DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF FUNCTION TRIM(WS-FAMILY-NAME) NOT = SPACE
               STRING "  Dear " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FAMILY-NAME) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                   INTO LETTER-LINE
           ELSE
               STRING "  To the family of " DELIMITED BY SIZE
                      FUNCTION TRIM(DC-NAME) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                   INTO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  We were very sorry to hear of the death of"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(DC-NAME) DELIMITED BY SIZE
                  ", and offer our sincere condolences." DELIMITED
                      BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "  Library account " DELIMITED BY SIZE
                  WS-MEMBER-IN DELIMITED BY SIZE
                  " has now been closed." DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  Nothing further is owed to the library, and no"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  further notices or reminders will be sent."
               TO LETTER-LINE
           WRITE LETTER-LINE
           IF CNT-LOANS > 0
               MOVE "  Any library items you come across may be left"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "  at any branch, but there is no need to search"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "  for them." TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  With our sympathy," TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  The Library" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LETTER-DECOR TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE
           DISPLAY "Letter written to deceased_letter.txt"
      *> Register the letter as a numbered spool job -- see
      *> PrintSpool.
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../deceased_letter.txt" TO WS-PS-SOURCE
           MOVE "CONDOLE" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           IF WS-PS-JOB > 0
               DISPLAY "Spooled as job " WS-PS-JOB "."
           END-IF.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

      *-----------------------------------------------------------------
       PARSE-MEMBER-ROW.
           MOVE SPACES TO MP-ID MP-NAME MP-EMAIL MP-ADDR MP-GENDER
               MP-FLAG MP-OVERRIDE MP-TYPE MP-PHONE MP-EXPIRY MP-PIN
               MP-GUARDIAN MP-CHANNEL
           MOVE 0 TO MP-Q-CNT
           INSPECT MEM-ROW(MEM-IDX) TALLYING MP-Q-CNT FOR ALL '"'
           IF MP-Q-CNT > 0
               UNSTRING MEM-ROW(MEM-IDX) DELIMITED BY '"'
                   INTO MP-HEAD, MP-ADDR, MP-TAIL
               UNSTRING MP-HEAD DELIMITED BY ","
                   INTO MP-ID, MP-NAME, MP-EMAIL
               UNSTRING MP-TAIL DELIMITED BY ","
                   INTO MP-DUMMY, MP-GENDER, MP-FLAG, MP-OVERRIDE,
                        MP-TYPE, MP-PHONE, MP-EXPIRY, MP-PIN,
                        MP-GUARDIAN, MP-CHANNEL
           ELSE
               UNSTRING MEM-ROW(MEM-IDX) DELIMITED BY ","
                   INTO MP-ID, MP-NAME, MP-EMAIL, MP-ADDR, MP-GENDER,
                        MP-FLAG, MP-OVERRIDE, MP-TYPE, MP-PHONE,
                        MP-EXPIRY, MP-PIN, MP-GUARDIAN, MP-CHANNEL
           END-IF
           IF FUNCTION TRIM(MP-CHANNEL) = SPACE
               MOVE "EMAIL" TO MP-CHANNEL
           END-IF.

      *-----------------------------------------------------------------
       PARSE-FINE-ROW.
           MOVE SPACES TO FN-ASSESS
           MOVE SPACES TO FN-WAIVED
           MOVE SPACES TO FN-PAID-AMT
           UNSTRING FINE-REC DELIMITED BY ","
               INTO FN-FINE-ID, FN-TRAN-ID, FN-MEMBER-ID,
                    FN-DUE-DAYS, FN-AMOUNT, FN-PAID-FLAG,
                    FN-PAID-DATE, FN-REASON, FN-WAIVED,
                    FN-WVR-RSN, FN-OP-ID, FN-PAID-AMT, FN-ASSESS
           COMPUTE WS-BALANCE =
               FUNCTION NUMVAL(FN-AMOUNT)
               - FUNCTION NUMVAL(FN-WAIVED)
               - FUNCTION NUMVAL(FN-PAID-AMT).

      *-----------------------------------------------------------------
       LOAD-MEMBER-FILE.
           MOVE 0 TO MEM-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF MEM-CNT < 2000
                           ADD 1 TO MEM-CNT
                           MOVE MEMBER-REC TO MEM-ROW(MEM-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

      *-----------------------------------------------------------------
       REWRITE-MEMBER-FILE.
           OPEN OUTPUT MEMBER-FILE
           PERFORM VARYING MEM-IDX FROM 1 BY 1 UNTIL MEM-IDX > MEM-CNT
               MOVE MEM-ROW(MEM-IDX) TO MEMBER-REC
               WRITE MEMBER-REC
           END-PERFORM
           CLOSE MEMBER-FILE.

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
                           UNSTRING BOOKING-REC DELIMITED BY ","
                               INTO BG-BOOKING-ID(BOOKING-CNT),
                                    BG-BOOK-ID(BOOKING-CNT),
                                    BG-MEMBER-ID(BOOKING-CNT),
                                    BG-COPIES(BOOKING-CNT),
                                    BG-START(BOOKING-CNT),
                                    BG-END(BOOKING-CNT),
                                    BG-STATUS(BOOKING-CNT)
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
               STRING BG-BOOKING-ID(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-BOOK-ID(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-MEMBER-ID(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-COPIES(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-START(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-END(BOOKING-IDX) DELIMITED BY SIZE ","
                      BG-STATUS(BOOKING-IDX) DELIMITED BY SIZE
                   INTO BOOKING-REC
               WRITE BOOKING-REC
           END-PERFORM
           CLOSE BOOKING-FILE.

      *-----------------------------------------------------------------
       LOAD-LOG-FILE.
           MOVE 0 TO LOG-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LOG-CNT < 2000
                           ADD 1 TO LOG-CNT
                           MOVE SPACES TO LN-TYPE(LOG-CNT)
                           MOVE SPACES TO PX-ID(LOG-CNT)
                           MOVE SPACES TO CO-TIME(LOG-CNT)
                           MOVE SPACES TO RT-TIME(LOG-CNT)
                           UNSTRING LOG-REC DELIMITED BY ","
                               INTO TR-ID(LOG-CNT), MB-ID(LOG-CNT),
                                    BK-ID(LOG-CNT), ST-DATE(LOG-CNT),
                                    ED-DATE(LOG-CNT),
                                    DUE-FLAG(LOG-CNT),
                                    RTN-DATE(LOG-CNT), CP-ID(LOG-CNT),
                                    BR-CODE(LOG-CNT), OP-ID(LOG-CNT),
                                    LN-TYPE(LOG-CNT), PX-ID(LOG-CNT),
                                    CO-TIME(LOG-CNT), RT-TIME(LOG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *-----------------------------------------------------------------
       REWRITE-LOG-FILE.
           OPEN OUTPUT LOG-FILE
           PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > LOG-CNT
               MOVE SPACES TO LOG-REC
               STRING TR-ID(LOG-IDX) DELIMITED BY SIZE ","
                      MB-ID(LOG-IDX) DELIMITED BY SIZE ","
                      BK-ID(LOG-IDX) DELIMITED BY SIZE ","
                      ST-DATE(LOG-IDX) DELIMITED BY SIZE ","
                      ED-DATE(LOG-IDX) DELIMITED BY SIZE ","
                      DUE-FLAG(LOG-IDX) DELIMITED BY SIZE ","
                      RTN-DATE(LOG-IDX) DELIMITED BY SIZE ","
                      CP-ID(LOG-IDX) DELIMITED BY SIZE ","
                      BR-CODE(LOG-IDX) DELIMITED BY SIZE ","
                      OP-ID(LOG-IDX) DELIMITED BY SIZE ","
                      LN-TYPE(LOG-IDX) DELIMITED BY SIZE ","
                      PX-ID(LOG-IDX) DELIMITED BY SIZE ","
                      CO-TIME(LOG-IDX) DELIMITED BY SIZE ","
                      RT-TIME(LOG-IDX) DELIMITED BY SIZE
                   INTO LOG-REC
               WRITE LOG-REC
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT.

      *-----------------------------------------------------------------
       LOAD-COPY-FILE.
           MOVE 0 TO COPY-CNT
           MOVE 'N' TO FILE-END
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
      *> Highest request ID on file for numbering, and every fine
      *> reference with a WAIVER or WRITEOFF still PENDING.
       LOAD-PENDING-APPROVALS.
           MOVE 0 TO MAX-APPROVAL-ID
           MOVE 0 TO PD-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO WS-AP-STATUS-X
                       UNSTRING APPROVAL-REC DELIMITED BY ","
                           INTO WS-AP-ID-X, WS-AP-TYPE-X, WS-AP-REF-X,
                                WS-AP-SKIP-1, WS-AP-SKIP-2,
                                WS-AP-SKIP-3, WS-AP-SKIP-4,
                                WS-AP-SKIP-5, WS-AP-STATUS-X
                       IF WS-AP-ID-X NUMERIC
                           MOVE WS-AP-ID-X TO WS-AP-ID-N
                           IF WS-AP-ID-N > MAX-APPROVAL-ID
                               MOVE WS-AP-ID-N TO MAX-APPROVAL-ID
                           END-IF
                       END-IF
                       IF FUNCTION TRIM(WS-AP-STATUS-X) = "PENDING"
                           AND (FUNCTION TRIM(WS-AP-TYPE-X) = "WAIVER"
                             OR FUNCTION TRIM(WS-AP-TYPE-X)
                                 = "WRITEOFF")
                           AND PD-CNT < 500
                           ADD 1 TO PD-CNT
                           MOVE WS-AP-REF-X TO PD-REF(PD-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
       LOAD-PROXY-FILE.
           MOVE 0 TO PROXY-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT PROXY-FILE
           IF WS-PROXY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PROXY-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF PROXY-CNT < 200
                           ADD 1 TO PROXY-CNT
                           UNSTRING PROXY-REC DELIMITED BY ","
                               INTO PX-PROXY(PROXY-CNT),
                                    PX-PRINCIPAL(PROXY-CNT),
                                    PX-EXPIRY(PROXY-CNT),
                                    PX-STATUS(PROXY-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROXY-FILE.

      *-----------------------------------------------------------------
       REWRITE-PROXY-FILE.
           OPEN OUTPUT PROXY-FILE
           PERFORM VARYING PROXY-IDX FROM 1 BY 1
               UNTIL PROXY-IDX > PROXY-CNT
               MOVE SPACES TO PROXY-REC
               STRING PX-PROXY(PROXY-IDX) DELIMITED BY SIZE ","
                      PX-PRINCIPAL(PROXY-IDX) DELIMITED BY SIZE ","
                      PX-EXPIRY(PROXY-IDX) DELIMITED BY SIZE ","
                      PX-STATUS(PROXY-IDX) DELIMITED BY SIZE
                   INTO PROXY-REC
               WRITE PROXY-REC
           END-PERFORM
           CLOSE PROXY-FILE.

      *-----------------------------------------------------------------
       LOAD-INTEREST-FILE.
           MOVE 0 TO IN-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT INTEREST-FILE
           IF WS-INTEREST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INTEREST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF IN-CNT < 3000
                           ADD 1 TO IN-CNT
                           MOVE INTEREST-REC TO IN-ROW(IN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTEREST-FILE.

      *-----------------------------------------------------------------
       LOAD-DLOAN-FILE.
           MOVE 0 TO DL-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DLOAN-FILE
           IF WS-DLOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DLOAN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DL-CNT < 3000
                           ADD 1 TO DL-CNT
                           MOVE SPACES TO DL-CLOSED(DL-CNT)
                           MOVE SPACES TO DL-OPERATOR(DL-CNT)
                           UNSTRING DLOAN-REC DELIMITED BY ","
                               INTO DL-ID(DL-CNT),
                                    DL-LICENCE(DL-CNT),
                                    DL-BOOK-ID(DL-CNT),
                                    DL-FORMAT(DL-CNT),
                                    DL-MEMBER-ID(DL-CNT),
                                    DL-START(DL-CNT),
                                    DL-END(DL-CNT),
                                    DL-STATUS(DL-CNT),
                                    DL-CLOSED(DL-CNT),
                                    DL-OPERATOR(DL-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLOAN-FILE.

      *-----------------------------------------------------------------
       REWRITE-DLOAN-FILE.
           OPEN OUTPUT DLOAN-FILE
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               MOVE SPACES TO DLOAN-REC
               STRING DL-ID(DL-IDX) DELIMITED BY SIZE ","
                   DL-LICENCE(DL-IDX) DELIMITED BY SIZE ","
                   DL-BOOK-ID(DL-IDX) DELIMITED BY SIZE ","
                   DL-FORMAT(DL-IDX) DELIMITED BY SIZE ","
                   DL-MEMBER-ID(DL-IDX) DELIMITED BY SIZE ","
                   DL-START(DL-IDX) DELIMITED BY SIZE ","
                   DL-END(DL-IDX) DELIMITED BY SIZE ","
                   DL-STATUS(DL-IDX) DELIMITED BY SIZE ","
                   DL-CLOSED(DL-IDX) DELIMITED BY SIZE ","
                   DL-OPERATOR(DL-IDX) DELIMITED BY SIZE
                   INTO DLOAN-REC
               WRITE DLOAN-REC
           END-PERFORM
           CLOSE DLOAN-FILE.

      *-----------------------------------------------------------------
       LOAD-DHOLD-FILE.
           MOVE 0 TO DH-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DHOLD-FILE
           IF WS-DHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DHOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DH-CNT < 1000
                           ADD 1 TO DH-CNT
                           MOVE SPACES TO DH-NOTIFY-DATE(DH-CNT)
                           MOVE SPACES TO DH-STATUS(DH-CNT)
                           MOVE SPACES TO DH-PICKUP(DH-CNT)
                           UNSTRING DHOLD-REC DELIMITED BY ","
                               INTO DH-BOOK-ID(DH-CNT),
                                    DH-MEMBER-ID(DH-CNT),
                                    DH-REQ-DATE(DH-CNT),
                                    DH-NOTIFIED(DH-CNT),
                                    DH-NOTIFY-DATE(DH-CNT),
                                    DH-STATUS(DH-CNT),
                                    DH-PICKUP(DH-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DHOLD-FILE.

      *-----------------------------------------------------------------
       REWRITE-DHOLD-FILE.
           OPEN OUTPUT DHOLD-FILE
           PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-CNT
               MOVE SPACES TO DHOLD-REC
               STRING DH-BOOK-ID(DH-IDX) DELIMITED BY SIZE ","
                   DH-MEMBER-ID(DH-IDX) DELIMITED BY SIZE ","
                   DH-REQ-DATE(DH-IDX) DELIMITED BY SIZE ","
                   DH-NOTIFIED(DH-IDX) DELIMITED BY SIZE ","
                   DH-NOTIFY-DATE(DH-IDX) DELIMITED BY SIZE ","
                   DH-STATUS(DH-IDX) DELIMITED BY SIZE ","
                   DH-PICKUP(DH-IDX) DELIMITED BY SIZE
                   INTO DHOLD-REC
               WRITE DHOLD-REC
           END-PERFORM
           CLOSE DHOLD-FILE.

       END PROGRAM DeceasedClose.
