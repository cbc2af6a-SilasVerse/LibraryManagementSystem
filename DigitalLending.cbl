      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: E-book and e-audiobook lending under the publisher's
      *          licence. Each licence is tied to a books.csv title
      *          and carries one of three models:
      *            OCOU     -- one copy, one user: the licence's
      *              copies are its concurrent users, for good.
      *            METERED  -- as OCOU, but the licence is spent
      *              after a set number of loans (USED-UP).
      *            EXPIRING -- as OCOU, but the licence lapses a set
      *              number of months after purchase (EXPIRED); no
      *              loan runs past the expiry date.
      *          A digital loan needs the member in borrowing
      *          standing the way BorrowBook checks it (active,
      *          unexpired, not banned, card not lost, no unpaid fee,
      *          under the fine cap), under DLMAX digital loans, and
      *          a free seat on one of the title's live licences --
      *          seats already offered to a READY digital hold are
      *          not free to anyone else. A loan has no return: it
      *          expires on its end date in the nightly sweep, which
      *          frees the seat. An early return frees it at once.
      *          Digital loans and holds keep their own files, so
      *          overdue notices, fines, the hold shelf and the pick
      *          list never see them. When seats free up the oldest
      *          WAITING digital hold for the title goes READY and
      *          the member is notified (hold_notifications.csv); an
      *          uncollected READY hold lapses after PDAYS, as
      *          ExpireHolds does for the hold shelf. The licence
      *          warning report (digital_licence_report.txt) lists
      *          metered licences within DLREM loans of the limit
      *          and licences expiring within DLEXP days.
      *          Batch mode (USER-CHOICE 99, the nightly schedule)
      *          runs the sweep and the warning report.
      *            digital_licences.csv: licence,book,EBOOK/AUDIO,
      *              model,copies,loan limit,loans used,start,expiry,
      *              loan days,ACTIVE/USED-UP/EXPIRED
      *            digital_loans.csv: loan,licence,book,format,member,
      *              start,end,ACTIVE/RETURNED/EXPIRED,closed,operator
      *            digital_holds.csv: holds.csv's seven columns, the
      *              pickup column always DIGITAL
      * Tectonics: cobc
      * (Updated by Silas): A fine under an OPEN appeal (AppealCheck,
      *            see FineAppeal) no longer counts toward the FCAP fine
      *            cap until its outcome is recorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DigitalLending IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT MEMFEE-FILE ASSIGN TO "../membership_fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMFEE-STATUS.
           SELECT LICENCE-FILE ASSIGN TO "../digital_licences.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICENCE-STATUS.
           SELECT DLOAN-FILE ASSIGN TO "../digital_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOAN-STATUS.
           SELECT DHOLD-FILE ASSIGN TO "../digital_holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHOLD-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "../hold_notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO "../digital_licence_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  MEMFEE-FILE.
       01  MEMFEE-REC      PIC X(200).
       FD  LICENCE-FILE.
       01  LICENCE-REC     PIC X(120).
       FD  DLOAN-FILE.
       01  DLOAN-REC       PIC X(120).
       FD  DHOLD-FILE.
       01  DHOLD-REC       PIC X(120).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC      PIC X(200).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-MEMFEE-STATUS    PIC XX.
       01  WS-LICENCE-STATUS   PIC XX.
       01  WS-DLOAN-STATUS     PIC XX.
       01  WS-DHOLD-STATUS     PIC XX.
       01  WS-NOTIFY-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

      *> Operational numbers, ParamMaint codes in brackets.
       01  WS-DIGITAL-MAX    PIC 9(2) VALUE 5.
       01  WS-DIGITAL-DAYS   PIC 9(3) VALUE 14.
       01  WS-WARN-LOANS     PIC 9(4) VALUE 5.
       01  WS-WARN-DAYS      PIC 9(3) VALUE 30.
       01  WS-PICKUP-DAYS    PIC 9(3) VALUE 7.
       01  WS-FINE-CAP       PIC 9(7) VALUE 0005000.
      *> A fine under an OPEN appeal is on hold -- see AppealCheck.
       01  WS-APPEAL-OPEN    PIC X VALUE 'N'.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID      PIC X(5).
               10 BK-NAME    PIC X(30).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.
       01  BK-MATCH-IDX      PIC 9(4) VALUE 0.

      *> Every licence ever bought, live or spent. LC-ON-LOAN is
      *> worked out from the loan table on load, never stored.
       01  LICENCE-TABLE.
           05 LICENCE-ENTRY OCCURS 500 TIMES.
               10 LC-ID         PIC X(5).
               10 LC-BOOK-ID    PIC X(5).
               10 LC-FORMAT     PIC X(5).
               10 LC-MODEL      PIC X(8).
               10 LC-COPIES     PIC 9(3).
               10 LC-LIMIT      PIC 9(4).
               10 LC-USED       PIC 9(4).
               10 LC-START      PIC X(10).
               10 LC-EXPIRY     PIC X(10).
               10 LC-DAYS       PIC 9(3).
               10 LC-STATUS     PIC X(8).
               10 LC-ON-LOAN    PIC 9(3).
       01  LC-CNT            PIC 9(3) VALUE 0.
       01  LC-IDX            PIC 9(3) VALUE 0.
       01  LC-MATCH-IDX      PIC 9(3) VALUE 0.
       01  LC-MAX-ID         PIC 9(5) VALUE 0.
       01  LC-NUM            PIC 9(5) VALUE 0.

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
       01  DL-CNT            PIC 9(4) VALUE 0.
       01  DL-IDX            PIC 9(4) VALUE 0.
       01  DL-MATCH-IDX      PIC 9(4) VALUE 0.
       01  DL-MAX-ID         PIC 9(5) VALUE 0.
       01  DL-NUM            PIC 9(5) VALUE 0.

       01  DHOLD-TABLE.
           05 DHOLD-ENTRY OCCURS 1000 TIMES.
               10 DH-BOOK-ID     PIC X(5).
               10 DH-MEMBER-ID   PIC X(5).
               10 DH-REQ-DATE    PIC X(10).
               10 DH-NOTIFIED    PIC X(1).
               10 DH-NOTIFY-DATE PIC X(10).
               10 DH-STATUS      PIC X(9).
               10 DH-PICKUP      PIC X(10).
       01  DH-CNT            PIC 9(4) VALUE 0.
       01  DH-IDX            PIC 9(4) VALUE 0.
       01  DH-JDX            PIC 9(4) VALUE 0.
       01  DH-MATCH-IDX      PIC 9(4) VALUE 0.

      *> Seat arithmetic for one title.
       01  WS-TITLE-BOOK     PIC X(5).
       01  WS-TITLE-FREE     PIC 9(4) VALUE 0.
       01  WS-TITLE-READY    PIC 9(4) VALUE 0.
       01  WS-TITLE-LICENCES PIC 9(3) VALUE 0.
       01  WS-LICENCE-FREE   PIC 9(4) VALUE 0.
       01  WS-SEAT-OK        PIC X VALUE 'N'.

      *> Desk entry fields.
       01  WS-BOOK-IN        PIC X(5).
       01  WS-MEMBER-IN      PIC X(5).
       01  WS-FORMAT-IN      PIC X.
       01  WS-MODEL-IN       PIC X.
       01  WS-NUM-IN         PIC X(4).
       01  WS-YN-IN          PIC X.
       01  WS-NUM-VAL        PIC 9(4) VALUE 0.
       01  WS-MONTHS         PIC 9(3) VALUE 0.

      *> Date work fields.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-OUT-INT   PIC 9(8).
       01  WS-DATE-OK        PIC X.
       01  WS-DATE-DIGITS    PIC 9(8).
       01  WS-WORK-INT       PIC 9(8).
       01  WS-WORK-RAW       PIC 9(8).
       01  WS-WORK-DISPLAY   PIC X(10).
       01  WS-EXPIRY-INT     PIC 9(8).
       01  WS-MONTH-TOTAL    PIC 9(4).
       01  WS-EXP-YEAR       PIC 9(4).
       01  WS-EXP-MONTH      PIC 9(2).
       01  WS-EXP-DAY        PIC 9(2).
       01  WS-DAYS-LEFT      PIC S9(8).

      *> Borrowing standing, checked the way BorrowBook checks it at
      *> the desk -- active, unexpired, not banned, card not lost,
      *> no unpaid fee, under the fine cap.
       01  WS-ELIG-MEMBER    PIC X(5).
       01  WS-ELIG-OK        PIC X VALUE 'N'.
       01  WS-ELIG-REASON    PIC X(30).
       01  comma_in_addr     PIC 9.
       01  id_to_email       PIC X(70).
       01  gender_n_flag     PIC X(70).
       01  dummy             PIC X.
       01  MEMBER-ID-F       PIC X(5).
       01  MEMBER-NAME-F     PIC X(30).
       01  MEMBER-EMAIL-F    PIC X(35).
       01  MEMBER-ADDR-F     PIC X(50).
       01  MEMBER-GENDER-F   PIC X.
       01  MEMBER-FLAG-F     PIC X(8).
       01  MEMBER-OVERRIDE-F PIC X(1).
       01  MEMBER-TYPE-F     PIC X(10).
       01  MEMBER-PHONE-F    PIC X(15).
       01  MEMBER-EXP-F      PIC X(10).
       01  FOUND-MEMBER      PIC X VALUE 'N'.
       01  FOUND-MEMBER-FLAG PIC X(8).
       01  FOUND-MEMBER-EXP  PIC X(10).
       01  WS-EXP-DAY-F      PIC X(2).
       01  WS-EXP-MON-F      PIC X(2).
       01  WS-EXP-YR-F       PIC X(4).
       01  WS-EXP-DATE-FMT   PIC 9(8).
       01  WS-BC-BANNED      PIC X VALUE 'N'.
       01  WS-BC-UNTIL       PIC X(10) VALUE SPACES.
       01  WS-CC-BLOCKED     PIC X VALUE 'N'.
       01  WS-MEMBER-DIGITAL PIC 9(3) VALUE 0.
       01  WS-UNPAID-TOTAL   PIC 9(7) VALUE 0.
       01  WS-UNPAID-FEE-TOTAL PIC 9(7) VALUE 0.

      *> fine.csv / membership_fees.csv fields for the balances.
       01  FN-FINE-ID        PIC X(5).
       01  FN-TRAN-ID        PIC X(5).
       01  FN-MEMBER-ID      PIC X(5).
       01  FN-DUE-DAYS       PIC X(3).
       01  FN-AMOUNT         PIC 9(6).
       01  FN-PAID-FLAG      PIC X(3).
       01  FN-PAID-DATE      PIC X(10).
       01  FN-REASON         PIC X(10).
       01  FN-WAIVED-AMT     PIC 9(6).
       01  FN-WAIVER-RSN     PIC X(40).
       01  FN-OP-ID          PIC X(10).
       01  FN-PAID-AMT       PIC 9(6).
       01  MF-FEE-ID         PIC X(5).
       01  MF-MEMBER-ID      PIC X(5).
       01  MF-TYPE           PIC X(10).
       01  MF-AMOUNT         PIC 9(6).
       01  MF-ASSESS-DATE    PIC X(10).
       01  MF-REASON         PIC X(20).
       01  MF-PAID-FLAG      PIC X(3).

      *> Contact lookup for the notice, same shape as ReturnBook's
      *> LOOKUP-NOTIFY-MEMBER.
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
       01  MEMBER-EOF          PIC X VALUE 'N'.

      *> Sweep and report counters.
       01  WS-LOANS-EXPIRED  PIC 9(4) VALUE 0.
       01  WS-LIC-EXPIRED    PIC 9(4) VALUE 0.
       01  WS-HOLDS-LAPSED   PIC 9(4) VALUE 0.
       01  WS-HOLDS-READY    PIC 9(4) VALUE 0.
       01  WS-WARN-CNT       PIC 9(4) VALUE 0.
       01  WS-COUNT-ED       PIC ZZZ9.
       01  WS-COPIES-ED      PIC ZZ9.
       01  WS-USED-ED        PIC ZZZ9.
       01  WS-LIMIT-ED       PIC ZZZ9.
       01  WS-LEFT-ED        PIC ZZZ9.
       01  WS-LINE           PIC X(80).

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
      *> Serialize -- the licence, loan and hold files are rewritten
      *> whole.
           MOVE 'DigitalLending' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-OPERATIONAL-PARAMS
           PERFORM LOAD-LICENCE-FILE
           PERFORM LOAD-DLOAN-FILE
           PERFORM LOAD-DHOLD-FILE
           PERFORM COUNT-LICENCE-LOANS

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> expire what has run out, pass the freed seats on, then
      *> warn about the licences running out next.
           IF USER-CHOICE = 99
               MOVE "DIGITAL" TO WS-OPERATOR-ID
               PERFORM SWEEP-DIGITAL
               PERFORM LICENCE-WARNING-REPORT
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM DIGITAL-MENU THRU DIGITAL-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       DIGITAL-MENU.
           DISPLAY "=============================="
           DISPLAY "   E-BOOK / E-AUDIO LENDING"
           DISPLAY "=============================="
           DISPLAY "1) Add a licence"
           DISPLAY "2) List licences"
           DISPLAY "3) Lend a digital title"
           DISPLAY "4) Early return"
           DISPLAY "5) Expire loans and advance holds"
           DISPLAY "6) Licence warning report"
           DISPLAY "7) Done"
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM ADD-LICENCE
              WHEN 2
                  PERFORM LIST-LICENCES
              WHEN 3
                  PERFORM LEND-DIGITAL
              WHEN 4
                  PERFORM RETURN-DIGITAL
              WHEN 5
                  PERFORM SWEEP-DIGITAL
              WHEN 6
                  PERFORM LICENCE-WARNING-REPORT
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       DIGITAL-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> A new licence for a title already in the catalogue. The
      *> expiry of an EXPIRING licence is fixed now from the months
      *> bought; the loan period defaults to DLDAY.
       ADD-LICENCE.
           IF LC-CNT >= 500
               DISPLAY "Licence table is full."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BOOK-FILE
           DISPLAY "Book ID: "
           ACCEPT WS-BOOK-IN
           PERFORM FIND-BOOK
           IF BK-MATCH-IDX = 0
               DISPLAY "No such title in the catalogue."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Title: " FUNCTION TRIM(BK-NAME(BK-MATCH-IDX))
           DISPLAY "Format -- E) e-book  A) e-audiobook: "
           ACCEPT WS-FORMAT-IN
           MOVE FUNCTION UPPER-CASE(WS-FORMAT-IN) TO WS-FORMAT-IN
           IF WS-FORMAT-IN NOT = "E" AND WS-FORMAT-IN NOT = "A"
               DISPLAY "Format must be E or A."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Model -- 1) one copy one user  2) metered  "
               "3) expiring: "
           ACCEPT WS-MODEL-IN
           IF WS-MODEL-IN NOT = "1" AND WS-MODEL-IN NOT = "2"
               AND WS-MODEL-IN NOT = "3"
               DISPLAY "Model must be 1, 2 or 3."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Copies bought (concurrent users): "
           ACCEPT WS-NUM-IN
           PERFORM PARSE-NUM-IN
           IF WS-NUM-VAL = 0 OR WS-NUM-VAL > 999
               DISPLAY "Copies must be 1 to 999."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LC-CNT
           MOVE LC-CNT TO LC-IDX
           COMPUTE LC-NUM = LC-MAX-ID + 1
           MOVE LC-NUM TO LC-MAX-ID
           MOVE LC-NUM TO LC-ID(LC-IDX)
           MOVE WS-BOOK-IN TO LC-BOOK-ID(LC-IDX)
           IF WS-FORMAT-IN = "E"
               MOVE "EBOOK" TO LC-FORMAT(LC-IDX)
           ELSE
               MOVE "AUDIO" TO LC-FORMAT(LC-IDX)
           END-IF
           MOVE WS-NUM-VAL TO LC-COPIES(LC-IDX)
           MOVE 0 TO LC-LIMIT(LC-IDX)
           MOVE 0 TO LC-USED(LC-IDX)
           MOVE 0 TO LC-ON-LOAN(LC-IDX)
           MOVE WS-TODAY-DISPLAY TO LC-START(LC-IDX)
           MOVE SPACES TO LC-EXPIRY(LC-IDX)
           MOVE "ACTIVE" TO LC-STATUS(LC-IDX)
           EVALUATE WS-MODEL-IN
               WHEN "1"
                   MOVE "OCOU" TO LC-MODEL(LC-IDX)
               WHEN "2"
                   MOVE "METERED" TO LC-MODEL(LC-IDX)
                   DISPLAY "Loans allowed before the licence is "
                       "spent: "
                   ACCEPT WS-NUM-IN
                   PERFORM PARSE-NUM-IN
                   IF WS-NUM-VAL = 0
                       DISPLAY "Loan limit must be at least 1."
                       SUBTRACT 1 FROM LC-CNT
                       SUBTRACT 1 FROM LC-MAX-ID
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NUM-VAL TO LC-LIMIT(LC-IDX)
               WHEN "3"
                   MOVE "EXPIRING" TO LC-MODEL(LC-IDX)
                   DISPLAY "Licence term in months: "
                   ACCEPT WS-NUM-IN
                   PERFORM PARSE-NUM-IN
                   IF WS-NUM-VAL = 0 OR WS-NUM-VAL > 120
                       DISPLAY "Term must be 1 to 120 months."
                       SUBTRACT 1 FROM LC-CNT
                       SUBTRACT 1 FROM LC-MAX-ID
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NUM-VAL TO WS-MONTHS
                   PERFORM COMPUTE-LICENCE-EXPIRY
                   MOVE WS-WORK-DISPLAY TO LC-EXPIRY(LC-IDX)
           END-EVALUATE
           DISPLAY "Loan period in days (blank = "
               WS-DIGITAL-DAYS "): "
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           PERFORM PARSE-NUM-IN
           IF WS-NUM-VAL = 0 OR WS-NUM-VAL > 999
               MOVE WS-DIGITAL-DAYS TO LC-DAYS(LC-IDX)
           ELSE
               MOVE WS-NUM-VAL TO LC-DAYS(LC-IDX)
           END-IF
           PERFORM REWRITE-LICENCE-FILE
           MOVE LC-CNT TO LC-IDX

           MOVE "DigitalLending" TO WS-AUDIT-PROGRAM
           MOVE "LICENCE" TO WS-AUDIT-ENTITY-TYPE
           MOVE LC-ID(LC-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "ACTIVE" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "Licence " LC-ID(LC-IDX) " added: "
               FUNCTION TRIM(LC-MODEL(LC-IDX)) " "
               FUNCTION TRIM(LC-FORMAT(LC-IDX)) " for book "
               LC-BOOK-ID(LC-IDX) "."
      *> New seats may be owed to members already waiting.
           PERFORM ADVANCE-DIGITAL-HOLDS
           IF WS-HOLDS-READY > 0
               PERFORM REWRITE-DHOLD-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> Purchase date plus the term in months; a day past the 28th
      *> is pulled back to the 28th so every month has it.
       COMPUTE-LICENCE-EXPIRY.
           MOVE SYS-DATE(1:4) TO WS-EXP-YEAR
           MOVE SYS-DATE(5:2) TO WS-EXP-MONTH
           COMPUTE WS-MONTH-TOTAL = WS-EXP-MONTH - 1 + WS-MONTHS
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-NUM-VAL
               REMAINDER WS-EXP-MONTH
           ADD WS-NUM-VAL TO WS-EXP-YEAR
           ADD 1 TO WS-EXP-MONTH
           MOVE SYS-DATE(7:2) TO WS-EXP-DAY
           IF WS-EXP-DAY > 28
               MOVE 28 TO WS-EXP-DAY
           END-IF
           MOVE SPACES TO WS-WORK-DISPLAY
           STRING WS-EXP-DAY DELIMITED BY SIZE "-"
                  WS-EXP-MONTH DELIMITED BY SIZE "-"
                  WS-EXP-YEAR DELIMITED BY SIZE
               INTO WS-WORK-DISPLAY.

      *-----------------------------------------------------------------
       PARSE-NUM-IN.
           MOVE 0 TO WS-NUM-VAL
           IF FUNCTION TRIM(WS-NUM-IN) NOT = SPACE
               AND FUNCTION TEST-NUMVAL(WS-NUM-IN) = 0
               COMPUTE WS-NUM-VAL = FUNCTION NUMVAL(WS-NUM-IN)
           END-IF.

      *-----------------------------------------------------------------
       LIST-LICENCES.
           IF LC-CNT = 0
               DISPLAY "No digital licences on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Lic   Book  Fmt   Model    Copies Out Used/Lim "
               "Expires    Status"
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               MOVE LC-COPIES(LC-IDX) TO WS-COPIES-ED
               MOVE LC-ON-LOAN(LC-IDX) TO WS-COUNT-ED
               MOVE LC-USED(LC-IDX) TO WS-USED-ED
               MOVE LC-LIMIT(LC-IDX) TO WS-LIMIT-ED
               IF LC-MODEL(LC-IDX) = "METERED"
                   DISPLAY LC-ID(LC-IDX) " " LC-BOOK-ID(LC-IDX) " "
                       LC-FORMAT(LC-IDX) " " LC-MODEL(LC-IDX) " "
                       WS-COPIES-ED "   " WS-COUNT-ED " "
                       WS-USED-ED "/" WS-LIMIT-ED " "
                       LC-EXPIRY(LC-IDX) " " LC-STATUS(LC-IDX)
               ELSE
                   DISPLAY LC-ID(LC-IDX) " " LC-BOOK-ID(LC-IDX) " "
                       LC-FORMAT(LC-IDX) " " LC-MODEL(LC-IDX) " "
                       WS-COPIES-ED "   " WS-COUNT-ED " "
                       WS-USED-ED "     " LC-EXPIRY(LC-IDX) " "
                       LC-STATUS(LC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A digital loan. The member's own READY hold on the title is
      *> their seat; otherwise READY holds keep their seats and the
      *> member may join the queue instead.
       LEND-DIGITAL.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           DISPLAY "Book ID: "
           ACCEPT WS-BOOK-IN
           MOVE WS-BOOK-IN TO WS-TITLE-BOOK
           PERFORM COUNT-TITLE-SEATS
           IF WS-TITLE-LICENCES = 0
               DISPLAY "Book " WS-BOOK-IN " has no digital licence."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               IF DL-MEMBER-ID(DL-IDX) = WS-MEMBER-IN
                   AND DL-BOOK-ID(DL-IDX) = WS-BOOK-IN
                   AND DL-STATUS(DL-IDX) = "ACTIVE"
                   DISPLAY "Member already has this title until "
                       DL-END(DL-IDX) "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-MEMBER-IN TO WS-ELIG-MEMBER
           PERFORM CHECK-MEMBER-ELIGIBLE
           IF WS-ELIG-OK NOT = 'Y'
               DISPLAY "Refused: " FUNCTION TRIM(WS-ELIG-REASON) "."
               EXIT PARAGRAPH
           END-IF

      *> The member's own READY hold is a seat already set aside.
           MOVE 0 TO DH-MATCH-IDX
           PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-CNT
               IF DH-BOOK-ID(DH-IDX) = WS-BOOK-IN
                   AND DH-MEMBER-ID(DH-IDX) = WS-MEMBER-IN
                   AND (FUNCTION TRIM(DH-STATUS(DH-IDX)) = "READY"
                   OR FUNCTION TRIM(DH-STATUS(DH-IDX)) = "WAITING")
                   MOVE DH-IDX TO DH-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-SEAT-OK
           IF DH-MATCH-IDX NOT = 0
               IF FUNCTION TRIM(DH-STATUS(DH-MATCH-IDX)) = "READY"
                   AND WS-TITLE-FREE > 0
                   MOVE 'Y' TO WS-SEAT-OK
               END-IF
           END-IF
           IF WS-SEAT-OK = 'N' AND WS-TITLE-FREE > WS-TITLE-READY
               MOVE 'Y' TO WS-SEAT-OK
           END-IF
           IF WS-SEAT-OK = 'N'
               PERFORM OFFER-DIGITAL-HOLD
               EXIT PARAGRAPH
           END-IF

           PERFORM PICK-FREE-LICENCE
           IF LC-MATCH-IDX = 0 OR DL-CNT >= 3000
               DISPLAY "No licence seat could be taken."
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-DIGITAL-LOAN
           IF DH-MATCH-IDX NOT = 0
               MOVE "FULFILLED" TO DH-STATUS(DH-MATCH-IDX)
               PERFORM REWRITE-DHOLD-FILE
           END-IF
           PERFORM REWRITE-LICENCE-FILE
           PERFORM REWRITE-DLOAN-FILE.

      *-----------------------------------------------------------------
      *> Free seats on the title's live licences, and READY digital
      *> holds already promised some of them.
       COUNT-TITLE-SEATS.
           MOVE 0 TO WS-TITLE-FREE
           MOVE 0 TO WS-TITLE-READY
           MOVE 0 TO WS-TITLE-LICENCES
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               IF LC-BOOK-ID(LC-IDX) = WS-TITLE-BOOK
                   ADD 1 TO WS-TITLE-LICENCES
                   PERFORM COUNT-LICENCE-FREE
                   ADD WS-LICENCE-FREE TO WS-TITLE-FREE
               END-IF
           END-PERFORM
           PERFORM VARYING DH-JDX FROM 1 BY 1 UNTIL DH-JDX > DH-CNT
               IF DH-BOOK-ID(DH-JDX) = WS-TITLE-BOOK
                   AND FUNCTION TRIM(DH-STATUS(DH-JDX)) = "READY"
                   ADD 1 TO WS-TITLE-READY
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Seats free on licence LC-IDX right now. A metered licence
      *> can lend no more times than it has loans left.
       COUNT-LICENCE-FREE.
           MOVE 0 TO WS-LICENCE-FREE
           IF LC-STATUS(LC-IDX) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF LC-MODEL(LC-IDX) = "EXPIRING"
               MOVE LC-EXPIRY(LC-IDX) TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               IF WS-DATE-OK = 'Y'
                   AND SYS-DATE-INT > WS-DATE-OUT-INT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LC-ON-LOAN(LC-IDX) < LC-COPIES(LC-IDX)
               COMPUTE WS-LICENCE-FREE =
                   LC-COPIES(LC-IDX) - LC-ON-LOAN(LC-IDX)
           END-IF
           IF LC-MODEL(LC-IDX) = "METERED"
               IF LC-USED(LC-IDX) >= LC-LIMIT(LC-IDX)
                   MOVE 0 TO WS-LICENCE-FREE
               ELSE
                   IF LC-LIMIT(LC-IDX) - LC-USED(LC-IDX)
                       < WS-LICENCE-FREE
                       COMPUTE WS-LICENCE-FREE =
                           LC-LIMIT(LC-IDX) - LC-USED(LC-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> The loan goes on the licence that runs out first -- an
      *> expiring or metered seat before a perpetual one -- so no
      *> paid-for use is left to lapse.
       PICK-FREE-LICENCE.
           MOVE 0 TO LC-MATCH-IDX
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               IF LC-BOOK-ID(LC-IDX) = WS-BOOK-IN
                   PERFORM COUNT-LICENCE-FREE
                   IF WS-LICENCE-FREE > 0
                       IF LC-MATCH-IDX = 0
                           MOVE LC-IDX TO LC-MATCH-IDX
                       ELSE
                           IF LC-MODEL(LC-MATCH-IDX) = "OCOU"
                               AND LC-MODEL(LC-IDX) NOT = "OCOU"
                               MOVE LC-IDX TO LC-MATCH-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The loan row, the licence's use, and its end date -- never
      *> past the expiry of an EXPIRING licence.
       POST-DIGITAL-LOAN.
           ADD 1 TO DL-CNT
           COMPUTE DL-NUM = DL-MAX-ID + 1
           MOVE DL-NUM TO DL-MAX-ID
           MOVE DL-NUM TO DL-ID(DL-CNT)
           MOVE LC-ID(LC-MATCH-IDX) TO DL-LICENCE(DL-CNT)
           MOVE WS-BOOK-IN TO DL-BOOK-ID(DL-CNT)
           MOVE LC-FORMAT(LC-MATCH-IDX) TO DL-FORMAT(DL-CNT)
           MOVE WS-MEMBER-IN TO DL-MEMBER-ID(DL-CNT)
           MOVE WS-TODAY-DISPLAY TO DL-START(DL-CNT)
           MOVE "ACTIVE" TO DL-STATUS(DL-CNT)
           MOVE SPACES TO DL-CLOSED(DL-CNT)
           MOVE WS-OPERATOR-ID TO DL-OPERATOR(DL-CNT)
           COMPUTE WS-WORK-INT = SYS-DATE-INT + LC-DAYS(LC-MATCH-IDX)
           IF LC-MODEL(LC-MATCH-IDX) = "EXPIRING"
               MOVE LC-EXPIRY(LC-MATCH-IDX) TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               IF WS-DATE-OK = 'Y' AND WS-DATE-OUT-INT < WS-WORK-INT
                   MOVE WS-DATE-OUT-INT TO WS-WORK-INT
               END-IF
           END-IF
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DISPLAY TO DL-END(DL-CNT)
           ADD 1 TO LC-ON-LOAN(LC-MATCH-IDX)
           ADD 1 TO LC-USED(LC-MATCH-IDX)

           MOVE "DigitalLending" TO WS-AUDIT-PROGRAM
           MOVE "DIGLOAN" TO WS-AUDIT-ENTITY-TYPE
           MOVE DL-ID(DL-CNT) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "ACTIVE" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "Digital loan " DL-ID(DL-CNT) ": book "
               WS-BOOK-IN " to member " WS-MEMBER-IN
               ", access until " DL-END(DL-CNT) "."

           IF LC-MODEL(LC-MATCH-IDX) = "METERED"
               AND LC-USED(LC-MATCH-IDX) >= LC-LIMIT(LC-MATCH-IDX)
               MOVE "USED-UP" TO LC-STATUS(LC-MATCH-IDX)
               MOVE LC-ID(LC-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
               MOVE "LICENCE" TO WS-AUDIT-ENTITY-TYPE
               MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
               MOVE "USED-UP" TO WS-AUDIT-NEW-STATUS
               CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
                   WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
               DISPLAY "Licence " LC-ID(LC-MATCH-IDX)
                   " has now lent its last loan."
           END-IF.

      *-----------------------------------------------------------------
       OFFER-DIGITAL-HOLD.
           DISPLAY "No licence seat is free for book " WS-BOOK-IN "."
           IF DH-MATCH-IDX NOT = 0
               DISPLAY "Member is already in the queue ("
                   FUNCTION TRIM(DH-STATUS(DH-MATCH-IDX)) ")."
               EXIT PARAGRAPH
           END-IF
           IF DH-CNT >= 1000
               DISPLAY "Digital hold queue is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Place a digital hold? (Y/N): "
           ACCEPT WS-YN-IN
           IF FUNCTION UPPER-CASE(WS-YN-IN) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DH-CNT
           MOVE WS-BOOK-IN TO DH-BOOK-ID(DH-CNT)
           MOVE WS-MEMBER-IN TO DH-MEMBER-ID(DH-CNT)
           MOVE WS-TODAY-DISPLAY TO DH-REQ-DATE(DH-CNT)
           MOVE "N" TO DH-NOTIFIED(DH-CNT)
           MOVE SPACES TO DH-NOTIFY-DATE(DH-CNT)
           MOVE "WAITING" TO DH-STATUS(DH-CNT)
           MOVE "DIGITAL" TO DH-PICKUP(DH-CNT)
           PERFORM REWRITE-DHOLD-FILE
           DISPLAY "Digital hold placed for member " WS-MEMBER-IN
               ".".

      *-----------------------------------------------------------------
      *> Handing a title back before its end date frees the seat at
      *> once; the queue moves on straight away.
       RETURN-DIGITAL.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           DISPLAY "Book ID: "
           ACCEPT WS-BOOK-IN
           MOVE 0 TO DL-MATCH-IDX
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               IF DL-MEMBER-ID(DL-IDX) = WS-MEMBER-IN
                   AND DL-BOOK-ID(DL-IDX) = WS-BOOK-IN
                   AND DL-STATUS(DL-IDX) = "ACTIVE"
                   MOVE DL-IDX TO DL-MATCH-IDX
               END-IF
           END-PERFORM
           IF DL-MATCH-IDX = 0
               DISPLAY "No active digital loan of that title for "
                   "that member."
               EXIT PARAGRAPH
           END-IF
           MOVE "RETURNED" TO DL-STATUS(DL-MATCH-IDX)
           MOVE WS-TODAY-DISPLAY TO DL-CLOSED(DL-MATCH-IDX)
           PERFORM RELEASE-LOAN-SEAT
           MOVE "DigitalLending" TO WS-AUDIT-PROGRAM
           MOVE "DIGLOAN" TO WS-AUDIT-ENTITY-TYPE
           MOVE DL-ID(DL-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
           MOVE "RETURNED" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "Digital loan " DL-ID(DL-MATCH-IDX) " returned."
           PERFORM ADVANCE-DIGITAL-HOLDS
           PERFORM REWRITE-DLOAN-FILE
           PERFORM REWRITE-DHOLD-FILE.

      *-----------------------------------------------------------------
      *> The loan at DL-MATCH-IDX no longer holds a seat.
       RELEASE-LOAN-SEAT.
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               IF LC-ID(LC-IDX) = DL-LICENCE(DL-MATCH-IDX)
                   AND LC-ON-LOAN(LC-IDX) > 0
                   SUBTRACT 1 FROM LC-ON-LOAN(LC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The nightly sweep: licences past their term, loans past
      *> their end date, READY holds nobody took up -- then every
      *> freed seat goes to the queue.
       SWEEP-DIGITAL.
           MOVE 0 TO WS-LIC-EXPIRED
           MOVE 0 TO WS-LOANS-EXPIRED
           MOVE 0 TO WS-HOLDS-LAPSED
           MOVE "DigitalLending" TO WS-AUDIT-PROGRAM
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               IF LC-MODEL(LC-IDX) = "EXPIRING"
                   AND LC-STATUS(LC-IDX) = "ACTIVE"
                   MOVE LC-EXPIRY(LC-IDX) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-OK = 'Y'
                       AND SYS-DATE-INT > WS-DATE-OUT-INT
                       MOVE "EXPIRED" TO LC-STATUS(LC-IDX)
                       ADD 1 TO WS-LIC-EXPIRED
                       MOVE "LICENCE" TO WS-AUDIT-ENTITY-TYPE
                       MOVE LC-ID(LC-IDX) TO WS-AUDIT-ENTITY-ID
                       MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
                       MOVE "EXPIRED" TO WS-AUDIT-NEW-STATUS
                       CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
                           WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
                           WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
                   END-IF
               END-IF
           END-PERFORM

      *> Access runs to the end of the end date; the loan lapses the
      *> day after, with no return and no fine.
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               IF DL-STATUS(DL-IDX) = "ACTIVE"
                   MOVE DL-END(DL-IDX) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-OK = 'Y'
                       AND SYS-DATE-INT > WS-DATE-OUT-INT
                       MOVE "EXPIRED" TO DL-STATUS(DL-IDX)
                       MOVE WS-TODAY-DISPLAY TO DL-CLOSED(DL-IDX)
                       MOVE DL-IDX TO DL-MATCH-IDX
                       PERFORM RELEASE-LOAN-SEAT
                       ADD 1 TO WS-LOANS-EXPIRED
                   END-IF
               END-IF
           END-PERFORM

      *> A READY hold not taken up in the pickup window lapses, as
      *> ExpireHolds does for the hold shelf.
           PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-CNT
               IF FUNCTION TRIM(DH-STATUS(DH-IDX)) = "READY"
                   MOVE DH-NOTIFY-DATE(DH-IDX) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-OK = 'Y'
                       AND SYS-DATE-INT - WS-DATE-OUT-INT
                           > WS-PICKUP-DAYS
                       MOVE "EXPIRED" TO DH-STATUS(DH-IDX)
                       ADD 1 TO WS-HOLDS-LAPSED
                       MOVE "HOLD" TO WS-AUDIT-ENTITY-TYPE
                       MOVE DH-BOOK-ID(DH-IDX) TO WS-AUDIT-ENTITY-ID
                       MOVE "READY" TO WS-AUDIT-OLD-STATUS
                       MOVE "EXPIRED" TO WS-AUDIT-NEW-STATUS
                       CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
                           WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
                           WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM ADVANCE-DIGITAL-HOLDS
           PERFORM REWRITE-LICENCE-FILE
           PERFORM REWRITE-DLOAN-FILE
           PERFORM REWRITE-DHOLD-FILE
           DISPLAY "Digital sweep: " WS-LOANS-EXPIRED
               " loan(s) expired, " WS-LIC-EXPIRED
               " licence(s) expired, " WS-HOLDS-LAPSED
               " hold(s) lapsed, " WS-HOLDS-READY
               " hold(s) now ready.".

      *-----------------------------------------------------------------
      *> Oldest WAITING digital hold first, one per free seat that no
      *> READY hold already has a claim on.
       ADVANCE-DIGITAL-HOLDS.
           MOVE 0 TO WS-HOLDS-READY
           PERFORM VARYING DH-IDX FROM 1 BY 1 UNTIL DH-IDX > DH-CNT
               IF FUNCTION TRIM(DH-STATUS(DH-IDX)) = "WAITING"
                   MOVE DH-BOOK-ID(DH-IDX) TO WS-TITLE-BOOK
                   PERFORM COUNT-TITLE-SEATS
                   IF WS-TITLE-FREE > WS-TITLE-READY
                       MOVE "Y" TO DH-NOTIFIED(DH-IDX)
                       MOVE WS-TODAY-DISPLAY TO DH-NOTIFY-DATE(DH-IDX)
                       MOVE "READY" TO DH-STATUS(DH-IDX)
                       ADD 1 TO WS-HOLDS-READY
                       DISPLAY "Digital hold ready: notify member "
                           DH-MEMBER-ID(DH-IDX) " that book "
                           DH-BOOK-ID(DH-IDX) " can be borrowed."
                       MOVE DH-MEMBER-ID(DH-IDX) TO NOTIFY-MEMBER-ID
                       PERFORM LOOKUP-NOTIFY-MEMBER
                       PERFORM WRITE-HOLD-NOTIFICATION
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Metered licences close to their last loan and licences close
      *> to their expiry date, while there is still time to renew.
       LICENCE-WARNING-REPORT.
           MOVE 0 TO WS-WARN-CNT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "DIGITAL LICENCE WARNINGS  " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-WARN-LOANS TO WS-LEFT-ED
           MOVE SPACES TO WS-LINE
           STRING "Metered licences with " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEFT-ED) DELIMITED BY SIZE
                  " loan(s) or fewer left" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Lic" TO WS-LINE(1:3)
           MOVE "Book" TO WS-LINE(7:4)
           MOVE "Title" TO WS-LINE(13:5)
           MOVE "Used" TO WS-LINE(45:4)
           MOVE "Limit" TO WS-LINE(51:5)
           MOVE "Left" TO WS-LINE(58:4)
           PERFORM EMIT-LINE
           PERFORM LOAD-BOOK-FILE
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               IF LC-MODEL(LC-IDX) = "METERED"
                   AND LC-STATUS(LC-IDX) = "ACTIVE"
                   AND LC-LIMIT(LC-IDX) - LC-USED(LC-IDX)
                       <= WS-WARN-LOANS
                   PERFORM EMIT-METERED-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-WARN-DAYS TO WS-LEFT-ED
           MOVE SPACES TO WS-LINE
           STRING "Licences expiring within " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEFT-ED) DELIMITED BY SIZE
                  " day(s)" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Lic" TO WS-LINE(1:3)
           MOVE "Book" TO WS-LINE(7:4)
           MOVE "Title" TO WS-LINE(13:5)
           MOVE "Expires" TO WS-LINE(45:7)
           MOVE "Days" TO WS-LINE(58:4)
           PERFORM EMIT-LINE
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               IF LC-MODEL(LC-IDX) = "EXPIRING"
                   AND LC-STATUS(LC-IDX) = "ACTIVE"
                   MOVE LC-EXPIRY(LC-IDX) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-OK = 'Y'
                       COMPUTE WS-DAYS-LEFT =
                           WS-DATE-OUT-INT - SYS-DATE-INT
                       IF WS-DAYS-LEFT >= 0
                           AND WS-DAYS-LEFT <= WS-WARN-DAYS
                           PERFORM EMIT-EXPIRING-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-WARN-CNT TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " licence(s) need attention." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../digital_licence_report.txt" TO WS-PS-SOURCE
           MOVE "DIGITAL" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Report written to digital_licence_report.txt.".

      *-----------------------------------------------------------------
       EMIT-METERED-LINE.
           ADD 1 TO WS-WARN-CNT
           MOVE LC-BOOK-ID(LC-IDX) TO WS-BOOK-IN
           PERFORM FIND-BOOK
           MOVE LC-USED(LC-IDX) TO WS-USED-ED
           MOVE LC-LIMIT(LC-IDX) TO WS-LIMIT-ED
           COMPUTE WS-NUM-VAL = LC-LIMIT(LC-IDX) - LC-USED(LC-IDX)
           MOVE WS-NUM-VAL TO WS-LEFT-ED
           MOVE SPACES TO WS-LINE
           MOVE LC-ID(LC-IDX) TO WS-LINE(1:5)
           MOVE LC-BOOK-ID(LC-IDX) TO WS-LINE(7:5)
           IF BK-MATCH-IDX NOT = 0
               MOVE BK-NAME(BK-MATCH-IDX) TO WS-LINE(13:30)
           END-IF
           MOVE WS-USED-ED TO WS-LINE(45:4)
           MOVE WS-LIMIT-ED TO WS-LINE(51:4)
           MOVE WS-LEFT-ED TO WS-LINE(58:4)
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
       EMIT-EXPIRING-LINE.
           ADD 1 TO WS-WARN-CNT
           MOVE LC-BOOK-ID(LC-IDX) TO WS-BOOK-IN
           PERFORM FIND-BOOK
           MOVE WS-DAYS-LEFT TO WS-LEFT-ED
           MOVE SPACES TO WS-LINE
           MOVE LC-ID(LC-IDX) TO WS-LINE(1:5)
           MOVE LC-BOOK-ID(LC-IDX) TO WS-LINE(7:5)
           IF BK-MATCH-IDX NOT = 0
               MOVE BK-NAME(BK-MATCH-IDX) TO WS-LINE(13:30)
           END-IF
           MOVE LC-EXPIRY(LC-IDX) TO WS-LINE(45:10)
           MOVE WS-LEFT-ED TO WS-LINE(58:4)
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
       EMIT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF USER-CHOICE NOT = 99
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-IF.

      *-----------------------------------------------------------------
       CHECK-MEMBER-ELIGIBLE.
           MOVE 'N' TO WS-ELIG-OK
           MOVE SPACES TO WS-ELIG-REASON
           MOVE 'N' TO FOUND-MEMBER
           MOVE SPACES TO FOUND-MEMBER-FLAG
           MOVE SPACES TO FOUND-MEMBER-EXP
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE "MEMBER NOT ACTIVE" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO comma_in_addr
                       INSPECT MEMBER-REC TALLYING comma_in_addr
                           FOR ALL '"'
                       MOVE SPACES TO MEMBER-TYPE-F
                       MOVE SPACES TO MEMBER-EXP-F
                       IF comma_in_addr > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO id_to_email, MEMBER-ADDR-F,
                                    gender_n_flag
                           UNSTRING id_to_email DELIMITED BY ','
                               INTO MEMBER-ID-F, MEMBER-NAME-F,
                                    MEMBER-EMAIL-F
                           UNSTRING gender_n_flag DELIMITED BY ','
                               INTO dummy, MEMBER-GENDER-F,
                                    MEMBER-FLAG-F, MEMBER-OVERRIDE-F,
                                    MEMBER-TYPE-F, MEMBER-PHONE-F,
                                    MEMBER-EXP-F
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO MEMBER-ID-F, MEMBER-NAME-F,
                                    MEMBER-EMAIL-F, MEMBER-ADDR-F,
                                    MEMBER-GENDER-F, MEMBER-FLAG-F,
                                    MEMBER-OVERRIDE-F, MEMBER-TYPE-F,
                                    MEMBER-PHONE-F, MEMBER-EXP-F
                       END-IF
                       IF MEMBER-ID-F = WS-ELIG-MEMBER
                           MOVE 'Y' TO FOUND-MEMBER
                           MOVE MEMBER-FLAG-F TO FOUND-MEMBER-FLAG
                           MOVE MEMBER-EXP-F TO FOUND-MEMBER-EXP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF FOUND-MEMBER NOT = 'Y'
               OR FOUND-MEMBER-FLAG NOT = "ACTIVE"
               MOVE "MEMBER NOT ACTIVE" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FOUND-MEMBER-EXP) NOT = SPACE
               UNSTRING FOUND-MEMBER-EXP DELIMITED BY "-"
                   INTO WS-EXP-DAY-F, WS-EXP-MON-F, WS-EXP-YR-F
               STRING WS-EXP-YR-F  DELIMITED BY SIZE
                      WS-EXP-MON-F DELIMITED BY SIZE
                      WS-EXP-DAY-F DELIMITED BY SIZE
                   INTO WS-EXP-DATE-FMT
               IF SYS-DATE > WS-EXP-DATE-FMT
                   MOVE "MEMBERSHIP EXPIRED" TO WS-ELIG-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL 'BanCheck' USING WS-ELIG-MEMBER, WS-BC-BANNED,
               WS-BC-UNTIL
           IF WS-BC-BANNED = 'Y'
               MOVE "BANNED FROM BORROWING" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
           CALL 'CardCheck' USING WS-ELIG-MEMBER, WS-CC-BLOCKED
           IF WS-CC-BLOCKED = 'Y'
               MOVE "CARD REPORTED LOST" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MEMBERSHIP-FEES
           IF WS-UNPAID-FEE-TOTAL > 0
               MOVE "UNPAID MEMBERSHIP FEE" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FINE-BALANCE
           IF WS-UNPAID-TOTAL >= WS-FINE-CAP
               MOVE "OVER FINE CAP" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
      *> Digital loans have their own limit; print loans don't count
      *> against it, nor digital against the print limit.
           MOVE 0 TO WS-MEMBER-DIGITAL
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               IF DL-MEMBER-ID(DL-IDX) = WS-ELIG-MEMBER
                   AND DL-STATUS(DL-IDX) = "ACTIVE"
                   ADD 1 TO WS-MEMBER-DIGITAL
               END-IF
           END-PERFORM
           IF WS-MEMBER-DIGITAL >= WS-DIGITAL-MAX
               MOVE "OVER DIGITAL LOAN LIMIT" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ELIG-OK.

      *-----------------------------------------------------------------
      *> Balance still owed across the member's fine.csv rows, the
      *> same sum BorrowBook checks against the cap.
       CHECK-FINE-BALANCE.
           MOVE 0 TO WS-UNPAID-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO FN-AMOUNT
                       MOVE 0 TO FN-WAIVED-AMT
                       MOVE 0 TO FN-PAID-AMT
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FN-FINE-ID, FN-TRAN-ID,
                                FN-MEMBER-ID, FN-DUE-DAYS,
                                FN-AMOUNT, FN-PAID-FLAG,
                                FN-PAID-DATE, FN-REASON,
                                FN-WAIVED-AMT, FN-WAIVER-RSN,
                                FN-OP-ID, FN-PAID-AMT
                       IF FN-AMOUNT NOT NUMERIC
                           MOVE 0 TO FN-AMOUNT
                       END-IF
                       IF FN-WAIVED-AMT NOT NUMERIC
                           MOVE 0 TO FN-WAIVED-AMT
                       END-IF
                       IF FN-PAID-AMT NOT NUMERIC
                           MOVE 0 TO FN-PAID-AMT
                       END-IF
                       IF FN-MEMBER-ID = WS-ELIG-MEMBER
                           AND FUNCTION TRIM(FN-PAID-FLAG)
                               NOT = "YES"
                           CALL 'AppealCheck' USING FN-FINE-ID,
                               WS-APPEAL-OPEN
                           IF WS-APPEAL-OPEN = 'N'
                               COMPUTE WS-UNPAID-TOTAL =
                                   WS-UNPAID-TOTAL + FN-AMOUNT
                                   - FN-WAIVED-AMT - FN-PAID-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       CHECK-MEMBERSHIP-FEES.
           MOVE 0 TO WS-UNPAID-FEE-TOTAL
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMFEE-FILE
           IF WS-MEMFEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMFEE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO MF-AMOUNT
                       UNSTRING MEMFEE-REC DELIMITED BY ","
                           INTO MF-FEE-ID, MF-MEMBER-ID, MF-TYPE,
                                MF-AMOUNT, MF-ASSESS-DATE,
                                MF-REASON, MF-PAID-FLAG
                       IF MF-AMOUNT NOT NUMERIC
                           MOVE 0 TO MF-AMOUNT
                       END-IF
                       IF MF-MEMBER-ID = WS-ELIG-MEMBER AND
                           FUNCTION TRIM(MF-PAID-FLAG) NOT = "YES"
                           ADD MF-AMOUNT TO WS-UNPAID-FEE-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMFEE-FILE.

      *-----------------------------------------------------------------
       LOAD-OPERATIONAL-PARAMS.
           MOVE "DLMAX" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-DIGITAL-MAX
           END-IF
           MOVE "DLDAY" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-DIGITAL-DAYS
           END-IF
           MOVE "DLREM" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-WARN-LOANS
           END-IF
           MOVE "DLEXP" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-WARN-DAYS
           END-IF
           MOVE "PDAYS" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-PICKUP-DAYS
           END-IF
           MOVE "FCAP " TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-FINE-CAP
           END-IF.

      *-----------------------------------------------------------------
      *> Same contact lookup ReturnBook does before it writes a
      *> notification row.
       LOOKUP-NOTIFY-MEMBER.
           MOVE 'N' TO NOTIFY-MEMBER-FOUND
           MOVE SPACES TO NOTIFY-MEMBER-NAME
           MOVE SPACES TO NOTIFY-MEMBER-EMAIL
           MOVE SPACES TO NOTIFY-MEMBER-PHONE
           MOVE "EMAIL" TO NOTIFY-MEMBER-CHANNEL
           MOVE 'N' TO MEMBER-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MEMBER-EOF = 'Y' OR NOTIFY-MEMBER-FOUND = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO MEMBER-EOF
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
      *> One hold_notifications.csv row per READY digital hold, the
      *> same append ExpireHolds does on a promotion.
       WRITE-HOLD-NOTIFICATION.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-REC
           STRING DH-BOOK-ID(DH-IDX) DELIMITED BY SIZE ","
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
       FIND-BOOK.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = WS-BOOK-IN
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
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
                       IF BK-CNT < 1000
                           ADD 1 TO BK-CNT
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       LOAD-LICENCE-FILE.
           MOVE 0 TO LC-CNT
           MOVE 0 TO LC-MAX-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT LICENCE-FILE
           IF WS-LICENCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LICENCE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LC-CNT < 500
                           ADD 1 TO LC-CNT
                           MOVE 0 TO LC-COPIES(LC-CNT)
                           MOVE 0 TO LC-LIMIT(LC-CNT)
                           MOVE 0 TO LC-USED(LC-CNT)
                           MOVE 0 TO LC-DAYS(LC-CNT)
                           MOVE 0 TO LC-ON-LOAN(LC-CNT)
                           UNSTRING LICENCE-REC DELIMITED BY ","
                               INTO LC-ID(LC-CNT),
                                    LC-BOOK-ID(LC-CNT),
                                    LC-FORMAT(LC-CNT),
                                    LC-MODEL(LC-CNT),
                                    LC-COPIES(LC-CNT),
                                    LC-LIMIT(LC-CNT),
                                    LC-USED(LC-CNT),
                                    LC-START(LC-CNT),
                                    LC-EXPIRY(LC-CNT),
                                    LC-DAYS(LC-CNT),
                                    LC-STATUS(LC-CNT)
                           IF LC-DAYS(LC-CNT) NOT NUMERIC
                               OR LC-DAYS(LC-CNT) = 0
                               MOVE WS-DIGITAL-DAYS TO LC-DAYS(LC-CNT)
                           END-IF
                           IF LC-ID(LC-CNT) NUMERIC
                               MOVE LC-ID(LC-CNT) TO LC-NUM
                               IF LC-NUM > LC-MAX-ID
                                   MOVE LC-NUM TO LC-MAX-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LICENCE-FILE.

      *-----------------------------------------------------------------
       REWRITE-LICENCE-FILE.
           OPEN OUTPUT LICENCE-FILE
           PERFORM VARYING LC-IDX FROM 1 BY 1 UNTIL LC-IDX > LC-CNT
               MOVE SPACES TO LICENCE-REC
               STRING LC-ID(LC-IDX) DELIMITED BY SIZE ","
                   LC-BOOK-ID(LC-IDX) DELIMITED BY SIZE ","
                   LC-FORMAT(LC-IDX) DELIMITED BY SIZE ","
                   LC-MODEL(LC-IDX) DELIMITED BY SIZE ","
                   LC-COPIES(LC-IDX) DELIMITED BY SIZE ","
                   LC-LIMIT(LC-IDX) DELIMITED BY SIZE ","
                   LC-USED(LC-IDX) DELIMITED BY SIZE ","
                   LC-START(LC-IDX) DELIMITED BY SIZE ","
                   LC-EXPIRY(LC-IDX) DELIMITED BY SIZE ","
                   LC-DAYS(LC-IDX) DELIMITED BY SIZE ","
                   LC-STATUS(LC-IDX) DELIMITED BY SIZE
                   INTO LICENCE-REC
               WRITE LICENCE-REC
           END-PERFORM
           CLOSE LICENCE-FILE.

      *-----------------------------------------------------------------
       LOAD-DLOAN-FILE.
           MOVE 0 TO DL-CNT
           MOVE 0 TO DL-MAX-ID
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
                           IF DL-ID(DL-CNT) NUMERIC
                               MOVE DL-ID(DL-CNT) TO DL-NUM
                               IF DL-NUM > DL-MAX-ID
                                   MOVE DL-NUM TO DL-MAX-ID
                               END-IF
                           END-IF
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
      *> Seats in use per licence, from the ACTIVE loans.
       COUNT-LICENCE-LOANS.
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
               IF DL-STATUS(DL-IDX) = "ACTIVE"
                   PERFORM VARYING LC-IDX FROM 1 BY 1
                       UNTIL LC-IDX > LC-CNT
                       IF LC-ID(LC-IDX) = DL-LICENCE(DL-IDX)
                           ADD 1 TO LC-ON-LOAN(LC-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

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
       FORMAT-WORK-DATE.
           COMPUTE WS-WORK-RAW = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           STRING WS-WORK-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-WORK-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-WORK-RAW(1:4) DELIMITED BY SIZE
               INTO WS-WORK-DISPLAY.

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

       END PROGRAM DigitalLending.
