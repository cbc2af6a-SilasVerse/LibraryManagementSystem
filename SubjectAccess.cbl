      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Subject-access dossier. A member is entitled to a
      *          copy of everything the library holds about them, and
      *          answering one used to take a day of searching files.
      *          Given a member ID this pulls every row about them out
      *          of every file that holds personal data -- the member
      *          record and cards, live and archived loans (as
      *          borrower or as proxy), fines, receipts, fees,
      *          credits, holds, bookings, incidents, proxies, the
      *          notice ledger, reading-program entries, reading
      *          interests, the homebound register, complaints, phone
      *          calls, fine appeals, digital loans and holds, public
      *          PC sessions, locker notices, the notice language and
      *          the notices composed for them -- and the
      *          audit_log.csv rows about the member or about any of
      *          their loans, fines, bookings, complaints or digital
      *          loans. The rows go out exactly as held:
      *            subject_access_dossier.txt -- printable, one
      *                section per file, spooled through PrintSpool
      *            subject_access_export.csv  -- member,section,
      *                followed by the source row as stored
      *          Every request is logged in subject_access_log.csv
      *          (request, member, received, answered, operator,
      *          rows) and the request list shows the days taken
      *          against the SARDY reply deadline (30 by default).
      * Tectonics: cobc
      * (Updated by Silas): phone calls, fine appeals, digital loans and
      *            holds, PC sessions, locker notices, the notice
      *            language and composed notices are in the dossier too;
      *            rows up to composed_notices.csv's width print over as
      *            many lines as they need.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectAccess IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT CARD-FILE ASSIGN TO "../member_cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT MEMFEE-FILE ASSIGN TO "../membership_fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMFEE-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "../member_credits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "../bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "../incidents.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT PROXY-FILE ASSIGN TO "../proxies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROXY-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "../notice_ledger.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "../program_enrollments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT INTEREST-FILE ASSIGN TO "../reader_interests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-STATUS.
           SELECT HOMEBOUND-FILE ASSIGN TO "../homebound.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOMEBOUND-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "../complaints.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT CALL-FILE ASSIGN TO "../phone_calls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALL-STATUS.
           SELECT APPEAL-FILE ASSIGN TO "../fine_appeals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.
           SELECT DLOAN-FILE ASSIGN TO "../digital_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOAN-STATUS.
           SELECT DHOLD-FILE ASSIGN TO "../digital_holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHOLD-STATUS.
           SELECT PCSESS-FILE ASSIGN TO "../pc_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCSESS-STATUS.
           SELECT LOCKER-FILE ASSIGN TO "../locker_notices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKER-STATUS.
           SELECT LANG-FILE ASSIGN TO "../member_language.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANG-STATUS.
           SELECT COMPOSED-FILE ASSIGN TO "../composed_notices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPOSED-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SAR-LOG-FILE ASSIGN TO "../subject_access_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-LOG-STATUS.
           SELECT DOSSIER-FILE ASSIGN TO
               "../subject_access_dossier.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "../subject_access_export.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(250).
       FD  CARD-FILE.
       01  CARD-REC        PIC X(250).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(250).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(250).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(250).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC     PIC X(250).
       FD  MEMFEE-FILE.
       01  MEMFEE-REC      PIC X(250).
       FD  CREDIT-FILE.
       01  CREDIT-REC      PIC X(250).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(250).
       FD  BOOKING-FILE.
       01  BOOKING-REC     PIC X(250).
       FD  INCIDENT-FILE.
       01  INCIDENT-REC    PIC X(250).
       FD  PROXY-FILE.
       01  PROXY-REC       PIC X(250).
       FD  NOTICE-FILE.
       01  NOTICE-REC      PIC X(250).
       FD  ENROLL-FILE.
       01  ENROLL-REC      PIC X(250).
       FD  INTEREST-FILE.
       01  INTEREST-REC    PIC X(250).
       FD  HOMEBOUND-FILE.
       01  HOMEBOUND-REC   PIC X(250).
       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC   PIC X(250).
       FD  CALL-FILE.
       01  CALL-REC        PIC X(250).
       FD  APPEAL-FILE.
       01  APPEAL-REC      PIC X(250).
       FD  DLOAN-FILE.
       01  DLOAN-REC       PIC X(250).
       FD  DHOLD-FILE.
       01  DHOLD-REC       PIC X(250).
       FD  PCSESS-FILE.
       01  PCSESS-REC      PIC X(250).
       FD  LOCKER-FILE.
       01  LOCKER-REC      PIC X(250).
       FD  LANG-FILE.
       01  LANG-REC        PIC X(250).
       FD  COMPOSED-FILE.
       01  COMPOSED-REC    PIC X(650).
       FD  AUDIT-FILE.
       01  AUDIT-REC       PIC X(250).
       FD  SAR-LOG-FILE.
       01  SAR-LOG-REC     PIC X(100).
       FD  DOSSIER-FILE.
       01  DOSSIER-LINE    PIC X(100).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-STATUS   PIC XX.
       01  WS-CARD-STATUS     PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-ARCHIVE-STATUS  PIC XX.
       01  WS-FINE-STATUS     PIC XX.
       01  WS-RECEIPT-STATUS  PIC XX.
       01  WS-MEMFEE-STATUS   PIC XX.
       01  WS-CREDIT-STATUS   PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-BOOKING-STATUS  PIC XX.
       01  WS-INCIDENT-STATUS PIC XX.
       01  WS-PROXY-STATUS    PIC XX.
       01  WS-NOTICE-STATUS   PIC XX.
       01  WS-ENROLL-STATUS   PIC XX.
       01  WS-INTEREST-STATUS PIC XX.
       01  WS-HOMEBOUND-STATUS PIC XX.
       01  WS-COMPLAINT-STATUS PIC XX.
       01  WS-CALL-STATUS     PIC XX.
       01  WS-APPEAL-STATUS   PIC XX.
       01  WS-DLOAN-STATUS    PIC XX.
       01  WS-DHOLD-STATUS    PIC XX.
       01  WS-PCSESS-STATUS   PIC XX.
       01  WS-LOCKER-STATUS   PIC XX.
       01  WS-LANG-STATUS     PIC XX.
       01  WS-COMPOSED-STATUS PIC XX.
       01  WS-AUDIT-STATUS    PIC XX.
       01  WS-SAR-LOG-STATUS  PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.

       01  SYS-DATE           PIC 9(8).
       01  SYS-DATE-INT       PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).

       01  WS-MEMBER-IN       PIC X(5).
       01  WS-MEMBER-NAME     PIC X(30).
       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.
       01  WS-RECEIVED-IN     PIC X(10).
       01  WS-MEMBER-FOUND    PIC X.
       01  WS-MEMBER-LINE     PIC X(200).

      *> One source row and its first fourteen columns. The member
      *> column is never inside the quoted members.csv address, so a
      *> plain comma split finds it in every file.
       01  WS-ROW             PIC X(672).
       01  WS-ROW-POS         PIC 9(3) VALUE 0.
       01  ROW-FIELDS.
           05 SA-FLD OCCURS 14 TIMES PIC X(40).
       01  WS-COL-A           PIC 99 VALUE 0.
       01  WS-COL-B           PIC 99 VALUE 0.
       01  WS-MATCH           PIC X VALUE 'N'.

      *> The section being written.
       01  WS-SECTION-CODE    PIC X(8).
       01  WS-SECTION-HEAD    PIC X(30).
       01  WS-SECTION-FILE    PIC X(24).
       01  WS-SECTION-CNT     PIC 9(5) VALUE 0.
       01  WS-TOTAL-CNT       PIC 9(6) VALUE 0.
       01  WS-COUNT-ED        PIC ZZZZ9.
       01  WS-TOTAL-ED        PIC ZZZZZ9.
       01  SECTION-RULE       PIC X(70) VALUE ALL "-".
       01  DOSSIER-DECOR      PIC X(70) VALUE ALL "=".

      *> Loans, fines, bookings, complaints and digital loans found on
      *> the way through -- their audit rows carry the row's own ID,
      *> not the member's.
       01  WS-KEY-TYPE        PIC X(10).
       01  KEY-TABLE.
           05 KEY-ENTRY OCCURS 6000 TIMES.
               10 KY-TYPE     PIC X(10).
               10 KY-ID       PIC X(5).
       01  KEY-CNT            PIC 9(4) VALUE 0.
       01  KEY-IDX            PIC 9(4) VALUE 0.

      *> One audit_log.csv row -- see AuditLog.
       01  AU-DATE            PIC X(10).
       01  AU-TIME            PIC X(8).
       01  AU-PROGRAM         PIC X(20).
       01  AU-TYPE            PIC X(10).
       01  AU-ID              PIC X(5).

      *> Request log.
       01  SL-REQ             PIC X(5).
       01  SL-MEMBER          PIC X(5).
       01  SL-RECEIVED        PIC X(10).
       01  SL-ANSWERED        PIC X(10).
       01  SL-OPERATOR        PIC X(10).
       01  SL-ROWS            PIC X(6).
       01  WS-REQ-N           PIC 9(5) VALUE 0.
       01  WS-MAX-REQ         PIC 9(5) VALUE 0.
       01  WS-NEW-REQ         PIC 9(5) VALUE 0.
       01  WS-DEADLINE        PIC 9(3) VALUE 30.
       01  WS-DATE-X          PIC X(10).
       01  WS-DATE-FMT        PIC 9(8).
       01  WS-DATE-INT        PIC 9(8) VALUE 0.
       01  WS-RECV-INT        PIC 9(8) VALUE 0.
       01  WS-ANS-INT         PIC 9(8) VALUE 0.
       01  WS-DAYS            PIC 9(5) VALUE 0.
       01  WS-DAYS-ED         PIC ZZZZ9.
       01  WS-LISTED          PIC 9(4) VALUE 0.

       01  WS-AUDIT-PROGRAM   PIC X(20) VALUE 'SubjectAccess'.
       01  WS-AUDIT-ENTITY    PIC X(10) VALUE 'SUBJACC'.
       01  WS-AUDIT-OLD       PIC X(10).
       01  WS-AUDIT-NEW       PIC X(10).

       01  WS-PS-ACTION       PIC X(4).
       01  WS-PS-SOURCE       PIC X(40).
       01  WS-PS-KIND         PIC X(10).
       01  WS-PS-JOB          PIC 9(5).

       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions so the dossier is taken
      *> from one consistent set of files.
           MOVE 'SubjectAccess' TO WS-ERRLOG-PROGRAM
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
           MOVE "SARDY" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 1000
               MOVE WS-PARAM-VALUE TO WS-DEADLINE
           END-IF
           MOVE 'N' TO WS-DONE
           PERFORM SAR-MENU THRU SAR-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       SAR-MENU.
           DISPLAY "=============================="
           DISPLAY "   SUBJECT-ACCESS REQUESTS"
           DISPLAY "=============================="
           DISPLAY "1) Produce a member's dossier"
           DISPLAY "2) List requests answered"
           DISPLAY "3) Done"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM PRODUCE-DOSSIER
              WHEN 2
                  PERFORM LIST-REQUESTS
              WHEN 3
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       SAR-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       PRODUCE-DOSSIER.
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
      *> A purged member is no longer on members.csv but may still be
      *> in the archives -- the search runs either way.
           MOVE SPACES TO WS-MEMBER-NAME
           CALL 'MemberLookup' USING WS-MEMBER-IN, WS-MEMBER-LINE,
               WS-MEMBER-FOUND
           IF WS-MEMBER-FOUND = 'Y'
               UNSTRING WS-MEMBER-LINE DELIMITED BY ","
                   INTO SA-FLD(1), WS-MEMBER-NAME
           ELSE
               DISPLAY "Member " WS-MEMBER-IN " is not on the member "
                   "file -- searching the other files anyway."
           END-IF
           DISPLAY "Date the request was received (DD-MM-YYYY, "
               "blank for today): "
           ACCEPT WS-RECEIVED-IN
           IF WS-RECEIVED-IN = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-RECEIVED-IN
           END-IF
           MOVE WS-RECEIVED-IN TO WS-DATE-X
           PERFORM DATE-TO-INT
           IF WS-DATE-INT = 0 OR WS-DATE-INT > SYS-DATE-INT
               DISPLAY "Received date must be a real date no later "
                   "than today."
               EXIT PARAGRAPH
           END-IF

           PERFORM NEXT-REQUEST-NUMBER
           MOVE 0 TO WS-TOTAL-CNT
           MOVE 0 TO KEY-CNT
           OPEN OUTPUT DOSSIER-FILE
           OPEN OUTPUT EXPORT-FILE
           PERFORM WRITE-DOSSIER-HEADER
           PERFORM DUMP-MEMBER
           PERFORM DUMP-CARD
           PERFORM DUMP-LOG
           PERFORM DUMP-ARCHIVE
           PERFORM DUMP-FINE
           PERFORM DUMP-RECEIPT
           PERFORM DUMP-MEMFEE
           PERFORM DUMP-CREDIT
           PERFORM DUMP-HOLD
           PERFORM DUMP-BOOKING
           PERFORM DUMP-INCIDENT
           PERFORM DUMP-PROXY
           PERFORM DUMP-NOTICE
           PERFORM DUMP-ENROLL
           PERFORM DUMP-INTEREST
           PERFORM DUMP-HOMEBOUND
           PERFORM DUMP-COMPLAINT
           PERFORM DUMP-CALL
           PERFORM DUMP-APPEAL
           PERFORM DUMP-DLOAN
           PERFORM DUMP-DHOLD
           PERFORM DUMP-PCSESS
           PERFORM DUMP-LOCKER
           PERFORM DUMP-LANG
           PERFORM DUMP-COMPOSED
           PERFORM DUMP-AUDIT
           MOVE WS-TOTAL-CNT TO WS-TOTAL-ED
           MOVE SECTION-RULE TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Records supplied: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE DOSSIER-DECOR TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           CLOSE DOSSIER-FILE
           CLOSE EXPORT-FILE
           PERFORM LOG-REQUEST

           DISPLAY "Request " WS-NEW-REQ ": " WS-TOTAL-ED
               " record(s) about member " WS-MEMBER-IN "."
           DISPLAY "Dossier written to subject_access_dossier.txt, "
               "export to subject_access_export.csv"
      *> Register the dossier as a numbered spool job -- see
      *> PrintSpool.
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../subject_access_dossier.txt" TO WS-PS-SOURCE
           MOVE "SUBJACC" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           IF WS-PS-JOB > 0
               DISPLAY "Spooled as job " WS-PS-JOB "."
           END-IF.

      *-----------------------------------------------------------------
       WRITE-DOSSIER-HEADER.
           MOVE DOSSIER-DECOR TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE "  PERSONAL DATA HELD BY THE LIBRARY" TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE DOSSIER-DECOR TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Member:          " DELIMITED BY SIZE
                  WS-MEMBER-IN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-NAME) DELIMITED BY SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Request number:  " DELIMITED BY SIZE
                  WS-NEW-REQ DELIMITED BY SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Received:        " DELIMITED BY SIZE
                  WS-RECEIVED-IN DELIMITED BY SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING "Produced:        " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  " by operator " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE "Each row below is shown exactly as it is stored."
               TO DOSSIER-LINE
           WRITE DOSSIER-LINE.

      *-----------------------------------------------------------------
       BEGIN-PART.
           MOVE 0 TO WS-SECTION-CNT
           MOVE SECTION-RULE TO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING FUNCTION TRIM(WS-SECTION-HEAD) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SECTION-FILE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE.

      *-----------------------------------------------------------------
       FINISH-PART.
           IF WS-SECTION-CNT = 0
               MOVE "  Nothing held." TO DOSSIER-LINE
           ELSE
               MOVE WS-SECTION-CNT TO WS-COUNT-ED
               MOVE SPACES TO DOSSIER-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                      " record(s)" DELIMITED BY SIZE
                   INTO DOSSIER-LINE
           END-IF
           WRITE DOSSIER-LINE.

      *-----------------------------------------------------------------
      *> The member's ID in column A (or column B -- the proxy on a
      *> loan, the principal on a proxy row) puts the row in the
      *> dossier.
       MATCH-ROW.
           MOVE SPACES TO ROW-FIELDS
           UNSTRING WS-ROW DELIMITED BY ","
               INTO SA-FLD(1), SA-FLD(2), SA-FLD(3), SA-FLD(4),
                    SA-FLD(5), SA-FLD(6), SA-FLD(7), SA-FLD(8),
                    SA-FLD(9), SA-FLD(10), SA-FLD(11), SA-FLD(12),
                    SA-FLD(13), SA-FLD(14)
           END-UNSTRING
           MOVE 'N' TO WS-MATCH
           IF FUNCTION TRIM(SA-FLD(WS-COL-A)) = WS-MEMBER-IN
               MOVE 'Y' TO WS-MATCH
           END-IF
           IF WS-COL-B > 0
               IF FUNCTION TRIM(SA-FLD(WS-COL-B)) = WS-MEMBER-IN
                   MOVE 'Y' TO WS-MATCH
               END-IF
           END-IF
           IF WS-MATCH = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-HELD-ROW
           IF WS-KEY-TYPE NOT = SPACES AND KEY-CNT < 6000
               ADD 1 TO KEY-CNT
               MOVE WS-KEY-TYPE TO KY-TYPE(KEY-CNT)
               MOVE SA-FLD(1) TO KY-ID(KEY-CNT)
           END-IF.

      *-----------------------------------------------------------------
      *> Long rows carry on over further print lines.
       WRITE-HELD-ROW.
           ADD 1 TO WS-SECTION-CNT
           ADD 1 TO WS-TOTAL-CNT
           MOVE SPACES TO DOSSIER-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-ROW(1:96) DELIMITED BY SIZE
               INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           PERFORM VARYING WS-ROW-POS FROM 97 BY 96
               UNTIL WS-ROW-POS > 577
               IF WS-ROW(WS-ROW-POS:96) NOT = SPACES
                   MOVE SPACES TO DOSSIER-LINE
                   STRING "    " DELIMITED BY SIZE
                          WS-ROW(WS-ROW-POS:96) DELIMITED BY SIZE
                       INTO DOSSIER-LINE
                   WRITE DOSSIER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO EXPORT-REC
           STRING WS-MEMBER-IN DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-SECTION-CODE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-ROW TRAILING) DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC.
      *-----------------------------------------------------------------
       DUMP-MEMBER.
           MOVE "MEMBER" TO WS-SECTION-CODE
           MOVE "MEMBERSHIP RECORD" TO WS-SECTION-HEAD
           MOVE "members.csv" TO WS-SECTION-FILE
           MOVE 1 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ MEMBER-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE MEMBER-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-CARD.
           MOVE "CARD" TO WS-SECTION-CODE
           MOVE "LIBRARY CARDS" TO WS-SECTION-HEAD
           MOVE "member_cards.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ CARD-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE CARD-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-LOG.
           MOVE "LOAN" TO WS-SECTION-CODE
           MOVE "CURRENT LOANS" TO WS-SECTION-HEAD
           MOVE "log.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 12 TO WS-COL-B
           MOVE "LOAN" TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LOG-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-ARCHIVE.
           MOVE "LOANARC" TO WS-SECTION-CODE
           MOVE "ARCHIVED LOANS" TO WS-SECTION-HEAD
           MOVE "log_archive.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 12 TO WS-COL-B
           MOVE "LOAN" TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE ARCHIVE-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-FINE.
           MOVE "FINE" TO WS-SECTION-CODE
           MOVE "FINES" TO WS-SECTION-HEAD
           MOVE "fine.csv" TO WS-SECTION-FILE
           MOVE 3 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE "FINE" TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ FINE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE FINE-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE FINE-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-RECEIPT.
           MOVE "RECEIPT" TO WS-SECTION-CODE
           MOVE "PAYMENT RECEIPTS" TO WS-SECTION-HEAD
           MOVE "receipts.csv" TO WS-SECTION-FILE
           MOVE 3 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ RECEIPT-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE RECEIPT-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-MEMFEE.
           MOVE "FEE" TO WS-SECTION-CODE
           MOVE "MEMBERSHIP FEES" TO WS-SECTION-HEAD
           MOVE "membership_fees.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMFEE-FILE
           IF WS-MEMFEE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ MEMFEE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE MEMFEE-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE MEMFEE-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-CREDIT.
           MOVE "CREDIT" TO WS-SECTION-CODE
           MOVE "ACCOUNT CREDITS" TO WS-SECTION-HEAD
           MOVE "member_credits.csv" TO WS-SECTION-FILE
           MOVE 3 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ CREDIT-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE CREDIT-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-HOLD.
           MOVE "HOLD" TO WS-SECTION-CODE
           MOVE "HOLDS" TO WS-SECTION-HEAD
           MOVE "holds.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ HOLD-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE HOLD-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-BOOKING.
           MOVE "BOOKING" TO WS-SECTION-CODE
           MOVE "ADVANCE BOOKINGS" TO WS-SECTION-HEAD
           MOVE "bookings.csv" TO WS-SECTION-FILE
           MOVE 3 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE "BOOKING" TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ BOOKING-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE BOOKING-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-INCIDENT.
           MOVE "INCIDENT" TO WS-SECTION-CODE
           MOVE "INCIDENTS AND BANS" TO WS-SECTION-HEAD
           MOVE "incidents.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ INCIDENT-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE INCIDENT-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-PROXY.
           MOVE "PROXY" TO WS-SECTION-CODE
           MOVE "PROXY AUTHORIZATIONS" TO WS-SECTION-HEAD
           MOVE "proxies.csv" TO WS-SECTION-FILE
           MOVE 1 TO WS-COL-A
           MOVE 2 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT PROXY-FILE
           IF WS-PROXY-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ PROXY-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE PROXY-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE PROXY-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-NOTICE.
           MOVE "NOTICE" TO WS-SECTION-CODE
           MOVE "NOTICES SENT" TO WS-SECTION-HEAD
           MOVE "notice_ledger.csv" TO WS-SECTION-FILE
           MOVE 1 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ NOTICE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE NOTICE-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-ENROLL.
           MOVE "PROGRAM" TO WS-SECTION-CODE
           MOVE "READING PROGRAMS" TO WS-SECTION-HEAD
           MOVE "program_enrollments.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT ENROLL-FILE
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ ENROLL-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE ENROLL-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-INTEREST.
           MOVE "INTEREST" TO WS-SECTION-CODE
           MOVE "READING INTERESTS" TO WS-SECTION-HEAD
           MOVE "reader_interests.csv" TO WS-SECTION-FILE
           MOVE 1 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT INTEREST-FILE
           IF WS-INTEREST-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ INTEREST-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE INTEREST-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE INTEREST-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-HOMEBOUND.
           MOVE "HOMEBND" TO WS-SECTION-CODE
           MOVE "HOMEBOUND SERVICE" TO WS-SECTION-HEAD
           MOVE "homebound.csv" TO WS-SECTION-FILE
           MOVE 1 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT HOMEBOUND-FILE
           IF WS-HOMEBOUND-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ HOMEBOUND-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE HOMEBOUND-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE HOMEBOUND-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-COMPLAINT.
           MOVE "COMPLAIN" TO WS-SECTION-CODE
           MOVE "COMPLAINTS" TO WS-SECTION-HEAD
           MOVE "complaints.csv" TO WS-SECTION-FILE
           MOVE 4 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE "COMPLAINT" TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ COMPLAINT-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE COMPLAINT-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-CALL.
           MOVE "PHONE" TO WS-SECTION-CODE
           MOVE "OVERDUE PHONE CALLS" TO WS-SECTION-HEAD
           MOVE "phone_calls.csv" TO WS-SECTION-FILE
           MOVE 4 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT CALL-FILE
           IF WS-CALL-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ CALL-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE CALL-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE CALL-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-APPEAL.
           MOVE "APPEAL" TO WS-SECTION-CODE
           MOVE "FINE APPEALS" TO WS-SECTION-HEAD
           MOVE "fine_appeals.csv" TO WS-SECTION-FILE
           MOVE 3 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT APPEAL-FILE
           IF WS-APPEAL-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ APPEAL-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE APPEAL-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE APPEAL-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-DLOAN.
           MOVE "DIGLOAN" TO WS-SECTION-CODE
           MOVE "DIGITAL LOANS" TO WS-SECTION-HEAD
           MOVE "digital_loans.csv" TO WS-SECTION-FILE
           MOVE 5 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE "DIGLOAN" TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT DLOAN-FILE
           IF WS-DLOAN-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ DLOAN-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE DLOAN-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE DLOAN-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-DHOLD.
           MOVE "DIGHOLD" TO WS-SECTION-CODE
           MOVE "DIGITAL HOLDS" TO WS-SECTION-HEAD
           MOVE "digital_holds.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT DHOLD-FILE
           IF WS-DHOLD-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ DHOLD-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE DHOLD-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE DHOLD-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-PCSESS.
           MOVE "PCSESS" TO WS-SECTION-CODE
           MOVE "PUBLIC PC SESSIONS" TO WS-SECTION-HEAD
           MOVE "pc_sessions.csv" TO WS-SECTION-FILE
           MOVE 5 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT PCSESS-FILE
           IF WS-PCSESS-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ PCSESS-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE PCSESS-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE PCSESS-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-LOCKER.
           MOVE "LOCKER" TO WS-SECTION-CODE
           MOVE "LOCKER PICKUP NOTICES" TO WS-SECTION-HEAD
           MOVE "locker_notices.csv" TO WS-SECTION-FILE
           MOVE 2 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT LOCKER-FILE
           IF WS-LOCKER-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOCKER-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LOCKER-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE LOCKER-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-LANG.
           MOVE "LANG" TO WS-SECTION-CODE
           MOVE "NOTICE LANGUAGE" TO WS-SECTION-HEAD
           MOVE "member_language.csv" TO WS-SECTION-FILE
           MOVE 1 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT LANG-FILE
           IF WS-LANG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LANG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LANG-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE LANG-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       DUMP-COMPOSED.
           MOVE "COMPOSED" TO WS-SECTION-CODE
           MOVE "NOTICES COMPOSED" TO WS-SECTION-HEAD
           MOVE "composed_notices.csv" TO WS-SECTION-FILE
           MOVE 6 TO WS-COL-A
           MOVE 0 TO WS-COL-B
           MOVE SPACES TO WS-KEY-TYPE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT COMPOSED-FILE
           IF WS-COMPOSED-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ COMPOSED-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE COMPOSED-REC TO WS-ROW
                           PERFORM MATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE COMPOSED-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
      *> Audit rows about the member themselves (member, card, ban,
      *> proxy and interest changes and earlier subject-access
      *> requests are all logged under the member ID), and about any
      *> loan, fine, booking, complaint or digital loan already found
      *> to be theirs.
       DUMP-AUDIT.
           MOVE "AUDIT" TO WS-SECTION-CODE
           MOVE "CHANGE HISTORY" TO WS-SECTION-HEAD
           MOVE "audit_log.csv" TO WS-SECTION-FILE
           PERFORM BEGIN-PART
           MOVE 'N' TO FILE-END
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE AUDIT-REC TO WS-ROW
                           PERFORM MATCH-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM FINISH-PART.

      *-----------------------------------------------------------------
       MATCH-AUDIT-ROW.
           MOVE SPACES TO AU-TYPE AU-ID
           UNSTRING WS-ROW DELIMITED BY ","
               INTO AU-DATE, AU-TIME, AU-PROGRAM, AU-TYPE, AU-ID
           MOVE 'N' TO WS-MATCH
           EVALUATE FUNCTION TRIM(AU-TYPE)
               WHEN "MEMBER"
               WHEN "CARD"
               WHEN "BAN"
               WHEN "PROXY"
               WHEN "INTEREST"
               WHEN "SUBJACC"
                   IF AU-ID = WS-MEMBER-IN
                       MOVE 'Y' TO WS-MATCH
                   END-IF
               WHEN OTHER
                   PERFORM VARYING KEY-IDX FROM 1 BY 1
                       UNTIL KEY-IDX > KEY-CNT
                       IF KY-TYPE(KEY-IDX) = AU-TYPE
                           AND KY-ID(KEY-IDX) = AU-ID
                           MOVE 'Y' TO WS-MATCH
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-MATCH = 'Y'
               PERFORM WRITE-HELD-ROW
           END-IF.

      *-----------------------------------------------------------------
       NEXT-REQUEST-NUMBER.
           MOVE 0 TO WS-MAX-REQ
           MOVE 'N' TO FILE-END
           OPEN INPUT SAR-LOG-FILE
           IF WS-SAR-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ SAR-LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO SL-REQ
                           UNSTRING SAR-LOG-REC DELIMITED BY ","
                               INTO SL-REQ
                           IF SL-REQ NUMERIC
                               MOVE SL-REQ TO WS-REQ-N
                               IF WS-REQ-N > WS-MAX-REQ
                                   MOVE WS-REQ-N TO WS-MAX-REQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAR-LOG-FILE
           END-IF
           COMPUTE WS-NEW-REQ = WS-MAX-REQ + 1.

      *-----------------------------------------------------------------
       LOG-REQUEST.
           OPEN EXTEND SAR-LOG-FILE
           IF WS-SAR-LOG-STATUS NOT = "00"
               CLOSE SAR-LOG-FILE
               OPEN OUTPUT SAR-LOG-FILE
           END-IF
           MOVE SPACES TO SAR-LOG-REC
           STRING WS-NEW-REQ DELIMITED BY SIZE ","
                  WS-MEMBER-IN DELIMITED BY SIZE ","
                  WS-RECEIVED-IN DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE ","
                  WS-TOTAL-CNT DELIMITED BY SIZE
               INTO SAR-LOG-REC
           WRITE SAR-LOG-REC
           CLOSE SAR-LOG-FILE
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE SPACES TO WS-AUDIT-NEW
           STRING "REQ " DELIMITED BY SIZE
                  WS-NEW-REQ DELIMITED BY SIZE
               INTO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-MEMBER-IN, WS-AUDIT-OLD, WS-AUDIT-NEW.

      *-----------------------------------------------------------------
      *> Days from receipt to answer against the SARDY deadline.
       LIST-REQUESTS.
           MOVE WS-DEADLINE TO WS-DAYS-ED
           DISPLAY "Req   Member Received   Answered   Operator   "
               "Rows   Days (deadline " FUNCTION TRIM(WS-DAYS-ED) ")"
           MOVE 0 TO WS-LISTED
           MOVE 'N' TO FILE-END
           OPEN INPUT SAR-LOG-FILE
           IF WS-SAR-LOG-STATUS NOT = "00"
               DISPLAY "No subject-access requests logged."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SAR-LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SL-REQ SL-MEMBER SL-RECEIVED
                           SL-ANSWERED SL-OPERATOR SL-ROWS
                       UNSTRING SAR-LOG-REC DELIMITED BY ","
                           INTO SL-REQ, SL-MEMBER, SL-RECEIVED,
                                SL-ANSWERED, SL-OPERATOR, SL-ROWS
                       MOVE SL-RECEIVED TO WS-DATE-X
                       PERFORM DATE-TO-INT
                       MOVE WS-DATE-INT TO WS-RECV-INT
                       MOVE SL-ANSWERED TO WS-DATE-X
                       PERFORM DATE-TO-INT
                       MOVE WS-DATE-INT TO WS-ANS-INT
                       MOVE 0 TO WS-DAYS
                       IF WS-RECV-INT > 0 AND WS-ANS-INT >= WS-RECV-INT
                           COMPUTE WS-DAYS = WS-ANS-INT - WS-RECV-INT
                       END-IF
                       MOVE WS-DAYS TO WS-DAYS-ED
                       ADD 1 TO WS-LISTED
                       IF WS-DAYS > WS-DEADLINE
                           DISPLAY SL-REQ " " SL-MEMBER "  "
                               SL-RECEIVED " " SL-ANSWERED " "
                               SL-OPERATOR " " SL-ROWS " " WS-DAYS-ED
                               "  LATE"
                       ELSE
                           DISPLAY SL-REQ " " SL-MEMBER "  "
                               SL-RECEIVED " " SL-ANSWERED " "
                               SL-OPERATOR " " SL-ROWS " " WS-DAYS-ED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAR-LOG-FILE
           IF WS-LISTED = 0
               DISPLAY "No subject-access requests logged."
           END-IF.

      *-----------------------------------------------------------------
      *> DD-MM-YYYY to a day number; 0 when it isn't a date.
       DATE-TO-INT.
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-X(1:2) IS NUMERIC AND WS-DATE-X(3:1) = "-"
               AND WS-DATE-X(4:2) IS NUMERIC AND WS-DATE-X(6:1) = "-"
               AND WS-DATE-X(7:4) IS NUMERIC
               STRING WS-DATE-X(7:4) WS-DATE-X(4:2) WS-DATE-X(1:2)
                   DELIMITED BY SIZE INTO WS-DATE-FMT
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FMT) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
               END-IF
           END-IF.

       END PROGRAM SubjectAccess.
