      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Hold pickup lockers. A member who has opted in
      *          (locker_optin.csv) can collect a READY hold from the
      *          24-hour locker bank at their pickup branch instead
      *          of the hold-shelf desk. Loading puts the ON-HOLD
      *          copy in a free locker (lockers.csv), draws a one-time
      *          access code, sends a LOAD row to the locker
      *          controller (locker_load.csv) and a notice carrying
      *          the locker and code to the member
      *          (locker_notices.csv -- hold_notifications.csv's
      *          seven columns, then locker, code, expiry). The
      *          controller's pickup events (locker_pickups.csv) are
      *          imported as checkouts under BorrowBook's rules: the
      *          hold-shelf copy goes BORROWED, the hold FULFILLED and
      *          a LOCKER loan row lands on log.csv. A pickup the
      *          rules would have refused still posts -- the copy has
      *          left the building -- and is written to
      *          locker_exceptions.csv for staff to follow up.
      *          A locker stays loaded for the hold's pickup window
      *          (PDAYS, as ExpireHolds). The uncollected sweep runs
      *          ExpireHolds first, so a lapsed hold goes to the next
      *          member in the queue (or the copy back to the shelf)
      *          by the usual hold-shelf workflow; any locker whose
      *          hold is no longer READY, or whose member can no
      *          longer borrow, is then cleared (CLEAR row to the
      *          controller) and staff told to pull the copy.
      *          Batch mode (USER-CHOICE 99, the nightly schedule)
      *          imports pickups, sweeps, then loads new holds.
      *            lockers.csv: locker,branch,ACTIVE/OUTSVC
      *            locker_optin.csv: member,Y/N,date,operator
      *            locker_assignments.csv: locker,copy,book,member,
      *              code,loaded,expires,status,closed,reason,tran
      *            locker_load.csv: date,time,LOAD/CLEAR,locker,code,
      *              barcode,member,expires
      *            locker_pickups.csv: locker,code,date,time
      *            locker_exceptions.csv: date,locker,code,member,
      *              book,reason
      * Tectonics: cobc
      * (Updated by Silas): A fine under an OPEN appeal (AppealCheck,
      *            see FineAppeal) no longer counts toward the FCAP fine
      *            cap until its outcome is recorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Lockers IS INITIAL.

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
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT MEMFEE-FILE ASSIGN TO "../membership_fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMFEE-STATUS.
           SELECT LOCKER-FILE ASSIGN TO "../lockers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKER-STATUS.
           SELECT OPTIN-FILE ASSIGN TO "../locker_optin.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTIN-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "../locker_assignments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.
           SELECT LOAD-FILE ASSIGN TO "../locker_load.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT PICKUP-FILE ASSIGN TO "../locker_pickups.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKUP-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "../locker_notices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "../locker_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  MEMFEE-FILE.
       01  MEMFEE-REC      PIC X(200).
       FD  LOCKER-FILE.
       01  LOCKER-REC      PIC X(60).
       FD  OPTIN-FILE.
       01  OPTIN-REC       PIC X(60).
       FD  ASSIGN-FILE.
       01  ASSIGN-REC      PIC X(120).
       FD  LOAD-FILE.
       01  LOAD-REC        PIC X(120).
       FD  PICKUP-FILE.
       01  PICKUP-REC      PIC X(80).
       FD  NOTICE-FILE.
       01  NOTICE-REC      PIC X(200).
       FD  EXCEPT-FILE.
       01  EXCEPT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-COPY-STATUS      PIC XX.
       01  WS-HOLD-STATUS      PIC XX.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-MEMFEE-STATUS    PIC XX.
       01  WS-LOCKER-STATUS    PIC XX.
       01  WS-OPTIN-STATUS     PIC XX.
       01  WS-ASSIGN-STATUS    PIC XX.
       01  WS-LOAD-STATUS      PIC XX.
       01  WS-PICKUP-STATUS    PIC XX.
       01  WS-NOTICE-STATUS    PIC XX.
       01  WS-EXCEPT-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  SYS-TIME          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).
       01  WS-NOW-DISPLAY    PIC X(8).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

      *> The locker window is the hold's own pickup window -- PDAYS,
      *> the figure ExpireHolds ages READY holds by.
       01  WS-PICKUP-DAYS    PIC 9(3) VALUE 7.
      *> BorrowBook's operational numbers, same defaults.
       01  WS-FINE-CAP       PIC 9(7) VALUE 0005000.
      *> A fine under an OPEN appeal is on hold -- see AppealCheck.
       01  WS-APPEAL-OPEN    PIC X VALUE 'N'.
       01  WS-MAXLN-DEFAULT  PIC 9(2) VALUE 5.
       01  WS-LDAYS-DEFAULT  PIC 9(3) VALUE 14.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

      *> Loan period by genre -- BorrowBook's table.
       01  GENRE-LOAN-VALUES.
           05  FILLER PIC X(33)
               VALUE "Reference                     007".
           05  FILLER PIC X(33)
               VALUE "Magazine                      007".
           05  FILLER PIC X(33)
               VALUE "Textbook                      030".
           05  FILLER PIC X(33)
               VALUE "Children                      021".
       01  GENRE-LOAN-TABLE REDEFINES GENRE-LOAN-VALUES.
           05  GENRE-LOAN-ENTRY OCCURS 4 TIMES.
               10  GL-GENRE   PIC X(30).
               10  GL-DAYS    PIC 9(3).
       01  GL-IDX            PIC 9(2) VALUE 0.
       01  WS-DAYS-TO-ADD    PIC 9(3) VALUE 14.

      *> Active-loan limit by member type -- BorrowBook's table.
       01  TYPE-LOAN-VALUES.
           05  FILLER PIC X(13)
               VALUE "STUDENT    03".
           05  FILLER PIC X(13)
               VALUE "FACULTY    10".
           05  FILLER PIC X(13)
               VALUE "STAFF      08".
           05  FILLER PIC X(13)
               VALUE "INSTITUT   60".
       01  TYPE-LOAN-TABLE REDEFINES TYPE-LOAN-VALUES.
           05  TL-TYPE-ENTRY OCCURS 4 TIMES.
               10  TL-TYPE    PIC X(11).
               10  TL-MAX     PIC 9(2).
       01  TL-IDX            PIC 9(2) VALUE 0.

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
       01  WS-HOLD-BRANCH    PIC X(10).

      *> The locker bank.
       01  LOCKER-TABLE.
           05 LOCKER-ENTRY OCCURS 200 TIMES.
               10 LK-ID         PIC X(4).
               10 LK-BRANCH     PIC X(10).
               10 LK-STATUS     PIC X(6).
       01  LK-CNT            PIC 9(3) VALUE 0.
       01  LK-IDX            PIC 9(3) VALUE 0.
       01  LK-MATCH-IDX      PIC 9(3) VALUE 0.
       01  LK-NUM            PIC 9(3) VALUE 0.
       01  LK-MAX-NUM        PIC 9(3) VALUE 0.

      *> Member opt-ins -- one row per member, Y or N.
       01  OPTIN-TABLE.
           05 OPTIN-ENTRY OCCURS 2000 TIMES.
               10 OI-MEMBER-ID  PIC X(5).
               10 OI-FLAG       PIC X.
               10 OI-DATE       PIC X(10).
               10 OI-OPERATOR   PIC X(10).
       01  OI-CNT            PIC 9(4) VALUE 0.
       01  OI-IDX            PIC 9(4) VALUE 0.
       01  OI-MATCH-IDX      PIC 9(4) VALUE 0.

      *> Every locker load, open (LOADED) or closed (COLLECTED or
      *> PULLED, with the reason a pull happened).
       01  ASSIGN-TABLE.
           05 ASSIGN-ENTRY OCCURS 2000 TIMES.
               10 AS-LOCKER     PIC X(4).
               10 AS-COPY-ID    PIC X(6).
               10 AS-BOOK-ID    PIC X(5).
               10 AS-MEMBER-ID  PIC X(5).
               10 AS-CODE       PIC X(6).
               10 AS-LOADED     PIC X(10).
               10 AS-EXPIRES    PIC X(10).
               10 AS-STATUS     PIC X(9).
               10 AS-CLOSED     PIC X(10).
               10 AS-REASON     PIC X(8).
               10 AS-TRAN-ID    PIC X(5).
       01  AS-CNT            PIC 9(4) VALUE 0.
       01  AS-IDX            PIC 9(4) VALUE 0.
       01  AS-MATCH-IDX      PIC 9(4) VALUE 0.

       01  WS-BOOKS-DIRTY    PIC X VALUE 'N'.
       01  WS-COPIES-DIRTY   PIC X VALUE 'N'.
       01  WS-HOLDS-DIRTY    PIC X VALUE 'N'.
       01  WS-ASSIGN-DIRTY   PIC X VALUE 'N'.

      *> One pickup event from the controller.
       01  PU-LOCKER         PIC X(4).
       01  PU-CODE           PIC X(6).
       01  PU-DATE           PIC X(10).
       01  PU-TIME           PIC X(8).
       01  PU-DATE-FMT       PIC 9(8).
       01  PU-DATE-INT       PIC 9(8) VALUE 0.
       01  PU-EOF            PIC X VALUE 'N'.

       01  WS-LOADED-CNT     PIC 9(4) VALUE 0.
       01  WS-COLLECT-CNT    PIC 9(4) VALUE 0.
       01  WS-PULLED-CNT     PIC 9(4) VALUE 0.
       01  WS-EXCEPT-CNT     PIC 9(4) VALUE 0.
       01  WS-EXCEPT-REASON  PIC X(40).
       01  WS-PULL-REASON    PIC X(8).
       01  WS-LOAD-BRANCH    PIC X(10).
       01  WS-BANK-FULL      PIC X VALUE 'N'.
       01  WS-LOCKER-BUSY    PIC X VALUE 'N'.
       01  WS-COPY-LOADED    PIC X VALUE 'N'.
       01  WS-OPTED-IN       PIC X VALUE 'N'.

      *> One-time access code -- six digits, never below 100000 so
      *> the keypad always takes a full-length entry.
       01  WS-RAND-SEED      PIC 9(8).
       01  WS-RAND           PIC V9(9).
       01  WS-CODE-N         PIC 9(6).

      *> Window and due-date work fields.
       01  WS-NTF-DAY        PIC X(2).
       01  WS-NTF-MON        PIC X(2).
       01  WS-NTF-YEAR       PIC X(4).
       01  WS-NTF-FMT        PIC 9(8).
       01  WS-NTF-INT        PIC 9(8).
       01  WS-WORK-INT       PIC 9(8).
       01  WS-WORK-RAW       PIC 9(8).
       01  WS-WORK-DISPLAY   PIC X(10).
       01  WS-EXPIRES-INT    PIC 9(8).

      *> Borrowing standing, checked the way BorrowBook checks it at
      *> the desk -- active, unexpired, not banned, card not lost,
      *> no unpaid fee, under the fine cap and the loan limit.
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
       01  FOUND-MEMBER-TYPE PIC X(10).
       01  FOUND-MEMBER-EXP  PIC X(10).
       01  WS-EXP-DAY-F      PIC X(2).
       01  WS-EXP-MON-F      PIC X(2).
       01  WS-EXP-YR-F       PIC X(4).
       01  WS-EXP-DATE-FMT   PIC 9(8).
       01  WS-BC-BANNED      PIC X VALUE 'N'.
       01  WS-BC-UNTIL       PIC X(10) VALUE SPACES.
       01  WS-CC-BLOCKED     PIC X VALUE 'N'.
       01  MAX-LOANS-PER-MEMBER PIC 9(2) VALUE 5.
       01  CURR-LOAN-CNT     PIC 9(3) VALUE 0.
       01  WS-UNPAID-TOTAL   PIC 9(7) VALUE 0.
       01  WS-UNPAID-FEE-TOTAL PIC 9(7) VALUE 0.

      *> log.csv scan fields -- open-loan count and the highest
      *> transaction on file.
       01  LG-TRAN-ID        PIC X(5).
       01  LG-MEMBER-ID      PIC X(5).
       01  LG-BOOK-ID        PIC X(5).
       01  LG-START          PIC X(10).
       01  LG-END            PIC X(10).
       01  LG-DUE-FLAG       PIC X(3).
       01  LG-RETURN         PIC X(10).
       01  CURR-TRAN-ID      PIC 9(5).
       01  MAX-TRAN-ID       PIC 9(5) VALUE 0.
       01  NEW-TRAN-ID       PIC 9(5).
       01  WS-END-DISPLAY    PIC X(10).

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

      *> Next-ID control file call arguments -- see NextId.cbl.
       01  WS-NI-ACTION      PIC X(3).
       01  WS-NI-KIND        PIC X(6).
       01  WS-NI-VALUE       PIC 9(5).
       01  WS-NI-OK          PIC X.

      *> Closure-calendar call arguments -- see ClosureCal.cbl.
       01  WS-CC-ACTION      PIC X(6).
       01  WS-CC-DATE-1      PIC 9(8) VALUE 0.
       01  WS-CC-DATE-2      PIC 9(8) VALUE 0.
       01  WS-CC-RESULT      PIC 9(8) VALUE 0.

      *> Keyed loan index upkeep -- see LoanLookup.
       01  WS-LL-ACTION      PIC X(4).
       01  WS-LL-KEY         PIC X(5).
       01  WS-LL-LINE        PIC X(200).
       01  WS-LL-RESULT      PIC X.

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

      *> Desk entry fields.
       01  WS-MEMBER-IN      PIC X(5).
       01  WS-LOCKER-IN      PIC X(4).
       01  WS-BRANCH-IN      PIC X(10).
       01  WS-FLAG-IN        PIC X.
       01  WS-ADD-CNT        PIC 9(3) VALUE 0.
       01  WS-ADD-IDX        PIC 9(3) VALUE 0.
       01  WS-COUNT-ED       PIC ZZZ9.

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
      *> bookcopies.csv, books.csv, holds.csv and log.csv.
           MOVE 'Lockers' TO WS-ERRLOG-PROGRAM
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
           ACCEPT SYS-TIME FROM TIME
           MOVE SYS-TIME TO WS-RAND-SEED
           COMPUTE WS-RAND = FUNCTION RANDOM(WS-RAND-SEED)
           PERFORM LOAD-OPERATIONAL-PARAMS

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> what the controller reports first, then the sweep, then
      *> the lockers it freed are offered to new holds.
           IF USER-CHOICE = 99
               MOVE "BATCH" TO WS-OPERATOR-ID
               PERFORM IMPORT-PICKUPS
               PERFORM SWEEP-LOCKERS
               PERFORM LOAD-LOCKERS
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM LOCKER-MENU THRU LOCKER-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       LOCKER-MENU.
           DISPLAY "=============================="
           DISPLAY "     HOLD PICKUP LOCKERS"
           DISPLAY "=============================="
           DISPLAY "1) Member locker opt-in / opt-out"
           DISPLAY "2) Load READY holds into lockers"
           DISPLAY "3) Import locker pickup events"
           DISPLAY "4) Clear uncollected lockers"
           DISPLAY "5) Locker bank status"
           DISPLAY "6) Add lockers to the bank"
           DISPLAY "7) Take a locker in or out of service"
           DISPLAY "8) Done"
           DISPLAY "Enter your choice (1-8): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM MAINTAIN-OPTIN
              WHEN 2
                  PERFORM LOAD-LOCKERS
              WHEN 3
                  PERFORM IMPORT-PICKUPS
              WHEN 4
                  PERFORM SWEEP-LOCKERS
              WHEN 5
                  PERFORM SHOW-LOCKER-BANK
              WHEN 6
                  PERFORM ADD-LOCKERS
              WHEN 7
                  PERFORM TOGGLE-LOCKER-SERVICE
              WHEN 8
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       LOCKER-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> A member's standing choice. The member must be on file; the
      *> latest answer replaces any earlier one.
       MAINTAIN-OPTIN.
           DISPLAY "Member ID: "
           MOVE SPACES TO WS-MEMBER-IN
           ACCEPT WS-MEMBER-IN
           IF FUNCTION TRIM(WS-MEMBER-IN) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-IN TO NOTIFY-MEMBER-ID
           PERFORM LOOKUP-NOTIFY-MEMBER
           IF NOTIFY-MEMBER-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPTIN-FILE
           PERFORM FIND-OPTIN-ROW
           IF OI-MATCH-IDX NOT = 0 AND OI-FLAG(OI-MATCH-IDX) = "Y"
               DISPLAY FUNCTION TRIM(NOTIFY-MEMBER-NAME)
                   " is opted in to locker pickup (since "
                   OI-DATE(OI-MATCH-IDX) ")."
           ELSE
               DISPLAY FUNCTION TRIM(NOTIFY-MEMBER-NAME)
                   " collects holds at the desk."
           END-IF
           DISPLAY "Collect holds from the lockers (Y/N, blank "
               "= no change)? "
           MOVE SPACE TO WS-FLAG-IN
           ACCEPT WS-FLAG-IN
           MOVE FUNCTION UPPER-CASE(WS-FLAG-IN) TO WS-FLAG-IN
           IF WS-FLAG-IN NOT = "Y" AND WS-FLAG-IN NOT = "N"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF
           IF OI-MATCH-IDX = 0
               IF OI-CNT >= 2000
                   DISPLAY "Opt-in table is full (2000) -- no "
                       "change made."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OI-CNT
               MOVE OI-CNT TO OI-MATCH-IDX
               MOVE WS-MEMBER-IN TO OI-MEMBER-ID(OI-MATCH-IDX)
           END-IF
           MOVE WS-FLAG-IN TO OI-FLAG(OI-MATCH-IDX)
           MOVE WS-TODAY-DISPLAY TO OI-DATE(OI-MATCH-IDX)
           MOVE WS-OPERATOR-ID TO OI-OPERATOR(OI-MATCH-IDX)
           PERFORM REWRITE-OPTIN-FILE
           IF WS-FLAG-IN = "Y"
               DISPLAY "Opted in -- the next READY hold goes to a "
                   "locker."
           ELSE
               DISPLAY "Opted out -- holds wait on the hold shelf."
           END-IF.

      *-----------------------------------------------------------------
      *> Every READY hold for an opted-in member whose copy is on the
      *> hold shelf gets a free locker at its pickup branch, a code,
      *> a controller LOAD row and a notice.
       LOAD-LOCKERS.
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-HOLD-FILE
           PERFORM LOAD-LOCKER-FILE
           PERFORM LOAD-OPTIN-FILE
           PERFORM LOAD-ASSIGN-FILE
           IF LK-CNT = 0
               DISPLAY "No lockers set up (lockers.csv) -- nothing "
                   "to load."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LOADED-CNT
           MOVE 'N' TO WS-BANK-FULL
           MOVE 'N' TO WS-ASSIGN-DIRTY
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "READY"
                   PERFORM LOAD-ONE-HOLD
               END-IF
           END-PERFORM
           IF WS-ASSIGN-DIRTY = 'Y'
               PERFORM REWRITE-ASSIGN-FILE
           END-IF
           DISPLAY "Lockers loaded: " WS-LOADED-CNT "."
           IF WS-BANK-FULL = 'Y'
               DISPLAY "Some READY holds stay on the hold shelf -- "
                   "no free locker at their branch."
           END-IF.

      *-----------------------------------------------------------------
       LOAD-ONE-HOLD.
           MOVE HD-MEMBER-ID(HOLD-IDX) TO WS-MEMBER-IN
           PERFORM FIND-OPTIN-ROW
           IF OI-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF OI-FLAG(OI-MATCH-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
      *> Already in a locker?
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
               IF AS-BOOK-ID(AS-IDX) = HD-BOOK-ID(HOLD-IDX)
                   AND AS-MEMBER-ID(AS-IDX) = HD-MEMBER-ID(HOLD-IDX)
                   AND FUNCTION TRIM(AS-STATUS(AS-IDX)) = "LOADED"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
      *> The copy must be trapped on the hold shelf, and not one
      *> already sitting in another member's locker.
           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT OR COPY-MATCH-IDX NOT = 0
               IF CP-BOOK-ID(COPY-IDX) = HD-BOOK-ID(HOLD-IDX)
                   AND FUNCTION TRIM(CP-STATUS(COPY-IDX)) = "ON-HOLD"
                   PERFORM CHECK-COPY-LOADED
                   IF WS-COPY-LOADED = 'N'
                       MOVE COPY-IDX TO COPY-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF COPY-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE HD-MEMBER-ID(HOLD-IDX) TO WS-ELIG-MEMBER
           PERFORM CHECK-MEMBER-ELIGIBLE
           IF WS-ELIG-OK NOT = 'Y'
               DISPLAY "Member " HD-MEMBER-ID(HOLD-IDX) " -- "
                   FUNCTION TRIM(WS-ELIG-REASON)
                   "; book " HD-BOOK-ID(HOLD-IDX)
                   " stays on the hold shelf."
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-HOLD-BRANCH
           PERFORM FIND-FREE-LOCKER
           IF LK-MATCH-IDX = 0
               MOVE 'Y' TO WS-BANK-FULL
               EXIT PARAGRAPH
           END-IF
           IF AS-CNT >= 2000
               MOVE 'Y' TO WS-BANK-FULL
               EXIT PARAGRAPH
           END-IF

           PERFORM DRAW-ACCESS-CODE
           PERFORM COMPUTE-LOCKER-EXPIRY
           ADD 1 TO AS-CNT
           MOVE LK-ID(LK-MATCH-IDX) TO AS-LOCKER(AS-CNT)
           MOVE CP-COPY-ID(COPY-MATCH-IDX) TO AS-COPY-ID(AS-CNT)
           MOVE HD-BOOK-ID(HOLD-IDX) TO AS-BOOK-ID(AS-CNT)
           MOVE HD-MEMBER-ID(HOLD-IDX) TO AS-MEMBER-ID(AS-CNT)
           MOVE WS-CODE-N TO AS-CODE(AS-CNT)
           MOVE WS-TODAY-DISPLAY TO AS-LOADED(AS-CNT)
           MOVE WS-WORK-DISPLAY TO AS-EXPIRES(AS-CNT)
           MOVE "LOADED" TO AS-STATUS(AS-CNT)
           MOVE SPACES TO AS-CLOSED(AS-CNT)
           MOVE SPACES TO AS-REASON(AS-CNT)
           MOVE SPACES TO AS-TRAN-ID(AS-CNT)
           MOVE AS-CNT TO AS-MATCH-IDX
           MOVE 'Y' TO WS-ASSIGN-DIRTY
           ADD 1 TO WS-LOADED-CNT

           MOVE "LOAD" TO WS-PULL-REASON
           PERFORM WRITE-LOAD-ROW
           MOVE HD-MEMBER-ID(HOLD-IDX) TO NOTIFY-MEMBER-ID
           PERFORM LOOKUP-NOTIFY-MEMBER
           PERFORM WRITE-LOCKER-NOTICE

           MOVE "Lockers" TO WS-AUDIT-PROGRAM
           MOVE "HOLD" TO WS-AUDIT-ENTITY-TYPE
           MOVE HD-BOOK-ID(HOLD-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "READY" TO WS-AUDIT-OLD-STATUS
           MOVE "LOCKER" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "Locker " LK-ID(LK-MATCH-IDX) ": copy "
               CP-COPY-ID(COPY-MATCH-IDX) " (book "
               HD-BOOK-ID(HOLD-IDX) ") for member "
               HD-MEMBER-ID(HOLD-IDX) ", until "
               WS-WORK-DISPLAY ".".

      *-----------------------------------------------------------------
       CHECK-COPY-LOADED.
           MOVE 'N' TO WS-COPY-LOADED
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
               IF AS-COPY-ID(AS-IDX) = CP-COPY-ID(COPY-IDX)
                   AND FUNCTION TRIM(AS-STATUS(AS-IDX)) = "LOADED"
                   MOVE 'Y' TO WS-COPY-LOADED
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> First ACTIVE locker at the hold's pickup branch with nothing
      *> loaded in it.
       FIND-FREE-LOCKER.
           MOVE 0 TO LK-MATCH-IDX
           PERFORM VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > LK-CNT OR LK-MATCH-IDX NOT = 0
               IF LK-BRANCH(LK-IDX) = WS-HOLD-BRANCH
                   AND FUNCTION TRIM(LK-STATUS(LK-IDX)) = "ACTIVE"
                   PERFORM CHECK-LOCKER-BUSY
                   IF WS-LOCKER-BUSY = 'N'
                       MOVE LK-IDX TO LK-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       CHECK-LOCKER-BUSY.
           MOVE 'N' TO WS-LOCKER-BUSY
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
               IF AS-LOCKER(AS-IDX) = LK-ID(LK-IDX)
                   AND FUNCTION TRIM(AS-STATUS(AS-IDX)) = "LOADED"
                   MOVE 'Y' TO WS-LOCKER-BUSY
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A blank pickup branch on an older hold row means MAIN.
       RESOLVE-HOLD-BRANCH.
           MOVE HD-PICKUP(HOLD-IDX) TO WS-HOLD-BRANCH
           IF FUNCTION TRIM(WS-HOLD-BRANCH) = SPACE
               MOVE "MAIN" TO WS-HOLD-BRANCH
           END-IF.

      *-----------------------------------------------------------------
       DRAW-ACCESS-CODE.
           COMPUTE WS-CODE-N = 100000 + FUNCTION RANDOM * 899999.

      *-----------------------------------------------------------------
      *> The locker is good until the hold's own pickup window ends
      *> -- notify date plus PDAYS, or today plus PDAYS for a hold
      *> ExpireHolds has not stamped yet.
       COMPUTE-LOCKER-EXPIRY.
           MOVE SYS-DATE-INT TO WS-NTF-INT
           IF FUNCTION TRIM(HD-NOTIFY-DATE(HOLD-IDX)) NOT = SPACE
               UNSTRING HD-NOTIFY-DATE(HOLD-IDX) DELIMITED BY "-"
                   INTO WS-NTF-DAY, WS-NTF-MON, WS-NTF-YEAR
               IF WS-NTF-DAY NUMERIC AND WS-NTF-MON NUMERIC
                   AND WS-NTF-YEAR NUMERIC
                   STRING WS-NTF-YEAR DELIMITED BY SIZE
                          WS-NTF-MON  DELIMITED BY SIZE
                          WS-NTF-DAY  DELIMITED BY SIZE
                       INTO WS-NTF-FMT
                   COMPUTE WS-NTF-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NTF-FMT)
               END-IF
           END-IF
           COMPUTE WS-WORK-INT = WS-NTF-INT + WS-PICKUP-DAYS
           PERFORM FORMAT-WORK-DATE.

      *-----------------------------------------------------------------
       FORMAT-WORK-DATE.
           COMPUTE WS-WORK-RAW = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           STRING WS-WORK-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-WORK-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-WORK-RAW(1:4) DELIMITED BY SIZE
               INTO WS-WORK-DISPLAY.

      *-----------------------------------------------------------------
      *> Pickup events from the locker controller. Each opens one
      *> LOADED locker by its code; the checkout posts as BorrowBook
      *> would post a hold-shelf issue. An event already imported
      *> (its locker load is COLLECTED) is passed over quietly.
       IMPORT-PICKUPS.
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-HOLD-FILE
           PERFORM LOAD-LOCKER-FILE
           PERFORM LOAD-ASSIGN-FILE
           MOVE 'N' TO WS-BOOKS-DIRTY
           MOVE 'N' TO WS-COPIES-DIRTY
           MOVE 'N' TO WS-HOLDS-DIRTY
           MOVE 'N' TO WS-ASSIGN-DIRTY
           MOVE 0 TO WS-COLLECT-CNT
           MOVE 0 TO WS-EXCEPT-CNT
           MOVE 'N' TO PU-EOF
           OPEN INPUT PICKUP-FILE
           IF WS-PICKUP-STATUS NOT = "00"
               DISPLAY "No locker_pickups.csv found -- no pickups "
                   "to import."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PU-EOF = 'Y'
               READ PICKUP-FILE
                   AT END MOVE 'Y' TO PU-EOF
                   NOT AT END
                       PERFORM IMPORT-ONE-PICKUP
               END-READ
           END-PERFORM
           CLOSE PICKUP-FILE

           IF WS-BOOKS-DIRTY = 'Y'
               PERFORM REWRITE-BOOK-FILE
           END-IF
           IF WS-COPIES-DIRTY = 'Y'
               PERFORM REWRITE-COPY-FILE
           END-IF
           IF WS-HOLDS-DIRTY = 'Y'
               PERFORM REWRITE-HOLD-FILE
           END-IF
           IF WS-ASSIGN-DIRTY = 'Y'
               PERFORM REWRITE-ASSIGN-FILE
           END-IF
           DISPLAY "Locker pickups: " WS-COLLECT-CNT " checked out, "
               WS-EXCEPT-CNT " exception(s)."
           IF WS-EXCEPT-CNT > 0
               DISPLAY "See locker_exceptions.csv."
           END-IF.

      *-----------------------------------------------------------------
       IMPORT-ONE-PICKUP.
           IF FUNCTION TRIM(PICKUP-REC) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PU-LOCKER
           MOVE SPACES TO PU-CODE
           MOVE SPACES TO PU-DATE
           MOVE SPACES TO PU-TIME
           UNSTRING PICKUP-REC DELIMITED BY ","
               INTO PU-LOCKER, PU-CODE, PU-DATE, PU-TIME
           MOVE FUNCTION UPPER-CASE(PU-LOCKER) TO PU-LOCKER
           MOVE 0 TO AS-MATCH-IDX
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
               IF AS-LOCKER(AS-IDX) = PU-LOCKER
                   AND AS-CODE(AS-IDX) = PU-CODE
                   IF FUNCTION TRIM(AS-STATUS(AS-IDX)) = "COLLECTED"
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION TRIM(AS-STATUS(AS-IDX)) = "LOADED"
                       MOVE AS-IDX TO AS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF AS-MATCH-IDX = 0
               MOVE SPACES TO WS-ELIG-MEMBER
               MOVE "NO LOADED LOCKER FOR CODE" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF
      *> The controller stamps the day the door opened; a garbled
      *> date posts as today.
           MOVE SYS-DATE-INT TO PU-DATE-INT
           IF PU-DATE(1:2) NUMERIC AND PU-DATE(4:2) NUMERIC
               AND PU-DATE(7:4) NUMERIC
               STRING PU-DATE(7:4) DELIMITED BY SIZE
                      PU-DATE(4:2) DELIMITED BY SIZE
                      PU-DATE(1:2) DELIMITED BY SIZE
                   INTO PU-DATE-FMT
               COMPUTE PU-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(PU-DATE-FMT)
           ELSE
               MOVE WS-TODAY-DISPLAY TO PU-DATE
           END-IF
           PERFORM POST-LOCKER-CHECKOUT.

      *-----------------------------------------------------------------
      *> BorrowBook's gates, then BorrowBook's hold-shelf issue: the
      *> ON-HOLD copy goes BORROWED without touching book_count, the
      *> hold is FULFILLED and a loan row is appended to log.csv.
       POST-LOCKER-CHECKOUT.
           MOVE AS-MEMBER-ID(AS-MATCH-IDX) TO WS-ELIG-MEMBER
           PERFORM CHECK-MEMBER-ELIGIBLE
           IF WS-ELIG-OK NOT = 'Y'
               STRING "POSTED -- " DELIMITED BY SIZE
                      WS-ELIG-REASON DELIMITED BY SIZE
                   INTO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
           END-IF

           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = AS-BOOK-ID(AS-MATCH-IDX)
                   AND BK-MATCH-IDX = 0
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM

           PERFORM DRAW-TRAN-ID
           IF NEW-TRAN-ID = 0
               MOVE "TRAN ID LIMIT REACHED" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF CP-COPY-ID(COPY-IDX) = AS-COPY-ID(AS-MATCH-IDX)
                   AND COPY-MATCH-IDX = 0
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM
           IF COPY-MATCH-IDX NOT = 0
      *> A copy HoldShelfRelease put back into stock meanwhile comes
      *> off the shelf count again as it leaves.
               IF FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) =
                   "AVAILABLE" AND BK-MATCH-IDX NOT = 0
                   AND BK-COUNT(BK-MATCH-IDX) > 0
                   SUBTRACT 1 FROM BK-COUNT(BK-MATCH-IDX)
                   MOVE 'Y' TO WS-BOOKS-DIRTY
               END-IF
               MOVE "BORROWED" TO CP-STATUS(COPY-MATCH-IDX)
               MOVE 'Y' TO WS-COPIES-DIRTY
           END-IF

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-IDX) = AS-BOOK-ID(AS-MATCH-IDX)
                   AND HD-MEMBER-ID(HOLD-IDX) =
                       AS-MEMBER-ID(AS-MATCH-IDX)
                   AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "READY"
                   MOVE "FULFILLED" TO HD-STATUS(HOLD-IDX)
                   MOVE 'Y' TO WS-HOLDS-DIRTY
               END-IF
           END-PERFORM

      *> The loan is issued at the branch the locker stands at.
           MOVE "MAIN" TO WS-LOAD-BRANCH
           PERFORM VARYING LK-IDX FROM 1 BY 1 UNTIL LK-IDX > LK-CNT
               IF LK-ID(LK-IDX) = AS-LOCKER(AS-MATCH-IDX)
                   MOVE LK-BRANCH(LK-IDX) TO WS-LOAD-BRANCH
               END-IF
           END-PERFORM

      *> Due date from the day the door opened, by genre, rolled
      *> past closed days the way every loan is.
           MOVE WS-LDAYS-DEFAULT TO WS-DAYS-TO-ADD
           IF BK-MATCH-IDX NOT = 0
               PERFORM VARYING GL-IDX FROM 1 BY 1 UNTIL GL-IDX > 4
                   IF FUNCTION TRIM(GL-GENRE(GL-IDX)) =
                       FUNCTION TRIM(BK-GENRE(BK-MATCH-IDX))
                       MOVE GL-DAYS(GL-IDX) TO WS-DAYS-TO-ADD
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-WORK-INT = PU-DATE-INT + WS-DAYS-TO-ADD
           MOVE "ROLLFW" TO WS-CC-ACTION
           MOVE WS-WORK-INT TO WS-CC-DATE-1
           CALL 'ClosureCal' USING WS-CC-ACTION, WS-CC-DATE-1,
               WS-CC-DATE-2, WS-CC-RESULT
           MOVE WS-CC-RESULT TO WS-WORK-INT
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DISPLAY TO WS-END-DISPLAY

           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               CLOSE LOG-FILE
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO LOG-REC
           STRING NEW-TRAN-ID DELIMITED BY SIZE ","
                  AS-MEMBER-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                  AS-BOOK-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                  PU-DATE DELIMITED BY SIZE ","
                  WS-END-DISPLAY DELIMITED BY SIZE ","
                  "NO" DELIMITED BY SIZE ","
                  "          " DELIMITED BY SIZE ","
                  AS-COPY-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                  WS-LOAD-BRANCH DELIMITED BY SIZE ","
                  "LOCKER" DELIMITED BY SIZE ","
                  "LOCKER" DELIMITED BY SIZE ","
                  "     " DELIMITED BY SIZE ","
                  PU-TIME DELIMITED BY SIZE
               INTO LOG-REC
           WRITE LOG-REC
           MOVE LOG-REC TO WS-LL-LINE
           CLOSE LOG-FILE
           MOVE NEW-TRAN-ID TO WS-LL-KEY
           MOVE "PUT " TO WS-LL-ACTION
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT

           MOVE "COLLECTED" TO AS-STATUS(AS-MATCH-IDX)
           MOVE PU-DATE TO AS-CLOSED(AS-MATCH-IDX)
           MOVE NEW-TRAN-ID TO AS-TRAN-ID(AS-MATCH-IDX)
           MOVE 'Y' TO WS-ASSIGN-DIRTY
           ADD 1 TO WS-COLLECT-CNT

           MOVE "Lockers" TO WS-AUDIT-PROGRAM
           MOVE "COPY" TO WS-AUDIT-ENTITY-TYPE
           MOVE AS-BOOK-ID(AS-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "ON-HOLD" TO WS-AUDIT-OLD-STATUS
           MOVE "BORROWED" TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "Locker " AS-LOCKER(AS-MATCH-IDX) " collected: "
               "book " AS-BOOK-ID(AS-MATCH-IDX) " to member "
               AS-MEMBER-ID(AS-MATCH-IDX) " (tran " NEW-TRAN-ID
               ", due " WS-END-DISPLAY ").".

      *-----------------------------------------------------------------
      *> The hold-shelf workflow runs first -- ExpireHolds lapses
      *> any hold past its pickup window and offers the copy to the
      *> next member (or releases it to the shelf). A locker whose
      *> hold is then no longer READY, or whose member can no longer
      *> borrow, is cleared and the copy pulled.
       SWEEP-LOCKERS.
           CALL 'ExpireHolds' USING USER-CHOICE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-HOLD-FILE
           PERFORM LOAD-ASSIGN-FILE
           MOVE 'N' TO WS-ASSIGN-DIRTY
           MOVE 0 TO WS-PULLED-CNT
           PERFORM VARYING AS-MATCH-IDX FROM 1 BY 1
               UNTIL AS-MATCH-IDX > AS-CNT
               IF FUNCTION TRIM(AS-STATUS(AS-MATCH-IDX)) = "LOADED"
                   PERFORM SWEEP-ONE-LOCKER
               END-IF
           END-PERFORM
           IF WS-ASSIGN-DIRTY = 'Y'
               PERFORM REWRITE-ASSIGN-FILE
           END-IF
           DISPLAY "Locker sweep: " WS-PULLED-CNT
               " locker(s) cleared.".

      *-----------------------------------------------------------------
       SWEEP-ONE-LOCKER.
           MOVE SPACES TO WS-PULL-REASON
           MOVE 0 TO HOLD-MATCH-IDX
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-IDX) = AS-BOOK-ID(AS-MATCH-IDX)
                   AND HD-MEMBER-ID(HOLD-IDX) =
                       AS-MEMBER-ID(AS-MATCH-IDX)
                   AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "READY"
                   MOVE HOLD-IDX TO HOLD-MATCH-IDX
               END-IF
           END-PERFORM
           IF HOLD-MATCH-IDX = 0
               MOVE "CLOSED" TO WS-PULL-REASON
               PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-CNT
                   IF HD-BOOK-ID(HOLD-IDX) = AS-BOOK-ID(AS-MATCH-IDX)
                       AND HD-MEMBER-ID(HOLD-IDX) =
                           AS-MEMBER-ID(AS-MATCH-IDX)
                       AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) =
                           "EXPIRED"
                       MOVE "EXPIRED" TO WS-PULL-REASON
                   END-IF
               END-PERFORM
           ELSE
               UNSTRING AS-EXPIRES(AS-MATCH-IDX) DELIMITED BY "-"
                   INTO WS-NTF-DAY, WS-NTF-MON, WS-NTF-YEAR
               IF WS-NTF-DAY NUMERIC AND WS-NTF-MON NUMERIC
                   AND WS-NTF-YEAR NUMERIC
                   STRING WS-NTF-YEAR DELIMITED BY SIZE
                          WS-NTF-MON  DELIMITED BY SIZE
                          WS-NTF-DAY  DELIMITED BY SIZE
                       INTO WS-NTF-FMT
                   COMPUTE WS-EXPIRES-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NTF-FMT)
                   IF SYS-DATE-INT > WS-EXPIRES-INT
                       MOVE "EXPIRED" TO WS-PULL-REASON
                   END-IF
               END-IF
               IF WS-PULL-REASON = SPACES
                   MOVE AS-MEMBER-ID(AS-MATCH-IDX) TO WS-ELIG-MEMBER
                   PERFORM CHECK-MEMBER-ELIGIBLE
                   IF WS-ELIG-OK NOT = 'Y'
                       MOVE "BLOCKED" TO WS-PULL-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-PULL-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "PULLED" TO AS-STATUS(AS-MATCH-IDX)
           MOVE WS-TODAY-DISPLAY TO AS-CLOSED(AS-MATCH-IDX)
           MOVE WS-PULL-REASON TO AS-REASON(AS-MATCH-IDX)
           MOVE 'Y' TO WS-ASSIGN-DIRTY
           ADD 1 TO WS-PULLED-CNT
           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF CP-COPY-ID(COPY-IDX) = AS-COPY-ID(AS-MATCH-IDX)
                   AND COPY-MATCH-IDX = 0
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE "CLEAR" TO WS-PULL-REASON
           PERFORM WRITE-LOAD-ROW

           MOVE "Lockers" TO WS-AUDIT-PROGRAM
           MOVE "HOLD" TO WS-AUDIT-ENTITY-TYPE
           MOVE AS-BOOK-ID(AS-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "LOCKER" TO WS-AUDIT-OLD-STATUS
           MOVE AS-REASON(AS-MATCH-IDX) TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS

           DISPLAY "Locker " AS-LOCKER(AS-MATCH-IDX) " cleared ("
               FUNCTION TRIM(AS-REASON(AS-MATCH-IDX)) "): pull copy "
               AS-COPY-ID(AS-MATCH-IDX) " of book "
               AS-BOOK-ID(AS-MATCH-IDX)
           IF COPY-MATCH-IDX NOT = 0
               AND FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX)) =
                   "ON-HOLD"
               DISPLAY "  -- back to the hold shelf for the next "
                   "member."
           ELSE
               DISPLAY "  -- back to the shelf."
           END-IF.

      *-----------------------------------------------------------------
       SHOW-LOCKER-BANK.
           PERFORM LOAD-LOCKER-FILE
           PERFORM LOAD-ASSIGN-FILE
           IF LK-CNT = 0
               DISPLAY "No lockers set up yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Locker Branch     Status  Member Book  Copy   "
               "Expires"
           PERFORM VARYING LK-IDX FROM 1 BY 1 UNTIL LK-IDX > LK-CNT
               MOVE 0 TO AS-MATCH-IDX
               PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > AS-CNT
                   IF AS-LOCKER(AS-IDX) = LK-ID(LK-IDX)
                       AND FUNCTION TRIM(AS-STATUS(AS-IDX)) =
                           "LOADED"
                       MOVE AS-IDX TO AS-MATCH-IDX
                   END-IF
               END-PERFORM
               IF AS-MATCH-IDX = 0
                   DISPLAY LK-ID(LK-IDX) "   " LK-BRANCH(LK-IDX) " "
                       LK-STATUS(LK-IDX) "  (empty)"
               ELSE
                   DISPLAY LK-ID(LK-IDX) "   " LK-BRANCH(LK-IDX) " "
                       LK-STATUS(LK-IDX) "  "
                       AS-MEMBER-ID(AS-MATCH-IDX) "  "
                       AS-BOOK-ID(AS-MATCH-IDX) " "
                       AS-COPY-ID(AS-MATCH-IDX) " "
                       AS-EXPIRES(AS-MATCH-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> New lockers are numbered on from the highest already on
      *> file -- L001, L002, ...
       ADD-LOCKERS.
           PERFORM LOAD-LOCKER-FILE
           DISPLAY "Branch for the new lockers (blank = MAIN): "
           MOVE SPACES TO WS-BRANCH-IN
           ACCEPT WS-BRANCH-IN
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           IF FUNCTION TRIM(WS-BRANCH-IN) = SPACE
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           DISPLAY "How many lockers to add: "
           MOVE 0 TO WS-ADD-CNT
           ACCEPT WS-ADD-CNT
           IF WS-ADD-CNT = 0
               EXIT PARAGRAPH
           END-IF
           IF LK-CNT + WS-ADD-CNT > 200
               DISPLAY "The locker bank holds at most 200 lockers."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LK-MAX-NUM
           PERFORM VARYING LK-IDX FROM 1 BY 1 UNTIL LK-IDX > LK-CNT
               IF LK-ID(LK-IDX)(2:3) NUMERIC
                   MOVE LK-ID(LK-IDX)(2:3) TO LK-NUM
                   IF LK-NUM > LK-MAX-NUM
                       MOVE LK-NUM TO LK-MAX-NUM
                   END-IF
               END-IF
           END-PERFORM
           IF LK-MAX-NUM + WS-ADD-CNT > 999
               DISPLAY "Locker numbers would run past L999."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ADD-IDX FROM 1 BY 1
               UNTIL WS-ADD-IDX > WS-ADD-CNT
               ADD 1 TO LK-CNT
               ADD 1 TO LK-MAX-NUM
               MOVE LK-MAX-NUM TO LK-NUM
               STRING "L" DELIMITED BY SIZE
                      LK-NUM DELIMITED BY SIZE
                   INTO LK-ID(LK-CNT)
               MOVE WS-BRANCH-IN TO LK-BRANCH(LK-CNT)
               MOVE "ACTIVE" TO LK-STATUS(LK-CNT)
           END-PERFORM
           PERFORM REWRITE-LOCKER-FILE
           MOVE WS-ADD-CNT TO WS-COUNT-ED
           DISPLAY FUNCTION TRIM(WS-COUNT-ED) " locker(s) added at "
               FUNCTION TRIM(WS-BRANCH-IN) ".".

      *-----------------------------------------------------------------
      *> A locker with something in it stays in service until the
      *> load is collected or cleared.
       TOGGLE-LOCKER-SERVICE.
           PERFORM LOAD-LOCKER-FILE
           PERFORM LOAD-ASSIGN-FILE
           DISPLAY "Locker number (e.g. L001): "
           MOVE SPACES TO WS-LOCKER-IN
           ACCEPT WS-LOCKER-IN
           MOVE FUNCTION UPPER-CASE(WS-LOCKER-IN) TO WS-LOCKER-IN
           MOVE 0 TO LK-MATCH-IDX
           PERFORM VARYING LK-IDX FROM 1 BY 1 UNTIL LK-IDX > LK-CNT
               IF LK-ID(LK-IDX) = WS-LOCKER-IN
                   MOVE LK-IDX TO LK-MATCH-IDX
               END-IF
           END-PERFORM
           IF LK-MATCH-IDX = 0
               DISPLAY "No such locker."
               EXIT PARAGRAPH
           END-IF
           MOVE LK-MATCH-IDX TO LK-IDX
           IF FUNCTION TRIM(LK-STATUS(LK-IDX)) = "ACTIVE"
               PERFORM CHECK-LOCKER-BUSY
               IF WS-LOCKER-BUSY = 'Y'
                   DISPLAY "Locker " WS-LOCKER-IN " is loaded -- "
                       "clear it before taking it out of service."
                   EXIT PARAGRAPH
               END-IF
               MOVE "OUTSVC" TO LK-STATUS(LK-IDX)
               DISPLAY "Locker " WS-LOCKER-IN " out of service."
           ELSE
               MOVE "ACTIVE" TO LK-STATUS(LK-IDX)
               DISPLAY "Locker " WS-LOCKER-IN " back in service."
           END-IF
           PERFORM REWRITE-LOCKER-FILE.

      *-----------------------------------------------------------------
      *> BorrowBook's member checks, without the desk dialogue.
       CHECK-MEMBER-ELIGIBLE.
           MOVE 'N' TO WS-ELIG-OK
           MOVE SPACES TO WS-ELIG-REASON
           MOVE 'N' TO FOUND-MEMBER
           MOVE SPACES TO FOUND-MEMBER-FLAG
           MOVE SPACES TO FOUND-MEMBER-EXP
           MOVE SPACES TO FOUND-MEMBER-TYPE
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
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
                           MOVE MEMBER-TYPE-F TO FOUND-MEMBER-TYPE
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
           MOVE WS-MAXLN-DEFAULT TO MAX-LOANS-PER-MEMBER
           PERFORM VARYING TL-IDX FROM 1 BY 1 UNTIL TL-IDX > 4
               IF FUNCTION TRIM(TL-TYPE(TL-IDX)) =
                   FUNCTION TRIM(FOUND-MEMBER-TYPE)
                   MOVE TL-MAX(TL-IDX) TO MAX-LOANS-PER-MEMBER
               END-IF
           END-PERFORM
           PERFORM SCAN-LOG-FILE
           IF CURR-LOAN-CNT >= MAX-LOANS-PER-MEMBER
               MOVE "OVER LOAN LIMIT" TO WS-ELIG-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ELIG-OK.

      *-----------------------------------------------------------------
      *> The member's open loans, and the highest transaction ID on
      *> file for the NextId fallback.
       SCAN-LOG-FILE.
           MOVE 0 TO CURR-LOAN-CNT
           MOVE 0 TO MAX-TRAN-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-RETURN
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN-ID, LG-MEMBER-ID,
                                LG-BOOK-ID, LG-START, LG-END,
                                LG-DUE-FLAG, LG-RETURN
                       IF LG-MEMBER-ID = WS-ELIG-MEMBER
                           AND FUNCTION TRIM(LG-RETURN) = SPACE
                           ADD 1 TO CURR-LOAN-CNT
                       END-IF
                       IF LG-TRAN-ID NUMERIC
                           MOVE LG-TRAN-ID TO CURR-TRAN-ID
                           IF CURR-TRAN-ID > MAX-TRAN-ID
                               MOVE CURR-TRAN-ID TO MAX-TRAN-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

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
      *> NEW-TRAN-ID comes back 0 when the ID space is used up.
       DRAW-TRAN-ID.
           MOVE 0 TO NEW-TRAN-ID
           MOVE "GET" TO WS-NI-ACTION
           MOVE "TRAN  " TO WS-NI-KIND
           CALL 'NextId' USING WS-NI-ACTION, WS-NI-KIND,
               WS-NI-VALUE, WS-NI-OK
           IF WS-NI-OK = 'Y'
               MOVE WS-NI-VALUE TO NEW-TRAN-ID
           ELSE
               MOVE AS-MEMBER-ID(AS-MATCH-IDX) TO WS-ELIG-MEMBER
               PERFORM SCAN-LOG-FILE
               IF MAX-TRAN-ID = 0
                   MOVE 30000 TO MAX-TRAN-ID
               END-IF
               IF MAX-TRAN-ID >= 99999
                   EXIT PARAGRAPH
               END-IF
               COMPUTE NEW-TRAN-ID = MAX-TRAN-ID + 1
               MOVE NEW-TRAN-ID TO WS-NI-VALUE
               MOVE "SET" TO WS-NI-ACTION
               CALL 'NextId' USING WS-NI-ACTION, WS-NI-KIND,
                   WS-NI-VALUE, WS-NI-OK
           END-IF.

      *-----------------------------------------------------------------
       LOAD-OPERATIONAL-PARAMS.
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
           END-IF
           MOVE "MAXLN" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-MAXLN-DEFAULT
           END-IF
           MOVE "LDAYS" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-LDAYS-DEFAULT
           END-IF.

      *-----------------------------------------------------------------
      *> One row per locker door action for the controller: LOAD
      *> arms the code, CLEAR cancels it.
       WRITE-LOAD-ROW.
           ACCEPT SYS-TIME FROM TIME
           STRING SYS-TIME(1:2) DELIMITED BY SIZE ":"
                  SYS-TIME(3:2) DELIMITED BY SIZE ":"
                  SYS-TIME(5:2) DELIMITED BY SIZE
               INTO WS-NOW-DISPLAY
           OPEN EXTEND LOAD-FILE
           IF WS-LOAD-STATUS NOT = "00"
               CLOSE LOAD-FILE
               OPEN OUTPUT LOAD-FILE
           END-IF
           MOVE SPACES TO LOAD-REC
           IF COPY-MATCH-IDX NOT = 0
               STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                      WS-NOW-DISPLAY DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-PULL-REASON)
                          DELIMITED BY SIZE ","
                      AS-LOCKER(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      AS-CODE(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(CP-BARCODE(COPY-MATCH-IDX))
                          DELIMITED BY SIZE ","
                      AS-MEMBER-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      AS-EXPIRES(AS-MATCH-IDX) DELIMITED BY SIZE
                   INTO LOAD-REC
           ELSE
               STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                      WS-NOW-DISPLAY DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-PULL-REASON)
                          DELIMITED BY SIZE ","
                      AS-LOCKER(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      AS-CODE(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      "," DELIMITED BY SIZE
                      AS-MEMBER-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      AS-EXPIRES(AS-MATCH-IDX) DELIMITED BY SIZE
                   INTO LOAD-REC
           END-IF
           WRITE LOAD-REC
           CLOSE LOAD-FILE.

      *-----------------------------------------------------------------
      *> hold_notifications.csv's seven columns, then where and how
      *> to open the locker and the last day to do it.
       WRITE-LOCKER-NOTICE.
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               CLOSE NOTICE-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF
           MOVE SPACES TO NOTICE-REC
           STRING AS-BOOK-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-ID    DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-NAME  DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-EMAIL DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY    DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-CHANNEL DELIMITED BY SIZE ","
                  FUNCTION TRIM(NOTIFY-MEMBER-PHONE)
                      DELIMITED BY SIZE ","
                  AS-LOCKER(AS-MATCH-IDX) DELIMITED BY SIZE ","
                  AS-CODE(AS-MATCH-IDX) DELIMITED BY SIZE ","
                  AS-EXPIRES(AS-MATCH-IDX) DELIMITED BY SIZE
               INTO NOTICE-REC
           WRITE NOTICE-REC
           CLOSE NOTICE-FILE.

      *-----------------------------------------------------------------
       WRITE-EXCEPTION-ROW.
           ADD 1 TO WS-EXCEPT-CNT
           OPEN EXTEND EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = "00"
               CLOSE EXCEPT-FILE
               OPEN OUTPUT EXCEPT-FILE
           END-IF
           MOVE SPACES TO EXCEPT-REC
           IF AS-MATCH-IDX NOT = 0
               STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                      PU-LOCKER DELIMITED BY SIZE ","
                      PU-CODE DELIMITED BY SIZE ","
                      AS-MEMBER-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      AS-BOOK-ID(AS-MATCH-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-EXCEPT-REASON)
                          DELIMITED BY SIZE
                   INTO EXCEPT-REC
           ELSE
               STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                      PU-LOCKER DELIMITED BY SIZE ","
                      PU-CODE DELIMITED BY SIZE ",,,"
                      FUNCTION TRIM(WS-EXCEPT-REASON)
                          DELIMITED BY SIZE
                   INTO EXCEPT-REC
           END-IF
           WRITE EXCEPT-REC
           CLOSE EXCEPT-FILE
           DISPLAY "Exception: locker " PU-LOCKER " code " PU-CODE
               " -- " FUNCTION TRIM(WS-EXCEPT-REASON).

      *-----------------------------------------------------------------
      *> Same contact lookup ReturnBook does before it writes a
      *> notification row.
       LOOKUP-NOTIFY-MEMBER.
           MOVE 'N' TO NOTIFY-MEMBER-FOUND
           MOVE SPACES TO NOTIFY-MEMBER-NAME
           MOVE SPACES TO NOTIFY-MEMBER-EMAIL
           MOVE 'N' TO MEMBER-EOF
           OPEN INPUT MEMBER-FILE
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
       FIND-OPTIN-ROW.
           MOVE 0 TO OI-MATCH-IDX
           PERFORM VARYING OI-IDX FROM 1 BY 1 UNTIL OI-IDX > OI-CNT
               IF OI-MEMBER-ID(OI-IDX) = WS-MEMBER-IN
                   MOVE OI-IDX TO OI-MATCH-IDX
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
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-AUTHOR(BK-CNT),
                                    BK-COUNT(BK-CNT),
                                    BK-GENRE(BK-CNT),
                                    BK-STATUS(BK-CNT),
                                    BK-ISBN(BK-CNT),
                                    BK-BRANCH(BK-CNT)
                           IF FUNCTION TRIM(BK-STATUS(BK-CNT))
                               = SPACE
                               MOVE "ACTIVE" TO BK-STATUS(BK-CNT)
                           END-IF
                           IF FUNCTION TRIM(BK-BRANCH(BK-CNT))
                               = SPACE
                               MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                           END-IF
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
       LOAD-LOCKER-FILE.
           MOVE 0 TO LK-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT LOCKER-FILE
           IF WS-LOCKER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOCKER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LK-CNT < 200
                           AND FUNCTION TRIM(LOCKER-REC) NOT = SPACE
                           ADD 1 TO LK-CNT
                           MOVE SPACES TO LK-STATUS(LK-CNT)
                           UNSTRING LOCKER-REC DELIMITED BY ","
                               INTO LK-ID(LK-CNT),
                                    LK-BRANCH(LK-CNT),
                                    LK-STATUS(LK-CNT)
                           IF FUNCTION TRIM(LK-BRANCH(LK-CNT))
                               = SPACE
                               MOVE "MAIN" TO LK-BRANCH(LK-CNT)
                           END-IF
                           IF FUNCTION TRIM(LK-STATUS(LK-CNT))
                               = SPACE
                               MOVE "ACTIVE" TO LK-STATUS(LK-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCKER-FILE.

      *-----------------------------------------------------------------
       REWRITE-LOCKER-FILE.
           OPEN OUTPUT LOCKER-FILE
           PERFORM VARYING LK-IDX FROM 1 BY 1 UNTIL LK-IDX > LK-CNT
               MOVE SPACES TO LOCKER-REC
               STRING LK-ID(LK-IDX) DELIMITED BY SIZE ","
                      LK-BRANCH(LK-IDX) DELIMITED BY SIZE ","
                      LK-STATUS(LK-IDX) DELIMITED BY SIZE
                   INTO LOCKER-REC
               WRITE LOCKER-REC
           END-PERFORM
           CLOSE LOCKER-FILE.

      *-----------------------------------------------------------------
       LOAD-OPTIN-FILE.
           MOVE 0 TO OI-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT OPTIN-FILE
           IF WS-OPTIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ OPTIN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF OI-CNT < 2000
                           AND FUNCTION TRIM(OPTIN-REC) NOT = SPACE
                           ADD 1 TO OI-CNT
                           UNSTRING OPTIN-REC DELIMITED BY ","
                               INTO OI-MEMBER-ID(OI-CNT),
                                    OI-FLAG(OI-CNT),
                                    OI-DATE(OI-CNT),
                                    OI-OPERATOR(OI-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPTIN-FILE.

      *-----------------------------------------------------------------
       REWRITE-OPTIN-FILE.
           OPEN OUTPUT OPTIN-FILE
           PERFORM VARYING OI-IDX FROM 1 BY 1 UNTIL OI-IDX > OI-CNT
               MOVE SPACES TO OPTIN-REC
               STRING OI-MEMBER-ID(OI-IDX) DELIMITED BY SIZE ","
                      OI-FLAG(OI-IDX) DELIMITED BY SIZE ","
                      OI-DATE(OI-IDX) DELIMITED BY SIZE ","
                      OI-OPERATOR(OI-IDX) DELIMITED BY SIZE
                   INTO OPTIN-REC
               WRITE OPTIN-REC
           END-PERFORM
           CLOSE OPTIN-FILE.

      *-----------------------------------------------------------------
       LOAD-ASSIGN-FILE.
           MOVE 0 TO AS-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ASSIGN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AS-CNT < 2000
                           AND FUNCTION TRIM(ASSIGN-REC) NOT = SPACE
                           ADD 1 TO AS-CNT
                           MOVE SPACES TO AS-CLOSED(AS-CNT)
                           MOVE SPACES TO AS-REASON(AS-CNT)
                           MOVE SPACES TO AS-TRAN-ID(AS-CNT)
                           UNSTRING ASSIGN-REC DELIMITED BY ","
                               INTO AS-LOCKER(AS-CNT),
                                    AS-COPY-ID(AS-CNT),
                                    AS-BOOK-ID(AS-CNT),
                                    AS-MEMBER-ID(AS-CNT),
                                    AS-CODE(AS-CNT),
                                    AS-LOADED(AS-CNT),
                                    AS-EXPIRES(AS-CNT),
                                    AS-STATUS(AS-CNT),
                                    AS-CLOSED(AS-CNT),
                                    AS-REASON(AS-CNT),
                                    AS-TRAN-ID(AS-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE.

      *-----------------------------------------------------------------
       REWRITE-ASSIGN-FILE.
           OPEN OUTPUT ASSIGN-FILE
           PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > AS-CNT
               MOVE SPACES TO ASSIGN-REC
               STRING AS-LOCKER(AS-IDX) DELIMITED BY SIZE ","
                      AS-COPY-ID(AS-IDX) DELIMITED BY SIZE ","
                      AS-BOOK-ID(AS-IDX) DELIMITED BY SIZE ","
                      AS-MEMBER-ID(AS-IDX) DELIMITED BY SIZE ","
                      AS-CODE(AS-IDX) DELIMITED BY SIZE ","
                      AS-LOADED(AS-IDX) DELIMITED BY SIZE ","
                      AS-EXPIRES(AS-IDX) DELIMITED BY SIZE ","
                      AS-STATUS(AS-IDX) DELIMITED BY SIZE ","
                      AS-CLOSED(AS-IDX) DELIMITED BY SIZE ","
                      AS-REASON(AS-IDX) DELIMITED BY SIZE ","
                      AS-TRAN-ID(AS-IDX) DELIMITED BY SIZE
                   INTO ASSIGN-REC
               WRITE ASSIGN-REC
           END-PERFORM
           CLOSE ASSIGN-FILE.

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

       END PROGRAM Lockers.
