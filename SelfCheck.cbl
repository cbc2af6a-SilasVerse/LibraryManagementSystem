      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Interface to the lobby self-check machine. Unlike the
      *          Kiosk this is a vendor device -- it drops one request
      *          row per transaction into selfcheck_requests.csv and
      *          reads our answer back from selfcheck_responses.csv.
      *          Each request carries the member's library card
      *          number, their kiosk PIN (members.csv), the copy
      *          barcode and the action:
      *            CHECKOUT -- BorrowBook's rules: the card must be
      *              ACTIVE on member_cards.csv and pass CardCheck,
      *              the member active, unexpired, not banned
      *              (BanCheck), no unpaid membership fee, under the
      *              fine cap and the type loan limit (reciprocal caps
      *              for a visitor, a child's guardian in standing),
      *              no adult-rated title for a guardian-linked child
      *              (BookRating -- no override at a machine), no
      *              withdrawn title, no clash with a confirmed
      *              advance booking. A hold-shelf copy goes only to
      *              the member whose READY hold it is trapped for,
      *              and a shelf copy isn't issued past another
      *              member's WAITING hold. Due date by genre, course
      *              reserve, homebound and institutional periods,
      *              rolled past closed days (ClosureCal).
      *            RETURN -- BatchReturns' rules: overdue fine at the
      *              genre rate assessed unpaid, a WAITING hold traps
      *              the copy on the hold shelf with the member
      *              notified, otherwise the copy goes onto the
      *              reshelving cart (source SELFSERV).
      *            RENEW -- RenewBook's rules: the loan must be the
      *              card holder's, not recalled, not overdue, nobody
      *              WAITING on the title, under RENMX renewals
      *              (RenewCount).
      *          Kit copies (kit_parts.csv) never go through the
      *          machine -- the parts have to be checked at the desk
      *          -- and neither do reading-room or equipment loans.
      *          Every answer is APPROVE or REFUSE with a reason; a
      *          refusal tells the member to see the desk. Every
      *          loan, return and renewal is stamped with operator
      *          SELFCHECK so DeskActivity counts the machine as a
      *          desk of its own. Processed requests are cleared from
      *          the request file; the response file is the record.
      *          Batch mode (USER-CHOICE 99) processes whatever is
      *          waiting.
      *            selfcheck_requests.csv: request id,card,PIN,
      *              barcode,action
      *            selfcheck_responses.csv: request id,date,time,card,
      *              member,barcode,action,APPROVE/REFUSE,reason,
      *              due date,tran
      * Tectonics: cobc
      * (Updated by Silas): A copy scanned off a display (ON-DISPLAY,
      *            see Displays) checks out like a shelf copy.
      * (Updated by Silas): A fine under an OPEN appeal (AppealCheck,
      *            see FineAppeal) no longer counts toward the FCAP fine
      *            cap until its outcome is recorded.
      * (Updated by Silas): A title's material format (FormatCheck)
      *            brings its own loan period, per-format loan cap,
      *            renewal limit and fine rate to the machine's
      *            checkouts, renewals and returns, the same rules the
      *            desk applies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SelfCheck IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "../selfcheck_requests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "../selfcheck_responses.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT CARD-FILE ASSIGN TO "../member_cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT MEMFEE-FILE ASSIGN TO "../membership_fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMFEE-STATUS.
           SELECT KITPART-FILE ASSIGN TO "../kit_parts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITPART-STATUS.
           SELECT RESERVE-FILE ASSIGN TO "../reserves.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVE-STATUS.
           SELECT BOOKING-FILE ASSIGN TO "../bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKING-STATUS.
           SELECT HOMEBOUND-FILE ASSIGN TO "../homebound.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOMEBOUND-STATUS.
           SELECT RESHELVE-FILE ASSIGN TO "../reshelve_queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHELVE-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "../hold_notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-REC     PIC X(100).
       FD  RESPONSE-FILE.
       01  RESPONSE-REC    PIC X(200).
       FD  CARD-FILE.
       01  CARD-REC        PIC X(60).
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  MEMFEE-FILE.
       01  MEMFEE-REC      PIC X(200).
       FD  KITPART-FILE.
       01  KITPART-REC     PIC X(100).
       FD  RESERVE-FILE.
       01  RESERVE-REC     PIC X(100).
       FD  BOOKING-FILE.
       01  BOOKING-REC     PIC X(100).
       FD  HOMEBOUND-FILE.
       01  HOMEBOUND-REC   PIC X(40).
       FD  RESHELVE-FILE.
       01  RESHELVE-REC    PIC X(100).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS   PIC XX.
       01  WS-RESPONSE-STATUS  PIC XX.
       01  WS-CARD-STATUS      PIC XX.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-COPY-STATUS      PIC XX.
       01  WS-HOLD-STATUS      PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-MEMFEE-STATUS    PIC XX.
       01  WS-KITPART-STATUS   PIC XX.
       01  WS-RESERVE-STATUS   PIC XX.
       01  WS-BOOKING-STATUS   PIC XX.
       01  WS-HOMEBOUND-STATUS PIC XX.
       01  WS-RESHELVE-STATUS  PIC XX.
       01  WS-NOTIFY-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  REQ-EOF           PIC X VALUE 'N'.
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
      *> What the log, the renewal history and the fine rows carry
      *> for anything the machine did.
       01  WS-MACHINE-OP     PIC X(10) VALUE "SELFCHECK".

      *> BorrowBook's and RenewBook's operational numbers, same
      *> defaults, same parameters.csv codes.
       01  WS-FINE-CAP       PIC 9(7) VALUE 0005000.
      *> A fine under an OPEN appeal is on hold -- see AppealCheck.
       01  WS-APPEAL-OPEN    PIC X VALUE 'N'.
       01  WS-STD-FINE-CAP   PIC 9(7) VALUE 0005000.
       01  WS-MAXLN-DEFAULT  PIC 9(2) VALUE 5.
       01  WS-LDAYS-DEFAULT  PIC 9(3) VALUE 14.
       01  WS-RLOAN-CAP      PIC 9(2) VALUE 2.
       01  WS-RFCAP-LIMIT    PIC 9(7) VALUE 0001000.
       01  WS-INST-DAYS      PIC 9(3) VALUE 90.
       01  WS-HB-DAYS        PIC 9(3) VALUE 28.
       01  WS-RESERVE-DAYS   PIC 9(3) VALUE 3.
       01  WS-RENMX-LIMIT    PIC 9(2) VALUE 2.
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

      *> Genre fine-rate table, matching ReturnBook.
       01  GENRE-FINE-VALUES.
           05  FILLER PIC X(33)
               VALUE "Reference                     050".
           05  FILLER PIC X(33)
               VALUE "Textbook                      030".
       01  GENRE-FINE-TABLE REDEFINES GENRE-FINE-VALUES.
           05  GENRE-FINE-ENTRY OCCURS 2 TIMES.
               10  GF-GENRE   PIC X(30).
               10  GF-RATE    PIC 9(3).
       01  GF-IDX            PIC 9(2) VALUE 0.
       01  WS-FINE-RATE      PIC 9(5) VALUE 500.
       01  WS-FINE-AMOUNT    PIC 9(6) VALUE 0.
       01  WS-DIFF-DAYS      PIC 9(3) VALUE 0.

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
       01  LOG-CNT           PIC 9(4) VALUE 0.
       01  LOG-IDX           PIC 9(4) VALUE 0.
       01  LOG-MATCH-IDX     PIC 9(4) VALUE 0.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID-TAB  PIC X(5).
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
       01  WS-OWN-HOLD-IDX   PIC 9(4) VALUE 0.
       01  WS-OTHER-WAITING  PIC X VALUE 'N'.

       01  WS-LOG-DIRTY      PIC X VALUE 'N'.
       01  WS-COPIES-DIRTY   PIC X VALUE 'N'.
       01  WS-BOOKS-DIRTY    PIC X VALUE 'N'.
       01  WS-HOLDS-DIRTY    PIC X VALUE 'N'.

      *> One machine request, and the answer going back.
       01  RQ-ID             PIC X(10).
       01  RQ-CARD           PIC X(8).
       01  RQ-PIN            PIC X(4).
       01  RQ-BARCODE        PIC X(12).
       01  RQ-ACTION         PIC X(8).
       01  RS-RESULT         PIC X(7).
       01  RS-REASON         PIC X(40).
       01  RS-DUE            PIC X(10).
       01  RS-TRAN           PIC X(5).
       01  RS-TEXT           PIC X(70).

       01  WS-REQUEST-CNT    PIC 9(4) VALUE 0.
       01  WS-APPROVE-CNT    PIC 9(4) VALUE 0.
       01  WS-REFUSE-CNT     PIC 9(4) VALUE 0.
       01  WS-OUT-CNT        PIC 9(4) VALUE 0.
       01  WS-IN-CNT         PIC 9(4) VALUE 0.
       01  WS-RENEW-CNT      PIC 9(4) VALUE 0.

      *> Card and PIN sign-in.
       01  CD-NUMBER         PIC X(8).
       01  CD-MEMBER         PIC X(5).
       01  CD-ISSUED         PIC X(10).
       01  CD-STATUS         PIC X(6).
       01  CD-STAMP          PIC X(10).
       01  WS-CARD-FOUND     PIC X VALUE 'N'.
       01  WS-CARD-MEMBER    PIC X(5).
       01  WS-CARD-STANDING  PIC X(6).
       01  WS-SIGNED-IN      PIC X VALUE 'N'.
       01  WS-MEMBER-ID      PIC X(5).

      *> One members.csv row, quoted-address split the same way
      *> every member reader does it.
       01  comma_in_addr     PIC 9.
       01  id_to_email       PIC X(70).
       01  gender_n_flag     PIC X(70).
       01  dummy             PIC X.
       01  M-ID              PIC X(5).
       01  M-NAME            PIC X(30).
       01  M-EMAIL           PIC X(35).
       01  M-ADDRESS         PIC X(50).
       01  M-GENDER          PIC X(1).
       01  M-FLAG            PIC X(8).
       01  M-OVERRIDE        PIC X(1).
       01  M-TYPE            PIC X(10).
       01  M-PHONE           PIC X(15).
       01  M-EXPIRATION      PIC X(10).
       01  M-PIN             PIC X(4).
       01  M-GUARDIAN        PIC X(5).
       01  FOUND-MEMBER      PIC X VALUE 'N'.
       01  FOUND-MEMBER-FLAG PIC X(8).
       01  FOUND-MEMBER-TYPE PIC X(10).
       01  FOUND-MEMBER-EXP  PIC X(10).
       01  FOUND-MEMBER-PIN  PIC X(4).
       01  FOUND-GUARDIAN-ID PIC X(5).
       01  GUARD-FOUND       PIC X VALUE 'N'.
       01  GUARD-FLAG        PIC X(8).
       01  WS-EXP-DAY-F      PIC X(2).
       01  WS-EXP-MON-F      PIC X(2).
       01  WS-EXP-YR-F       PIC X(4).
       01  WS-EXP-DATE-FMT   PIC 9(8).

      *> Standing lookups -- see BanCheck, CardCheck, VisitorCheck,
      *> BookRating.
       01  WS-BC-BANNED      PIC X VALUE 'N'.
       01  WS-BC-UNTIL       PIC X(10) VALUE SPACES.
       01  WS-CC-BLOCKED     PIC X VALUE 'N'.
       01  WS-VC-FOUND       PIC X VALUE 'N'.
       01  WS-VC-PARTNER     PIC X(10) VALUE SPACES.
       01  WS-BR-ACTION      PIC X(3).
       01  WS-BR-BOOK-ID     PIC X(5).
       01  WS-BR-RATING      PIC X(3).
       01  MAX-LOANS-PER-MEMBER PIC 9(2) VALUE 5.
       01  CURR-LOAN-CNT     PIC 9(3) VALUE 0.
       01  WS-FINE-CHECK-ID  PIC X(5).
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
       01  TMP-ID-X          PIC X(5).
       01  TMP-ID-N          PIC 9(5).
       01  MAX-FINE-ID       PIC 9(5) VALUE 0.
       01  NEW-FINE-ID       PIC 9(5) VALUE 0.
       01  WS-FINES-EXIST    PIC X VALUE 'N'.

      *> Kit parts, course reserves, bookings, homebound -- the
      *> per-title and per-member extras BorrowBook looks at.
       01  KP-COPY-ID        PIC X(6).
       01  WS-IS-KIT         PIC X VALUE 'N'.
       01  RV-COURSE         PIC X(10).
       01  RV-FACULTY        PIC X(5).
       01  RV-TERM-START     PIC X(10).
       01  RV-TERM-END       PIC X(10).
       01  RV-BOOK-ID        PIC X(5).
       01  WS-ON-RESERVE     PIC X VALUE 'N'.
       01  BG-BOOKING-ID     PIC X(5).
       01  BG-BOOK-ID        PIC X(5).
       01  BG-MEMBER-ID      PIC X(5).
       01  BG-COPIES         PIC 9(3).
       01  BG-START          PIC X(10).
       01  BG-END            PIC X(10).
       01  BG-STATUS         PIC X(9).
       01  WS-BKG-NEED       PIC 9(4) VALUE 0.
       01  WS-BKG-START-INT  PIC 9(8).
       01  WS-BKG-END-INT    PIC 9(8).
       01  WS-BOOKING-BLOCKED PIC X VALUE 'N'.
       01  HB-MEMBER         PIC X(5).
       01  HB-ROUND          PIC X(6).
       01  HB-SINCE          PIC X(10).
       01  WS-HOMEBOUND      PIC X VALUE 'N'.

      *> Loan being written.
       01  WS-LOAN-TYPE      PIC X(6).
       01  WS-FULFILL-HOLD   PIC X VALUE 'N'.
       01  WS-DUE-INT        PIC 9(8) VALUE 0.
       01  WS-WORK-INT       PIC 9(8) VALUE 0.
       01  WS-WORK-RAW       PIC 9(8) VALUE 0.
       01  WS-WORK-DISPLAY   PIC X(10).
       01  CURR-TRAN-ID      PIC 9(5).
       01  MAX-TRAN-ID       PIC 9(5) VALUE 0.
       01  NEW-TRAN-ID       PIC 9(5) VALUE 0.
       01  WS-CART-BRANCH    PIC X(10).

      *> DD-MM-YYYY -> integer day.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-OUT-INT   PIC 9(8).
       01  WS-DATE-OK        PIC X.
       01  WS-DATE-DIGITS    PIC 9(8).

      *> Renewal-counter call arguments -- see RenewCount.
       01  WS-RC-ACTION      PIC X(4).
       01  WS-RC-TRAN        PIC X(5).
       01  WS-RC-COUNT       PIC 9(2).
       01  WS-LOAN-RENEW-LIMIT PIC 9(2).

      *> Material-format call arguments -- see FormatCheck.cbl. The
      *> item's format and rules stay in the FC- fields; the open-
      *> loan pass looks each loan's format up in the WS-FO- fields
      *> so it doesn't disturb them.
       01  WS-FC-BOOK-ID     PIC X(5).
       01  WS-FC-FORMAT      PIC X(10).
       01  WS-FC-DAYS        PIC 9(3).
       01  WS-FC-CAP         PIC 9(2).
       01  WS-FC-RENEWALS    PIC 9(2).
       01  WS-FC-RATE        PIC 9(5).
       01  WS-FC-RULES       PIC X(4).
       01  WS-FO-BOOK-ID     PIC X(5).
       01  WS-FO-FORMAT      PIC X(10).
       01  WS-FO-DAYS        PIC 9(3).
       01  WS-FO-CAP         PIC 9(2).
       01  WS-FO-RENEWALS    PIC 9(2).
       01  WS-FO-RATE        PIC 9(5).
       01  WS-FO-RULES       PIC X(4).
       01  WS-FMT-LOAN-CNT   PIC 9(2) VALUE 0.

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

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT      PIC X.

      *> Contact lookup for a hold trapped by a return, same shape
      *> as BatchReturns' LOOKUP-NOTIFY-MEMBER.
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
       01  notify_addr         PIC X(70).
       01  notify_gender_flag  PIC X(70).
       01  notify_dummy        PIC X.
       01  notify_rest         PIC X(60).
       01  MEMBER-EOF          PIC X VALUE 'N'.

      *> Today's machine activity, read back off the response file.
       01  SR-ID             PIC X(10).
       01  SR-DATE           PIC X(10).
       01  SR-TIME           PIC X(8).
       01  SR-CARD           PIC X(8).
       01  SR-MEMBER         PIC X(5).
       01  SR-BARCODE        PIC X(12).
       01  SR-ACTION         PIC X(8).
       01  SR-RESULT         PIC X(7).
       01  SR-REASON         PIC X(70).
       01  SR-DUE            PIC X(10).
       01  SR-TRAN           PIC X(5).
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
      *> Serialize -- a run rewrites log.csv, books.csv,
      *> bookcopies.csv and holds.csv and appends to fine.csv.
           MOVE 'SelfCheck' TO WS-ERRLOG-PROGRAM
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

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> answer whatever the machine has left waiting.
           IF USER-CHOICE = 99
               PERFORM PROCESS-REQUESTS
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM SELFCHECK-MENU THRU SELFCHECK-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.

       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       SELFCHECK-MENU.
           DISPLAY " "
           DISPLAY "======== SELF-CHECK MACHINE ========"
           DISPLAY "1) Process waiting machine requests"
           DISPLAY "2) Today's self-check activity"
           DISPLAY "3) Done"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM PROCESS-REQUESTS
               WHEN 2
                   PERFORM SHOW-TODAY-ACTIVITY
               WHEN 3
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
       SELFCHECK-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Every waiting request in arrival order, each answered before
      *> the next is looked at -- a member checking out three books
      *> hits the loan limit on the third exactly as at the desk.
      *> The files are rewritten once at the end, BatchReturns-style.
       PROCESS-REQUESTS.
           MOVE 0 TO WS-REQUEST-CNT
           MOVE 0 TO WS-APPROVE-CNT
           MOVE 0 TO WS-REFUSE-CNT
           MOVE 0 TO WS-OUT-CNT
           MOVE 0 TO WS-IN-CNT
           MOVE 0 TO WS-RENEW-CNT
           MOVE 'N' TO WS-LOG-DIRTY
           MOVE 'N' TO WS-COPIES-DIRTY
           MOVE 'N' TO WS-BOOKS-DIRTY
           MOVE 'N' TO WS-HOLDS-DIRTY
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "No self-check requests waiting."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-LOG-FILE
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-HOLD-FILE
           PERFORM SCAN-MAX-FINE-ID

           MOVE 'N' TO REQ-EOF
           PERFORM UNTIL REQ-EOF = 'Y'
               READ REQUEST-FILE
                   AT END MOVE 'Y' TO REQ-EOF
                   NOT AT END
                       IF FUNCTION TRIM(REQUEST-REC) NOT = SPACE
                           PERFORM PROCESS-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
      *> Answered requests are cleared so the machine's next drop
      *> starts clean -- the response file keeps the record.
           OPEN OUTPUT REQUEST-FILE
           CLOSE REQUEST-FILE

           IF WS-LOG-DIRTY = 'Y'
               PERFORM REWRITE-LOG-FILE
           END-IF
           IF WS-COPIES-DIRTY = 'Y'
               PERFORM REWRITE-COPY-FILE
           END-IF
           IF WS-BOOKS-DIRTY = 'Y'
               PERFORM REWRITE-BOOK-FILE
           END-IF
           IF WS-HOLDS-DIRTY = 'Y'
               PERFORM REWRITE-HOLD-FILE
           END-IF

           DISPLAY "=============================================="
           DISPLAY "Self-check run: " WS-REQUEST-CNT " request(s), "
               WS-APPROVE-CNT " approved, " WS-REFUSE-CNT
               " refused."
           DISPLAY "   Checkouts " WS-OUT-CNT ", returns " WS-IN-CNT
               ", renewals " WS-RENEW-CNT "."
           DISPLAY "==============================================".

      *-----------------------------------------------------------------
       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-CNT
           MOVE SPACES TO RQ-ID
           MOVE SPACES TO RQ-CARD
           MOVE SPACES TO RQ-PIN
           MOVE SPACES TO RQ-BARCODE
           MOVE SPACES TO RQ-ACTION
           UNSTRING REQUEST-REC DELIMITED BY ","
               INTO RQ-ID, RQ-CARD, RQ-PIN, RQ-BARCODE, RQ-ACTION
           MOVE FUNCTION UPPER-CASE(RQ-ACTION) TO RQ-ACTION
           MOVE "REFUSE" TO RS-RESULT
           MOVE SPACES TO RS-REASON
           MOVE SPACES TO RS-DUE
           MOVE SPACES TO RS-TRAN
           MOVE SPACES TO WS-MEMBER-ID
           ACCEPT SYS-TIME FROM TIME
           STRING SYS-TIME(1:2) DELIMITED BY SIZE ":"
                  SYS-TIME(3:2) DELIMITED BY SIZE ":"
                  SYS-TIME(5:2) DELIMITED BY SIZE
               INTO WS-NOW-DISPLAY

           EVALUATE FUNCTION TRIM(RQ-ACTION)
               WHEN "CHECKOUT"
                   PERFORM MACHINE-CHECKOUT THRU MACHINE-CHECKOUT-EXIT
               WHEN "RETURN"
                   PERFORM MACHINE-RETURN THRU MACHINE-RETURN-EXIT
               WHEN "RENEW"
                   PERFORM MACHINE-RENEW THRU MACHINE-RENEW-EXIT
               WHEN OTHER
                   MOVE "REQUEST NOT UNDERSTOOD" TO RS-REASON
           END-EVALUATE
           PERFORM WRITE-RESPONSE.

      *-----------------------------------------------------------------
      *> A copy off the shelf (or the hold shelf) to the card holder,
      *> under every gate BorrowBook applies at the desk.
       MACHINE-CHECKOUT.
           PERFORM SIGN-IN-MEMBER
           IF WS-SIGNED-IN NOT = 'Y'
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
           PERFORM CHECK-MEMBER-STANDING
           IF RS-REASON NOT = SPACES
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF

           PERFORM FIND-COPY-BY-BARCODE
           IF COPY-MATCH-IDX = 0
               MOVE "ITEM NOT RECOGNISED" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
           PERFORM CHECK-KIT-COPY
           IF WS-IS-KIT = 'Y'
               MOVE "KIT - PARTS ARE CHECKED AT THE DESK"
                   TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID-TAB(BK-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   AND BK-MATCH-IDX = 0
                   MOVE BK-IDX TO BK-MATCH-IDX
               END-IF
           END-PERFORM
           IF BK-MATCH-IDX = 0
               MOVE "ITEM NOT RECOGNISED" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
           IF FUNCTION TRIM(BK-STATUS(BK-MATCH-IDX)) = "WITHDRAWN"
               MOVE "TITLE WITHDRAWN FROM THE CATALOG" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
      *> Reading-room and clock loans are issued by a person.
           IF FUNCTION TRIM(BK-GENRE(BK-MATCH-IDX)) = "Reference"
               MOVE "REFERENCE - READING ROOM USE ONLY" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
           IF FUNCTION TRIM(BK-GENRE(BK-MATCH-IDX)) = "Equipment"
               MOVE "EQUIPMENT IS ISSUED AT THE DESK" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
      *> The desk can override an adult rating for a child with the
      *> guardian present; a machine can't.
           IF FUNCTION TRIM(FOUND-GUARDIAN-ID) NOT = SPACE
               MOVE "GET" TO WS-BR-ACTION
               MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-BR-BOOK-ID
               CALL 'BookRating' USING WS-BR-ACTION, WS-BR-BOOK-ID,
                   WS-BR-RATING
               IF FUNCTION TRIM(WS-BR-RATING) = "A"
                   MOVE "ADULT-RATED TITLE ON A CHILD CARD"
                       TO RS-REASON
                   GO TO MACHINE-CHECKOUT-EXIT
               END-IF
           END-IF

      *> The copy in the member's hand: a hold-shelf copy only for
      *> the member it is trapped for, a shelf copy only when no one
      *> else is queued for the title.
           PERFORM CHECK-TITLE-HOLDS
           MOVE 'N' TO WS-FULFILL-HOLD
           EVALUATE FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
               WHEN "ON-HOLD"
                   IF WS-OWN-HOLD-IDX = 0
                       MOVE "ON HOLD FOR ANOTHER MEMBER" TO RS-REASON
                       GO TO MACHINE-CHECKOUT-EXIT
                   END-IF
                   MOVE 'Y' TO WS-FULFILL-HOLD
               WHEN "AVAILABLE"
               WHEN "ON-DISPLAY"
                   IF WS-OTHER-WAITING = 'Y' AND WS-OWN-HOLD-IDX = 0
                       MOVE "ANOTHER MEMBER IS WAITING FOR THIS TITLE"
                           TO RS-REASON
                       GO TO MACHINE-CHECKOUT-EXIT
                   END-IF
               WHEN "BORROWED"
                   MOVE "ITEM IS STILL ON LOAN" TO RS-REASON
                   GO TO MACHINE-CHECKOUT-EXIT
               WHEN OTHER
                   MOVE "ITEM NOT AVAILABLE FOR LOAN" TO RS-REASON
                   GO TO MACHINE-CHECKOUT-EXIT
           END-EVALUATE

           PERFORM COUNT-OPEN-LOANS
           IF CURR-LOAN-CNT >= MAX-LOANS-PER-MEMBER
               MOVE "LOAN LIMIT REACHED" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
      *> A format with a loan cap of its own limits how many of that
      *> format the member may hold at once -- BorrowBook's rule.
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           IF WS-FC-RULES(2:1) = 'Y'
               PERFORM COUNT-FORMAT-LOANS
               IF WS-FMT-LOAN-CNT >= WS-FC-CAP
                   MOVE "FORMAT LOAN LIMIT REACHED" TO RS-REASON
                   GO TO MACHINE-CHECKOUT-EXIT
               END-IF
           END-IF

           PERFORM COMPUTE-LOAN-PERIOD
           IF WS-FULFILL-HOLD = 'N'
               PERFORM CHECK-BOOKING-CONFLICT
               IF WS-BOOKING-BLOCKED = 'Y'
                   MOVE "TITLE IS BOOKED FOR THE LOAN PERIOD"
                       TO RS-REASON
                   GO TO MACHINE-CHECKOUT-EXIT
               END-IF
           END-IF

           PERFORM DRAW-TRAN-ID
           IF NEW-TRAN-ID = 0
               MOVE "TRANSACTION LIMIT REACHED" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF
           IF LOG-CNT >= 2000
               MOVE "LOAN FILE FULL" TO RS-REASON
               GO TO MACHINE-CHECKOUT-EXIT
           END-IF

      *> Only a shelf copy comes off the countable stock -- a hold-
      *> shelf copy was never counted back in when it returned.
           IF WS-FULFILL-HOLD = 'Y'
               MOVE "FULFILLED" TO HD-STATUS(WS-OWN-HOLD-IDX)
               MOVE 'Y' TO WS-HOLDS-DIRTY
           ELSE
               IF BK-COUNT(BK-MATCH-IDX) > 0
                   SUBTRACT 1 FROM BK-COUNT(BK-MATCH-IDX)
                   MOVE 'Y' TO WS-BOOKS-DIRTY
               END-IF
           END-IF
           MOVE "BORROWED" TO CP-STATUS(COPY-MATCH-IDX)
           MOVE 'Y' TO WS-COPIES-DIRTY

           ADD 1 TO LOG-CNT
           MOVE NEW-TRAN-ID TO TR-ID(LOG-CNT)
           MOVE WS-MEMBER-ID TO MB-ID(LOG-CNT)
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO BK-ID(LOG-CNT)
           MOVE WS-TODAY-DISPLAY TO ST-DATE(LOG-CNT)
           MOVE WS-WORK-DISPLAY TO ED-DATE(LOG-CNT)
           MOVE "NO" TO DUE-FLAG(LOG-CNT)
           MOVE SPACES TO RTN-DATE(LOG-CNT)
           MOVE CP-COPY-ID(COPY-MATCH-IDX) TO CP-ID(LOG-CNT)
           MOVE BK-BRANCH(BK-MATCH-IDX) TO BR-CODE(LOG-CNT)
           MOVE WS-MACHINE-OP TO OP-ID(LOG-CNT)
           MOVE WS-LOAN-TYPE TO LN-TYPE(LOG-CNT)
           MOVE SPACES TO PX-ID(LOG-CNT)
           MOVE WS-NOW-DISPLAY TO CO-TIME(LOG-CNT)
           MOVE SPACES TO RT-TIME(LOG-CNT)
           MOVE 'Y' TO WS-LOG-DIRTY

           MOVE "APPROVE" TO RS-RESULT
           IF WS-FULFILL-HOLD = 'Y'
               MOVE "HOLD COLLECTED" TO RS-REASON
           ELSE
               MOVE "CHECKED OUT" TO RS-REASON
           END-IF
           MOVE WS-WORK-DISPLAY TO RS-DUE
           MOVE NEW-TRAN-ID TO RS-TRAN
           ADD 1 TO WS-OUT-CNT.
       MACHINE-CHECKOUT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> A return needs no sign-in -- whoever drops the copy on the
      *> pad, the open loan on it closes, the way the book drop
      *> works. The settlement is BatchReturns'.
       MACHINE-RETURN.
           PERFORM FIND-COPY-BY-BARCODE
           IF COPY-MATCH-IDX = 0
               MOVE "ITEM NOT RECOGNISED" TO RS-REASON
               GO TO MACHINE-RETURN-EXIT
           END-IF
           PERFORM CHECK-KIT-COPY
           IF WS-IS-KIT = 'Y'
               MOVE "KIT - RETURN IT AT THE DESK" TO RS-REASON
               GO TO MACHINE-RETURN-EXIT
           END-IF
           PERFORM FIND-OPEN-LOAN
           IF LOG-MATCH-IDX = 0
               MOVE "NO OPEN LOAN ON THIS ITEM" TO RS-REASON
               GO TO MACHINE-RETURN-EXIT
           END-IF
      *> Hourly equipment charges are worked out by a person.
           IF FUNCTION TRIM(LN-TYPE(LOG-MATCH-IDX)) = "EQUIP"
               MOVE "EQUIPMENT - RETURN IT AT THE DESK" TO RS-REASON
               GO TO MACHINE-RETURN-EXIT
           END-IF
           MOVE MB-ID(LOG-MATCH-IDX) TO WS-MEMBER-ID

           MOVE WS-TODAY-DISPLAY TO RTN-DATE(LOG-MATCH-IDX)
           MOVE WS-NOW-DISPLAY TO RT-TIME(LOG-MATCH-IDX)
           MOVE WS-MACHINE-OP TO OP-ID(LOG-MATCH-IDX)
           MOVE 'Y' TO WS-LOG-DIRTY
           MOVE "APPROVE" TO RS-RESULT
           MOVE "RETURNED" TO RS-REASON
           ADD 1 TO WS-IN-CNT

      *> Overdue? The machine can't collect, so the fine is assessed
      *> unpaid for PayFine to take later.
           MOVE ED-DATE(LOG-MATCH-IDX) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK = 'Y' AND SYS-DATE-INT > WS-DATE-OUT-INT
               AND FUNCTION TRIM(LN-TYPE(LOG-MATCH-IDX))
                   NOT = "INLIB"
               COMPUTE WS-DIFF-DAYS = SYS-DATE-INT - WS-DATE-OUT-INT
      *> Days the building was shut don't count against the member.
               MOVE "CLOSED" TO WS-CC-ACTION
               MOVE WS-DATE-OUT-INT TO WS-CC-DATE-1
               MOVE SYS-DATE-INT TO WS-CC-DATE-2
               CALL 'ClosureCal' USING WS-CC-ACTION, WS-CC-DATE-1,
                   WS-CC-DATE-2, WS-CC-RESULT
               SUBTRACT WS-CC-RESULT FROM WS-DIFF-DAYS
               IF WS-DIFF-DAYS > 0
                   PERFORM ASSESS-OVERDUE-FINE
                   MOVE SPACES TO RS-REASON
                   STRING "RETURNED - OVERDUE FINE " DELIMITED BY SIZE
                          WS-FINE-AMOUNT DELIMITED BY SIZE
                          " MMK" DELIMITED BY SIZE
                       INTO RS-REASON
               END-IF
           END-IF

      *> A waiting hold traps the copy on the hold shelf; otherwise
      *> it goes onto the reshelving cart.
           MOVE 0 TO HOLD-MATCH-IDX
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-IDX) = BK-ID(LOG-MATCH-IDX)
                   AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) = "WAITING"
                   AND HOLD-MATCH-IDX = 0
                   MOVE HOLD-IDX TO HOLD-MATCH-IDX
               END-IF
           END-PERFORM
           IF HOLD-MATCH-IDX NOT = 0
               MOVE "ON-HOLD" TO CP-STATUS(COPY-MATCH-IDX)
               MOVE "Y" TO HD-NOTIFIED(HOLD-MATCH-IDX)
               MOVE WS-TODAY-DISPLAY
                   TO HD-NOTIFY-DATE(HOLD-MATCH-IDX)
               MOVE "READY" TO HD-STATUS(HOLD-MATCH-IDX)
               MOVE 'Y' TO WS-HOLDS-DIRTY
               MOVE HD-MEMBER-ID(HOLD-MATCH-IDX) TO NOTIFY-MEMBER-ID
               PERFORM LOOKUP-NOTIFY-MEMBER
               PERFORM WRITE-HOLD-NOTIFICATION
           ELSE
               MOVE "RESHELVING" TO CP-STATUS(COPY-MATCH-IDX)
               PERFORM WRITE-RESHELVE-ROW
           END-IF
           MOVE "GOOD" TO CP-CONDITION(COPY-MATCH-IDX)
           MOVE 'Y' TO WS-COPIES-DIRTY.
       MACHINE-RETURN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> RenewBook's rules against the open loan on the copy, which
      *> has to be the card holder's own.
       MACHINE-RENEW.
           PERFORM SIGN-IN-MEMBER
           IF WS-SIGNED-IN NOT = 'Y'
               GO TO MACHINE-RENEW-EXIT
           END-IF
           PERFORM FIND-COPY-BY-BARCODE
           IF COPY-MATCH-IDX = 0
               MOVE "ITEM NOT RECOGNISED" TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF
           PERFORM FIND-OPEN-LOAN
           IF LOG-MATCH-IDX = 0
               MOVE "NO OPEN LOAN ON THIS ITEM" TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF
           IF MB-ID(LOG-MATCH-IDX) NOT = WS-MEMBER-ID
               MOVE "ITEM IS NOT ON THIS CARD" TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF
           IF FUNCTION TRIM(LN-TYPE(LOG-MATCH-IDX)) = "RECALL"
               MOVE "LOAN RECALLED - PLEASE RETURN IT" TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF
           MOVE ED-DATE(LOG-MATCH-IDX) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               MOVE "LOAN DUE DATE UNREADABLE" TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF
           IF SYS-DATE-INT > WS-DATE-OUT-INT
               OR DUE-FLAG(LOG-MATCH-IDX) = "YES"
               MOVE "LOAN IS OVERDUE - CANNOT RENEW" TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF
           PERFORM CHECK-TITLE-HOLDS
           IF WS-OTHER-WAITING = 'Y'
               MOVE "ANOTHER MEMBER IS WAITING FOR THIS TITLE"
                   TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF
           MOVE "GET " TO WS-RC-ACTION
           MOVE TR-ID(LOG-MATCH-IDX) TO WS-RC-TRAN
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT
      *> A format with a renewal limit of its own replaces RENMX,
      *> as in RenewBook.
           MOVE BK-ID(LOG-MATCH-IDX) TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           MOVE WS-RENMX-LIMIT TO WS-LOAN-RENEW-LIMIT
           IF WS-FC-RULES(3:1) = 'Y'
               MOVE WS-FC-RENEWALS TO WS-LOAN-RENEW-LIMIT
           END-IF
           IF WS-RC-COUNT >= WS-LOAN-RENEW-LIMIT
               MOVE "RENEWAL LIMIT REACHED" TO RS-REASON
               GO TO MACHINE-RENEW-EXIT
           END-IF

      *> The new period runs from the old due date, by format or
      *> else genre, rolled past closed days -- RenewBook's
      *> arithmetic.
           MOVE WS-LDAYS-DEFAULT TO WS-DAYS-TO-ADD
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID-TAB(BK-IDX) = BK-ID(LOG-MATCH-IDX)
                   PERFORM VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > 4
                       IF FUNCTION TRIM(GL-GENRE(GL-IDX)) =
                           FUNCTION TRIM(BK-GENRE(BK-IDX))
                           MOVE GL-DAYS(GL-IDX) TO WS-DAYS-TO-ADD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-FC-RULES(1:1) = 'Y'
               MOVE WS-FC-DAYS TO WS-DAYS-TO-ADD
           END-IF
           COMPUTE WS-WORK-INT = WS-DATE-OUT-INT + WS-DAYS-TO-ADD
           PERFORM ROLL-AND-FORMAT-DUE

           MOVE WS-WORK-DISPLAY TO ED-DATE(LOG-MATCH-IDX)
           MOVE "NO " TO DUE-FLAG(LOG-MATCH-IDX)
           MOVE WS-MACHINE-OP TO OP-ID(LOG-MATCH-IDX)
           MOVE 'Y' TO WS-LOG-DIRTY
           MOVE "INC " TO WS-RC-ACTION
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT, WS-MACHINE-OP

           MOVE "APPROVE" TO RS-RESULT
           MOVE "RENEWED" TO RS-REASON
           MOVE WS-WORK-DISPLAY TO RS-DUE
           MOVE TR-ID(LOG-MATCH-IDX) TO RS-TRAN
           ADD 1 TO WS-RENEW-CNT.
       MACHINE-RENEW-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Card number to member through member_cards.csv -- the card
      *> presented has to be the member's live one, and the PIN on
      *> their members.csv row has to be set and match, the Kiosk's
      *> sign-in rule.
       SIGN-IN-MEMBER.
           MOVE 'N' TO WS-SIGNED-IN
           MOVE 'N' TO WS-CARD-FOUND
           MOVE SPACES TO WS-CARD-MEMBER
           MOVE SPACES TO WS-CARD-STANDING
           MOVE 'N' TO FILE-END
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y' OR WS-CARD-FOUND = 'Y'
                   READ CARD-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO CD-STATUS
                           UNSTRING CARD-REC DELIMITED BY ","
                               INTO CD-NUMBER, CD-MEMBER, CD-ISSUED,
                                    CD-STATUS, CD-STAMP
                           IF CD-NUMBER = RQ-CARD
                               AND FUNCTION TRIM(RQ-CARD) NOT = SPACE
                               MOVE 'Y' TO WS-CARD-FOUND
                               MOVE CD-MEMBER TO WS-CARD-MEMBER
                               MOVE CD-STATUS TO WS-CARD-STANDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF
           IF WS-CARD-FOUND NOT = 'Y'
               MOVE "CARD NOT RECOGNISED" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CARD-STANDING) NOT = "ACTIVE"
               MOVE "CARD REPORTED LOST" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARD-MEMBER TO WS-MEMBER-ID
           CALL 'CardCheck' USING WS-MEMBER-ID, WS-CC-BLOCKED
           IF WS-CC-BLOCKED = 'Y'
               MOVE "CARD REPORTED LOST" TO RS-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MEMBER-ROW
           IF FOUND-MEMBER NOT = 'Y'
               MOVE "MEMBER NOT ON FILE" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FOUND-MEMBER-PIN) = SPACE
               OR FOUND-MEMBER-PIN NOT = RQ-PIN
               MOVE "PIN NOT ACCEPTED" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SIGNED-IN.

      *-----------------------------------------------------------------
       READ-MEMBER-ROW.
           MOVE 'N' TO FOUND-MEMBER
           MOVE SPACES TO FOUND-MEMBER-FLAG
           MOVE SPACES TO FOUND-MEMBER-TYPE
           MOVE SPACES TO FOUND-MEMBER-EXP
           MOVE SPACES TO FOUND-MEMBER-PIN
           MOVE SPACES TO FOUND-GUARDIAN-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR FOUND-MEMBER = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO comma_in_addr
                       INSPECT MEMBER-REC TALLYING comma_in_addr
                           FOR ALL '"'
                       MOVE SPACES TO M-TYPE
                       MOVE SPACES TO M-EXPIRATION
                       MOVE SPACES TO M-PIN
                       MOVE SPACES TO M-GUARDIAN
                       IF comma_in_addr > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO id_to_email, M-ADDRESS,
                                    gender_n_flag
                           UNSTRING id_to_email DELIMITED BY ","
                               INTO M-ID, M-NAME, M-EMAIL
                           UNSTRING gender_n_flag DELIMITED BY ","
                               INTO dummy, M-GENDER, M-FLAG,
                                    M-OVERRIDE, M-TYPE, M-PHONE,
                                    M-EXPIRATION, M-PIN, M-GUARDIAN
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO M-ID, M-NAME, M-EMAIL, M-ADDRESS,
                                    M-GENDER, M-FLAG, M-OVERRIDE,
                                    M-TYPE, M-PHONE, M-EXPIRATION,
                                    M-PIN, M-GUARDIAN
                       END-IF
                       IF M-ID = WS-MEMBER-ID
                           MOVE 'Y' TO FOUND-MEMBER
                           MOVE M-FLAG TO FOUND-MEMBER-FLAG
                           MOVE M-TYPE TO FOUND-MEMBER-TYPE
                           MOVE M-EXPIRATION TO FOUND-MEMBER-EXP
                           MOVE M-PIN TO FOUND-MEMBER-PIN
                           MOVE M-GUARDIAN TO FOUND-GUARDIAN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

      *-----------------------------------------------------------------
      *> BorrowBook's once-per-session member checks, in its order.
      *> RS-REASON is left blank when the member may borrow.
       CHECK-MEMBER-STANDING.
           IF FUNCTION TRIM(FOUND-MEMBER-FLAG) NOT = "ACTIVE"
               MOVE "MEMBERSHIP NOT ACTIVE" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           CALL 'BanCheck' USING WS-MEMBER-ID, WS-BC-BANNED,
               WS-BC-UNTIL
           IF WS-BC-BANNED = 'Y'
               MOVE "BORROWING SUSPENDED" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STD-FINE-CAP TO WS-FINE-CAP
           CALL 'VisitorCheck' USING WS-MEMBER-ID, WS-VC-FOUND,
               WS-VC-PARTNER
           IF WS-VC-FOUND = 'Y'
               MOVE WS-RFCAP-LIMIT TO WS-FINE-CAP
           END-IF
           PERFORM CHECK-HOMEBOUND
           IF FUNCTION TRIM(FOUND-MEMBER-EXP) NOT = SPACE
               UNSTRING FOUND-MEMBER-EXP DELIMITED BY "-"
                   INTO WS-EXP-DAY-F, WS-EXP-MON-F, WS-EXP-YR-F
               STRING WS-EXP-YR-F  DELIMITED BY SIZE
                      WS-EXP-MON-F DELIMITED BY SIZE
                      WS-EXP-DAY-F DELIMITED BY SIZE
                   INTO WS-EXP-DATE-FMT
               IF SYS-DATE > WS-EXP-DATE-FMT
                   MOVE "MEMBERSHIP EXPIRED" TO RS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(FOUND-GUARDIAN-ID) NOT = SPACE
               PERFORM CHECK-GUARDIAN-STANDING
               IF GUARD-FOUND NOT = 'Y'
                   OR FUNCTION TRIM(GUARD-FLAG) NOT = "ACTIVE"
                   MOVE "GUARDIAN ACCOUNT NOT IN GOOD STANDING"
                       TO RS-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE FOUND-GUARDIAN-ID TO WS-FINE-CHECK-ID
               PERFORM CHECK-FINE-BALANCE
               IF WS-UNPAID-TOTAL >= WS-FINE-CAP
                   MOVE "GUARDIAN OVER FINE LIMIT" TO RS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-MEMBERSHIP-FEES
           IF WS-UNPAID-FEE-TOTAL > 0
               MOVE "UNPAID MEMBERSHIP FEE" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-ID TO WS-FINE-CHECK-ID
           PERFORM CHECK-FINE-BALANCE
           IF WS-UNPAID-TOTAL >= WS-FINE-CAP
               MOVE "FINES OVER THE LIMIT" TO RS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAXLN-DEFAULT TO MAX-LOANS-PER-MEMBER
           PERFORM VARYING TL-IDX FROM 1 BY 1 UNTIL TL-IDX > 4
               IF FUNCTION TRIM(TL-TYPE(TL-IDX)) =
                   FUNCTION TRIM(FOUND-MEMBER-TYPE)
                   MOVE TL-MAX(TL-IDX) TO MAX-LOANS-PER-MEMBER
               END-IF
           END-PERFORM
           IF WS-VC-FOUND = 'Y'
               MOVE WS-RLOAN-CAP TO MAX-LOANS-PER-MEMBER
           END-IF.

      *-----------------------------------------------------------------
       CHECK-GUARDIAN-STANDING.
           MOVE 'N' TO GUARD-FOUND
           MOVE SPACES TO GUARD-FLAG
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR GUARD-FOUND = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO comma_in_addr
                       INSPECT MEMBER-REC TALLYING comma_in_addr
                           FOR ALL '"'
                       IF comma_in_addr > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO id_to_email, M-ADDRESS,
                                    gender_n_flag
                           UNSTRING id_to_email DELIMITED BY ','
                               INTO M-ID, M-NAME, M-EMAIL
                           UNSTRING gender_n_flag DELIMITED BY ','
                               INTO dummy, M-GENDER, M-FLAG
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO M-ID, M-NAME, M-EMAIL, M-ADDRESS,
                                    M-GENDER, M-FLAG
                       END-IF
                       IF M-ID = FOUND-GUARDIAN-ID
                           MOVE 'Y' TO GUARD-FOUND
                           MOVE M-FLAG TO GUARD-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

      *-----------------------------------------------------------------
      *> Balance still owed across WS-FINE-CHECK-ID's fine.csv rows,
      *> the same sum BorrowBook checks against the cap.
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
                       IF FN-MEMBER-ID = WS-FINE-CHECK-ID
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
                       IF MF-MEMBER-ID = WS-MEMBER-ID AND
                           FUNCTION TRIM(MF-PAID-FLAG) NOT = "YES"
                           ADD MF-AMOUNT TO WS-UNPAID-FEE-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMFEE-FILE.

      *-----------------------------------------------------------------
       CHECK-HOMEBOUND.
           MOVE 'N' TO WS-HOMEBOUND
           MOVE 'N' TO FILE-END
           OPEN INPUT HOMEBOUND-FILE
           IF WS-HOMEBOUND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR WS-HOMEBOUND = 'Y'
               READ HOMEBOUND-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING HOMEBOUND-REC DELIMITED BY ","
                           INTO HB-MEMBER, HB-ROUND, HB-SINCE
                       IF HB-MEMBER = WS-MEMBER-ID
                           MOVE 'Y' TO WS-HOMEBOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOMEBOUND-FILE.

      *-----------------------------------------------------------------
      *> Open loans held by the card holder, off the in-memory log so
      *> this run's own checkouts count too.
       COUNT-OPEN-LOANS.
           MOVE 0 TO CURR-LOAN-CNT
           PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > LOG-CNT
               IF MB-ID(LOG-IDX) = WS-MEMBER-ID
                   AND FUNCTION TRIM(RTN-DATE(LOG-IDX)) = SPACE
                   ADD 1 TO CURR-LOAN-CNT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The member's open loans in the item's format (WS-FC-FORMAT).
       COUNT-FORMAT-LOANS.
           MOVE 0 TO WS-FMT-LOAN-CNT
           PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > LOG-CNT
               IF MB-ID(LOG-IDX) = WS-MEMBER-ID
                   AND FUNCTION TRIM(RTN-DATE(LOG-IDX)) = SPACE
                   MOVE BK-ID(LOG-IDX) TO WS-FO-BOOK-ID
                   MOVE SPACES TO WS-FO-FORMAT
                   CALL 'FormatCheck' USING WS-FO-BOOK-ID,
                       WS-FO-FORMAT, WS-FO-DAYS, WS-FO-CAP,
                       WS-FO-RENEWALS, WS-FO-RATE, WS-FO-RULES
                   IF WS-FO-FORMAT = WS-FC-FORMAT
                       ADD 1 TO WS-FMT-LOAN-CNT
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       FIND-COPY-BY-BARCODE.
           MOVE 0 TO COPY-MATCH-IDX
           IF FUNCTION TRIM(RQ-BARCODE) = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF FUNCTION TRIM(CP-BARCODE(COPY-IDX)) =
                   FUNCTION TRIM(RQ-BARCODE)
                   AND COPY-MATCH-IDX = 0
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       FIND-OPEN-LOAN.
           MOVE 0 TO LOG-MATCH-IDX
           PERFORM VARYING LOG-IDX FROM 1 BY 1 UNTIL LOG-IDX > LOG-CNT
               IF FUNCTION TRIM(CP-ID(LOG-IDX)) =
                   FUNCTION TRIM(CP-COPY-ID(COPY-MATCH-IDX))
                   AND FUNCTION TRIM(RTN-DATE(LOG-IDX)) = SPACE
                   AND LOG-MATCH-IDX = 0
                   MOVE LOG-IDX TO LOG-MATCH-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A copy with parts rows on kit_parts.csv is a kit.
       CHECK-KIT-COPY.
           MOVE 'N' TO WS-IS-KIT
           MOVE 'N' TO FILE-END
           OPEN INPUT KITPART-FILE
           IF WS-KITPART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR WS-IS-KIT = 'Y'
               READ KITPART-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO KP-COPY-ID
                       UNSTRING KITPART-REC DELIMITED BY ","
                           INTO KP-COPY-ID
                       IF FUNCTION TRIM(KP-COPY-ID) =
                           FUNCTION TRIM(CP-COPY-ID(COPY-MATCH-IDX))
                           MOVE 'Y' TO WS-IS-KIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KITPART-FILE.

      *-----------------------------------------------------------------
      *> The card holder's own READY hold on the copy's title, and
      *> whether anyone else is still WAITING on it.
       CHECK-TITLE-HOLDS.
           MOVE 0 TO WS-OWN-HOLD-IDX
           MOVE 'N' TO WS-OTHER-WAITING
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               IF HD-BOOK-ID(HOLD-IDX) = CP-BOOK-ID(COPY-MATCH-IDX)
                   IF HD-MEMBER-ID(HOLD-IDX) = WS-MEMBER-ID
                       AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) =
                           "READY"
                       AND WS-OWN-HOLD-IDX = 0
                       MOVE HOLD-IDX TO WS-OWN-HOLD-IDX
                   END-IF
                   IF HD-MEMBER-ID(HOLD-IDX) NOT = WS-MEMBER-ID
                       AND FUNCTION TRIM(HD-STATUS(HOLD-IDX)) =
                           "WAITING"
                       MOVE 'Y' TO WS-OTHER-WAITING
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> BorrowBook's due-date ladder: genre, then course reserve,
      *> homebound, reciprocal and institutional. Leaves the due date
      *> in WS-WORK-DISPLAY and its day number in WS-DUE-INT.
       COMPUTE-LOAN-PERIOD.
           MOVE WS-LDAYS-DEFAULT TO WS-DAYS-TO-ADD
           PERFORM VARYING GL-IDX FROM 1 BY 1 UNTIL GL-IDX > 4
               IF FUNCTION TRIM(GL-GENRE(GL-IDX)) =
                   FUNCTION TRIM(BK-GENRE(BK-MATCH-IDX))
                   MOVE GL-DAYS(GL-IDX) TO WS-DAYS-TO-ADD
               END-IF
           END-PERFORM
      *> The format's own loan period (FormatCheck, called by
      *> MACHINE-CHECKOUT) outranks the genre's; reserve, homebound
      *> and institutional periods below still win.
           IF WS-FC-RULES(1:1) = 'Y'
               MOVE WS-FC-DAYS TO WS-DAYS-TO-ADD
           END-IF
           PERFORM CHECK-COURSE-RESERVE
           IF WS-ON-RESERVE = 'Y'
               MOVE WS-RESERVE-DAYS TO WS-DAYS-TO-ADD
           END-IF
           MOVE SPACES TO WS-LOAN-TYPE
           IF WS-HOMEBOUND = 'Y'
               AND WS-HB-DAYS > WS-DAYS-TO-ADD
               MOVE WS-HB-DAYS TO WS-DAYS-TO-ADD
           END-IF
           IF WS-VC-FOUND = 'Y'
               MOVE "RECIP" TO WS-LOAN-TYPE
           END-IF
           IF FUNCTION TRIM(FOUND-MEMBER-TYPE) = "INSTITUT"
               MOVE WS-INST-DAYS TO WS-DAYS-TO-ADD
               MOVE "INST" TO WS-LOAN-TYPE
           END-IF
           COMPUTE WS-WORK-INT = SYS-DATE-INT + WS-DAYS-TO-ADD
           PERFORM ROLL-AND-FORMAT-DUE
           MOVE WS-WORK-INT TO WS-DUE-INT.

      *-----------------------------------------------------------------
      *> WS-WORK-INT rolled to the next open day, then DD-MM-YYYY in
      *> WS-WORK-DISPLAY.
       ROLL-AND-FORMAT-DUE.
           MOVE "ROLLFW" TO WS-CC-ACTION
           MOVE WS-WORK-INT TO WS-CC-DATE-1
           CALL 'ClosureCal' USING WS-CC-ACTION, WS-CC-DATE-1,
               WS-CC-DATE-2, WS-CC-RESULT
           MOVE WS-CC-RESULT TO WS-WORK-INT
           COMPUTE WS-WORK-RAW = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE SPACES TO WS-WORK-DISPLAY
           STRING WS-WORK-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-WORK-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-WORK-RAW(1:4) DELIMITED BY SIZE
               INTO WS-WORK-DISPLAY.

      *-----------------------------------------------------------------
       CHECK-COURSE-RESERVE.
           MOVE 'N' TO WS-ON-RESERVE
           MOVE 'N' TO FILE-END
           OPEN INPUT RESERVE-FILE
           IF WS-RESERVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR WS-ON-RESERVE = 'Y'
               READ RESERVE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING RESERVE-REC DELIMITED BY ","
                           INTO RV-COURSE, RV-FACULTY,
                                RV-TERM-START, RV-TERM-END,
                                RV-BOOK-ID
                       IF RV-BOOK-ID = CP-BOOK-ID(COPY-MATCH-IDX)
                           MOVE RV-TERM-START TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-OUT-INT TO WS-BKG-START-INT
                           IF WS-DATE-OK = 'Y'
                               MOVE RV-TERM-END TO WS-DATE-IN
                               PERFORM CONVERT-DATE-TO-INT
                           END-IF
                           IF WS-DATE-OK = 'Y'
                               AND SYS-DATE-INT >= WS-BKG-START-INT
                               AND SYS-DATE-INT <= WS-DATE-OUT-INT
                               MOVE 'Y' TO WS-ON-RESERVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESERVE-FILE.

      *-----------------------------------------------------------------
      *> Copies every CONFIRMED booking of the title needs over the
      *> loan window [today, due date]; blocked when the shelf count
      *> can't cover them -- BorrowBook's CHECK-BOOKING-CONFLICT.
       CHECK-BOOKING-CONFLICT.
           MOVE 'N' TO WS-BOOKING-BLOCKED
           MOVE 0 TO WS-BKG-NEED
           MOVE 'N' TO FILE-END
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOKING-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO BG-COPIES
                       MOVE SPACES TO BG-STATUS
                       UNSTRING BOOKING-REC DELIMITED BY ","
                           INTO BG-BOOKING-ID, BG-BOOK-ID,
                                BG-MEMBER-ID, BG-COPIES,
                                BG-START, BG-END, BG-STATUS
                       IF BG-COPIES NOT NUMERIC
                           MOVE 0 TO BG-COPIES
                       END-IF
                       IF BG-BOOK-ID = CP-BOOK-ID(COPY-MATCH-IDX)
                           AND FUNCTION TRIM(BG-STATUS) =
                               "CONFIRMED"
                           MOVE BG-START TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-OUT-INT TO WS-BKG-START-INT
                           IF WS-DATE-OK = 'Y'
                               MOVE BG-END TO WS-DATE-IN
                               PERFORM CONVERT-DATE-TO-INT
                               MOVE WS-DATE-OUT-INT TO WS-BKG-END-INT
                           END-IF
                           IF WS-DATE-OK = 'Y'
                               AND WS-BKG-START-INT <= WS-DUE-INT
                               AND WS-BKG-END-INT >= SYS-DATE-INT
                               ADD BG-COPIES TO WS-BKG-NEED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
           IF WS-BKG-NEED > 0
               AND BK-COUNT(BK-MATCH-IDX) <= WS-BKG-NEED
               MOVE 'Y' TO WS-BOOKING-BLOCKED
           END-IF.

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
               MOVE 0 TO MAX-TRAN-ID
               PERFORM VARYING LOG-IDX FROM 1 BY 1
                   UNTIL LOG-IDX > LOG-CNT
                   IF TR-ID(LOG-IDX) NUMERIC
                       MOVE TR-ID(LOG-IDX) TO CURR-TRAN-ID
                       IF CURR-TRAN-ID > MAX-TRAN-ID
                           MOVE CURR-TRAN-ID TO MAX-TRAN-ID
                       END-IF
                   END-IF
               END-PERFORM
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
      *> BatchReturns' overdue assessment, stamped SELFCHECK.
       ASSESS-OVERDUE-FINE.
           MOVE 500 TO WS-FINE-RATE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID-TAB(BK-IDX) = BK-ID(LOG-MATCH-IDX)
                   PERFORM VARYING GF-IDX FROM 1 BY 1
                       UNTIL GF-IDX > 2
                       IF FUNCTION TRIM(GF-GENRE(GF-IDX)) =
                           FUNCTION TRIM(BK-GENRE(BK-IDX))
                           MOVE GF-RATE(GF-IDX) TO WS-FINE-RATE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
      *> A material format with a fine rate of its own charges that
      *> instead of the genre's -- ReturnBook's rule.
           MOVE BK-ID(LOG-MATCH-IDX) TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           IF WS-FC-RULES(4:1) = 'Y'
               MOVE WS-FC-RATE TO WS-FINE-RATE
           END-IF
           COMPUTE WS-FINE-AMOUNT = WS-DIFF-DAYS * WS-FINE-RATE

           MOVE "GET" TO WS-NI-ACTION
           MOVE "FINE  " TO WS-NI-KIND
           CALL 'NextId' USING WS-NI-ACTION, WS-NI-KIND,
               WS-NI-VALUE, WS-NI-OK
           IF WS-NI-OK = 'Y'
               MOVE WS-NI-VALUE TO NEW-FINE-ID
           ELSE
               ADD 1 TO MAX-FINE-ID
               MOVE MAX-FINE-ID TO NEW-FINE-ID
               MOVE NEW-FINE-ID TO WS-NI-VALUE
               MOVE "SET" TO WS-NI-ACTION
               CALL 'NextId' USING WS-NI-ACTION, WS-NI-KIND,
                   WS-NI-VALUE, WS-NI-OK
           END-IF
           IF WS-FINES-EXIST = 'Y'
               OPEN EXTEND FINE-FILE
           ELSE
               OPEN OUTPUT FINE-FILE
               MOVE 'Y' TO WS-FINES-EXIST
           END-IF
           MOVE SPACES TO FINE-REC
           STRING NEW-FINE-ID DELIMITED BY SIZE ","
                  TR-ID(LOG-MATCH-IDX) DELIMITED BY SIZE ","
                  MB-ID(LOG-MATCH-IDX) DELIMITED BY SIZE ","
                  WS-DIFF-DAYS DELIMITED BY SIZE ","
                  WS-FINE-AMOUNT DELIMITED BY SIZE ","
                  "NO " DELIMITED BY SIZE ","
                  "          " DELIMITED BY SIZE ","
                  "OVERDUE" DELIMITED BY SIZE ","
                  "000000" DELIMITED BY SIZE ","
                  " " DELIMITED BY SIZE ","
                  WS-MACHINE-OP DELIMITED BY SPACE ","
                  "000000" DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO FINE-REC
           WRITE FINE-REC
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       SCAN-MAX-FINE-ID.
           MOVE 0 TO MAX-FINE-ID
           MOVE 'N' TO WS-FINES-EXIST
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FINES-EXIST
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO TMP-ID-X
                       IF TMP-ID-X NUMERIC
                           MOVE TMP-ID-X TO TMP-ID-N
                           IF TMP-ID-N > MAX-FINE-ID
                               MOVE TMP-ID-N TO MAX-FINE-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
      *> The machine stands in the lobby of the title's home branch;
      *> same row layout ReturnBook writes, source SELFSERV.
       WRITE-RESHELVE-ROW.
           MOVE SPACES TO WS-CART-BRANCH
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID-TAB(BK-IDX) = BK-ID(LOG-MATCH-IDX)
                   AND WS-CART-BRANCH = SPACES
                   MOVE BK-BRANCH(BK-IDX) TO WS-CART-BRANCH
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-CART-BRANCH) = SPACE
               MOVE "MAIN" TO WS-CART-BRANCH
           END-IF
           OPEN EXTEND RESHELVE-FILE
           IF WS-RESHELVE-STATUS NOT = "00"
               CLOSE RESHELVE-FILE
               OPEN OUTPUT RESHELVE-FILE
           END-IF
           MOVE SPACES TO RESHELVE-REC
           STRING CP-COPY-ID(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  BK-ID(LOG-MATCH-IDX) DELIMITED BY SIZE ","
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CART-BRANCH))
                      DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-NOW-DISPLAY DELIMITED BY SIZE ","
                  "SELFSERV,CART,," DELIMITED BY SIZE
               INTO RESHELVE-REC
           WRITE RESHELVE-REC
           CLOSE RESHELVE-FILE.

      *-----------------------------------------------------------------
      *> One answer per request. A refusal always sends the member to
      *> the desk, where staff can see why and override what the
      *> machine may not.
       WRITE-RESPONSE.
           MOVE SPACES TO RS-TEXT
           IF RS-RESULT = "APPROVE"
               ADD 1 TO WS-APPROVE-CNT
               MOVE RS-REASON TO RS-TEXT
           ELSE
               ADD 1 TO WS-REFUSE-CNT
               STRING FUNCTION TRIM(RS-REASON) DELIMITED BY SIZE
                      " - PLEASE SEE THE DESK" DELIMITED BY SIZE
                   INTO RS-TEXT
           END-IF
           OPEN EXTEND RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = "00"
               CLOSE RESPONSE-FILE
               OPEN OUTPUT RESPONSE-FILE
           END-IF
           MOVE SPACES TO RESPONSE-REC
           STRING FUNCTION TRIM(RQ-ID) DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-NOW-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(RQ-CARD) DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(RQ-BARCODE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(RQ-ACTION) DELIMITED BY SIZE ","
                  FUNCTION TRIM(RS-RESULT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(RS-TEXT) DELIMITED BY SIZE ","
                  RS-DUE DELIMITED BY SIZE ","
                  RS-TRAN DELIMITED BY SIZE
               INTO RESPONSE-REC
           WRITE RESPONSE-REC
           CLOSE RESPONSE-FILE
           DISPLAY "   " FUNCTION TRIM(RQ-ID) " "
               FUNCTION TRIM(RQ-ACTION) " " FUNCTION TRIM(RQ-BARCODE)
               ": " FUNCTION TRIM(RS-RESULT) " "
               FUNCTION TRIM(RS-TEXT).

      *-----------------------------------------------------------------
      *> Today's answers off the response file -- counts by action
      *> and result, then every refusal, so the desk knows who the
      *> machine sent over and why.
       SHOW-TODAY-ACTIVITY.
           MOVE 0 TO WS-OUT-CNT
           MOVE 0 TO WS-IN-CNT
           MOVE 0 TO WS-RENEW-CNT
           MOVE 0 TO WS-REFUSE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = "00"
               DISPLAY "No self-check activity on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Self-check activity for " WS-TODAY-DISPLAY
           DISPLAY "Refused today:"
           PERFORM UNTIL FILE-END = 'Y'
               READ RESPONSE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SR-REASON
                       UNSTRING RESPONSE-REC DELIMITED BY ","
                           INTO SR-ID, SR-DATE, SR-TIME, SR-CARD,
                                SR-MEMBER, SR-BARCODE, SR-ACTION,
                                SR-RESULT, SR-REASON, SR-DUE,
                                SR-TRAN
                       IF SR-DATE = WS-TODAY-DISPLAY
                           IF FUNCTION TRIM(SR-RESULT) = "APPROVE"
                               EVALUATE FUNCTION TRIM(SR-ACTION)
                                   WHEN "CHECKOUT"
                                       ADD 1 TO WS-OUT-CNT
                                   WHEN "RETURN"
                                       ADD 1 TO WS-IN-CNT
                                   WHEN "RENEW"
                                       ADD 1 TO WS-RENEW-CNT
                               END-EVALUATE
                           ELSE
                               ADD 1 TO WS-REFUSE-CNT
                               DISPLAY "   " SR-TIME " card "
                                   SR-CARD " member " SR-MEMBER " "
                                   FUNCTION TRIM(SR-ACTION) " "
                                   FUNCTION TRIM(SR-BARCODE) " -- "
                                   FUNCTION TRIM(SR-REASON)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE
           MOVE WS-OUT-CNT TO WS-COUNT-ED
           DISPLAY "Checkouts approved : " WS-COUNT-ED
           MOVE WS-IN-CNT TO WS-COUNT-ED
           DISPLAY "Returns approved   : " WS-COUNT-ED
           MOVE WS-RENEW-CNT TO WS-COUNT-ED
           DISPLAY "Renewals approved  : " WS-COUNT-ED
           MOVE WS-REFUSE-CNT TO WS-COUNT-ED
           DISPLAY "Refused            : " WS-COUNT-ED.

      *-----------------------------------------------------------------
       LOAD-OPERATIONAL-PARAMS.
           MOVE "FCAP " TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-STD-FINE-CAP
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
           END-IF
           MOVE "RLOAN" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-RLOAN-CAP
           END-IF
           MOVE "RFCAP" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-RFCAP-LIMIT
           END-IF
           MOVE "ILOAN" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-INST-DAYS
           END-IF
           MOVE "HBDAY" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-HB-DAYS
           END-IF
           MOVE "RENMX" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-RENMX-LIMIT
           END-IF.

      *-----------------------------------------------------------------
      *> Same contact lookup BatchReturns does before it writes a
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
       WRITE-HOLD-NOTIFICATION.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-REC
           STRING HD-BOOK-ID(HOLD-MATCH-IDX) DELIMITED BY SIZE ","
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
                               INTO BK-ID-TAB(BK-CNT),
                                    BK-NAME(BK-CNT),
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
               STRING BK-ID-TAB(BK-IDX) DELIMITED BY SIZE ","
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

       END PROGRAM SelfCheck.
