      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Member account feed for the online portal. Built by
      *          the nightly batch and on demand from Operations, it
      *          writes portal_accounts.csv -- one block of rows per
      *          member, keyed by the member's ACTIVE library card
      *          number (member_cards.csv), never the internal ID:
      *            M,card,name,status,expiry,fine balance,accrued,
      *              credit,loans,holds,as-of date
      *            L,card,book,title,due date,overdue Y/N,
      *              renewable Y/N,reason,renewals used
      *            H,card,book,title,WAITING/READY,queue position,
      *              estimated ready date
      *          The fine balance is what fine.csv still has owing
      *          (amount less waived and paid); accrued is the
      *          running charge on overdue loans from AccruedFine;
      *          credit is the CreditLedger balance. Renewal
      *          eligibility is the desk's and the kiosk's: an open
      *          ban (SUSPENDED), a recalled loan (RECALLED), an
      *          overdue loan (OVERDUE), someone WAITING on the title
      *          (HELD), an adult-rated title on a child's account
      *          (RATED), or the renewal count at the RENMX or format
      *          limit (LIMIT). Hold positions are the live queue
      *          order with the HoldEstimate ready date. Left out:
      *          members on the portal opt-out register
      *          (portal_optout.csv), members under a guardian whose
      *          consent is not in portal_consent.csv -- both kept
      *          by EditMember -- members with no ACTIVE card, and
      *          closed accounts (DECEASED, ERASED, MERGED).
      *          The two registers fail closed: if either can't be
      *          opened (other than not existing yet) or holds more
      *          entries than the feed can load, no feed is built,
      *          portal_accounts.csv is left empty and a batch alert
      *          is raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortalFeed IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT CARD-FILE ASSIGN TO "../member_cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPTOUT-FILE ASSIGN TO "../portal_optout.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-STATUS.
           SELECT CONSENT-FILE ASSIGN TO "../portal_consent.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "../portal_accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "../batch_alerts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(300).
       FD  CARD-FILE.
       01  CARD-REC        PIC X(60).
       FD  OPTOUT-FILE.
       01  OPTOUT-REC      PIC X(20).
       FD  CONSENT-FILE.
       01  CONSENT-REC     PIC X(20).
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(120).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(300).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(100).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-CARD-STATUS      PIC XX.
       01  WS-OPTOUT-STATUS    PIC XX.
       01  WS-CONSENT-STATUS   PIC XX.
       01  WS-ALERT-STATUS     PIC XX.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-HOLD-STATUS      PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-EXPORT-STATUS    PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-MENU-CHOICE      PIC 9 VALUE 0.

       01  SYS-DATE            PIC 9(8).
       01  SYS-DATE-INT        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).

      *> The renewal cap -- RENMX, unless the title's format sets
      *> its own (see RenewBook / FormatCheck).
       01  WS-RENMX-LIMIT      PIC 9(2) VALUE 2.
       01  WS-LOAN-RENEW-LIMIT PIC 9(2) VALUE 2.
       01  WS-PARAM-CODE       PIC X(5).
       01  WS-PARAM-VALUE      PIC 9(7).
       01  WS-PARAM-FOUND      PIC X.

      *> Member row parse, quoted address or not.
       01  Q-CNT               PIC 9(3) VALUE 0.
       01  id_to_email         PIC X(100).
       01  gender_n_flag       PIC X(150).
       01  dummy               PIC X(5).
       01  MB-ID-X             PIC X(5).
       01  MB-NAME-X           PIC X(30).
       01  MB-EMAIL-X          PIC X(35).
       01  MB-ADDR-X           PIC X(80).
       01  MB-GENDER-X         PIC X(8).
       01  MB-FLAG-X           PIC X(10).
       01  MB-OVERRIDE-X       PIC X(5).
       01  MB-TYPE-X           PIC X(10).
       01  MB-PHONE-X          PIC X(15).
       01  MB-EXPIRE-X         PIC X(10).
       01  MB-PIN-X            PIC X(4).
       01  MB-GUARD-X          PIC X(5).
       01  MB-CHANNEL-X        PIC X(5).

      *> Members going into the feed.
       01  MB-TABLE.
           05 MB-ENTRY OCCURS 3000 TIMES.
               10 MB-ID          PIC X(5).
               10 MB-CARD        PIC X(8).
               10 MB-NAME        PIC X(30).
               10 MB-FLAG        PIC X(10).
               10 MB-EXPIRE      PIC X(10).
               10 MB-GUARDIAN    PIC X(5).
               10 MB-FINE-BAL    PIC 9(8).
               10 MB-LOANS       PIC 9(3).
               10 MB-HOLDS       PIC 9(3).
               10 MB-OVERDUE     PIC X.
       01  MB-CNT              PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4) VALUE 0.
       01  MB-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-SCAN-ID          PIC X(5).

      *> The two portal registers kept by EditMember. They are a
      *> privacy filter, so a register that can't be read whole
      *> stops the feed rather than letting accounts through.
       01  OPTOUT-TABLE.
           05 OPTOUT-ROW OCCURS 3000 TIMES PIC X(5).
       01  OPTOUT-CNT          PIC 9(4) VALUE 0.
       01  CONSENT-TABLE.
           05 CONSENT-ROW OCCURS 3000 TIMES PIC X(5).
       01  CONSENT-CNT         PIC 9(4) VALUE 0.
       01  REG-IDX             PIC 9(4) VALUE 0.
       01  WS-ON-REGISTER      PIC X VALUE 'N'.
       01  WS-REGISTERS-OK     PIC X VALUE 'Y'.
       01  WS-REG-NAME         PIC X(20).
       01  WS-REG-STATUS       PIC XX.
       01  WS-ALERT-TEXT       PIC X(90).
       01  WS-ERRLOG-PROGRAM   PIC X(20) VALUE 'PortalFeed'.
       01  WS-ERRLOG-MESSAGE   PIC X(100) VALUE SPACES.

      *> ACTIVE cards by member -- the last ACTIVE row wins.
       01  CARD-TABLE.
           05 CARD-ENTRY OCCURS 3000 TIMES.
               10 CD-MEMBER      PIC X(5).
               10 CD-CARD        PIC X(8).
       01  CD-CNT              PIC 9(4) VALUE 0.
       01  CD-IDX              PIC 9(4) VALUE 0.
       01  CD-FOUND-IDX        PIC 9(4) VALUE 0.
       01  CD-CARD-X           PIC X(8).
       01  CD-MEMBER-X         PIC X(5).
       01  CD-ISSUED-X         PIC X(10).
       01  CD-STATUS-X         PIC X(10).

      *> Titles, for the loan and hold rows.
       01  BK-TABLE.
           05 BK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID          PIC X(5).
               10 BK-NAME        PIC X(40).
               10 BK-HELD        PIC X.
       01  BK-CNT              PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4) VALUE 0.
       01  BK-FOUND-IDX        PIC 9(4) VALUE 0.
       01  BK-ID-X             PIC X(5).
       01  BK-NAME-X           PIC X(40).

      *> Open loans of fed members.
       01  LN-TABLE.
           05 LN-ENTRY OCCURS 3000 TIMES.
               10 LN-TRAN        PIC X(5).
               10 LN-MEMBER-IDX  PIC 9(4).
               10 LN-BOOK        PIC X(5).
               10 LN-DUE         PIC X(10).
               10 LN-OVERDUE     PIC X.
               10 LN-TYPE        PIC X(10).
       01  LN-CNT              PIC 9(4) VALUE 0.
       01  LN-IDX              PIC 9(4) VALUE 0.
       01  LG-TRAN             PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).
       01  LG-START            PIC X(10).
       01  LG-DUE              PIC X(10).
       01  LG-FLAG             PIC X(3).
       01  LG-RETURN           PIC X(10).
       01  LG-COPY             PIC X(5).
       01  LG-BRANCH           PIC X(10).
       01  LG-OPER             PIC X(10).
       01  LG-TYPE             PIC X(10).

      *> Live holds of fed members, with their place in the queue.
       01  HL-TABLE.
           05 HL-ENTRY OCCURS 2000 TIMES.
               10 HL-MEMBER-IDX  PIC 9(4).
               10 HL-BOOK        PIC X(5).
               10 HL-STATUS      PIC X(7).
               10 HL-POSITION    PIC 9(4).
       01  HL-CNT              PIC 9(4) VALUE 0.
       01  HL-IDX              PIC 9(4) VALUE 0.
       01  HD-BOOK-ID          PIC X(5).
       01  HD-MEMBER-ID        PIC X(5).
       01  HD-REQ-DATE         PIC X(10).
       01  HD-NOTIFIED         PIC X.
       01  HD-NOTIFY-DATE      PIC X(10).
       01  HD-STATUS           PIC X(10).

      *> Live-hold tally per title; a row's own tally is its place
      *> in that title's queue -- the kiosk's reading.
       01  KQ-TABLE.
           05 KQ-ENTRY OCCURS 1000 TIMES.
               10 KQ-BOOK        PIC X(5).
               10 KQ-LIVE        PIC 9(4).
       01  KQ-CNT              PIC 9(4) VALUE 0.
       01  KQ-IDX              PIC 9(4) VALUE 0.
       01  KQ-MATCH            PIC 9(4) VALUE 0.

      *> One fine.csv row.
       01  FN-FINE-ID          PIC X(5).
       01  FN-TRAN-ID          PIC X(5).
       01  FN-MEMBER-ID        PIC X(5).
       01  FN-DUE-DAYS         PIC X(5).
       01  FN-AMOUNT           PIC 9(8).
       01  FN-PAID-FLAG        PIC X(3).
       01  FN-PAID-DATE        PIC X(10).
       01  FN-REASON           PIC X(20).
       01  FN-WAIVED-AMT       PIC 9(8).
       01  FN-WAIVER-REASON    PIC X(20).
       01  FN-OP-ID            PIC X(10).
       01  FN-PAID-AMT         PIC 9(8).
       01  WS-FINE-BALANCE     PIC S9(8).

      *> Shared-module call arguments.
       01  WS-AF-VERBOSE       PIC X VALUE 'N'.
       01  WS-AF-TOTAL         PIC 9(8).
       01  WS-CL-ACTION        PIC X(4).
       01  WS-CL-DIR           PIC X(2).
       01  WS-CL-AMOUNT        PIC 9(7).
       01  WS-CL-SOURCE        PIC X(20).
       01  WS-CL-BALANCE       PIC 9(7).
       01  WS-BC-BANNED        PIC X VALUE 'N'.
       01  WS-BC-UNTIL         PIC X(10).
       01  WS-BR-ACTION        PIC X(3).
       01  WS-BR-RATING        PIC X(3).
       01  WS-RC-ACTION        PIC X(4).
       01  WS-RC-COUNT         PIC 9(2).
       01  WS-HE-POSITION      PIC 9(4).
       01  WS-HE-DAYS          PIC 9(4).
       01  WS-HE-DATE          PIC X(10).
       01  WS-FC-BOOK-ID       PIC X(5).
       01  WS-FC-FORMAT        PIC X(10).
       01  WS-FC-DAYS          PIC 9(3).
       01  WS-FC-CAP           PIC 9(2).
       01  WS-FC-RENEWALS      PIC 9(2).
       01  WS-FC-RATE          PIC 9(5).
       01  WS-FC-RULES         PIC X(4).

      *> One loan's renewal verdict.
       01  WS-RENEWABLE        PIC X.
       01  WS-RENEW-REASON     PIC X(9).

      *> Run tallies.
       01  WS-FED              PIC 9(5) VALUE 0.
       01  WS-SKIP-OPTOUT      PIC 9(5) VALUE 0.
       01  WS-SKIP-CONSENT     PIC 9(5) VALUE 0.
       01  WS-SKIP-NOCARD      PIC 9(5) VALUE 0.
       01  WS-SKIP-CLOSED      PIC 9(5) VALUE 0.
       01  WS-ROWS             PIC 9(6) VALUE 0.

      *> Look-up of one card's rows in the last feed.
       01  WS-CARD-IN          PIC X(8).
       01  WS-ROW-TYPE         PIC X.
       01  WS-ROW-CARD         PIC X(8).
       01  WS-SHOWN            PIC 9(4) VALUE 0.

      *> Date conversion work areas.
       01  WS-DATE-IN          PIC X(10).
       01  WS-DATE-OUT-INT     PIC 9(8).
       01  WS-DATE-OK          PIC X.
       01  WS-DATE-DIGITS      PIC 9(8).

       01  WS-SHARE-ACQUIRED   PIC X VALUE 'N'.
       01  WS-SHARE-OWNER      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> A shared lock is enough -- the feed file is this program's
      *> own; everything else is only read. 99 is the nightly run.
           MOVE 'PortalFeed' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               IF USER-CHOICE = 99
                   PERFORM BUILD-FEED
               ELSE
                   PERFORM MAIN-MENU UNTIL WS-MENU-CHOICE = 3
               END-IF
               CALL 'FileLock' USING 'SUNL', WS-SHARE-ACQUIRED
           ELSE
               DISPLAY "A transaction is rewriting the library "
                   "files right now. Please try again shortly."
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-MENU.
           DISPLAY " "
           DISPLAY "=============================="
           DISPLAY "     ONLINE PORTAL FEED"
           DISPLAY "=============================="
           DISPLAY "1) Build the Portal Feed Now"
           DISPLAY "2) Show a Card's Rows in the Last Feed"
           DISPLAY "3) Exit"
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM BUILD-FEED
               WHEN 2
                   PERFORM SHOW-CARD-ROWS
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

      *-----------------------------------------------------------------
       BUILD-FEED.
           PERFORM SET-DATES
           PERFORM LOAD-REGISTERS
           IF WS-REGISTERS-OK NOT = 'Y'
               PERFORM ABORT-FEED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CARDS
           PERFORM LOAD-MEMBERS
           PERFORM LOAD-BOOKS
           PERFORM APPLY-FINES
           PERFORM LOAD-LOANS
           PERFORM LOAD-HOLDS
           PERFORM WRITE-FEED
           DISPLAY "Portal feed as of " WS-TODAY-DISPLAY
           DISPLAY "Members fed:                    " WS-FED
           DISPLAY "Rows written:                   " WS-ROWS
           DISPLAY "Left out -- opted out:          " WS-SKIP-OPTOUT
           DISPLAY "Left out -- no guardian consent:" WS-SKIP-CONSENT
           DISPLAY "Left out -- no active card:     " WS-SKIP-NOCARD
           DISPLAY "Left out -- account closed:     " WS-SKIP-CLOSED
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "portal_accounts.csv could not be written "
                   "(status " WS-EXPORT-STATUS ")."
           END-IF.

       SET-DATES.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           MOVE SPACES TO WS-TODAY-DISPLAY
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           MOVE "RENMX" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE < 100
               MOVE WS-PARAM-VALUE TO WS-RENMX-LIMIT
           END-IF.

      *-----------------------------------------------------------------
       LOAD-REGISTERS.
           MOVE 'Y' TO WS-REGISTERS-OK
           MOVE 0 TO OPTOUT-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT OPTOUT-FILE
           EVALUATE WS-OPTOUT-STATUS
               WHEN "00"
                   PERFORM UNTIL FILE-END = 'Y'
                       READ OPTOUT-FILE
                           AT END MOVE 'Y' TO FILE-END
                           NOT AT END
                               PERFORM STORE-ONE-OPTOUT
                       END-READ
                       IF WS-OPTOUT-STATUS NOT = "00"
                           AND WS-OPTOUT-STATUS NOT = "04"
                           AND WS-OPTOUT-STATUS NOT = "10"
                           MOVE "portal_optout.csv" TO WS-REG-NAME
                           MOVE WS-OPTOUT-STATUS TO WS-REG-STATUS
                           PERFORM REGISTER-READ-FAILED
                       END-IF
                   END-PERFORM
                   CLOSE OPTOUT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "portal_optout.csv" TO WS-REG-NAME
                   MOVE WS-OPTOUT-STATUS TO WS-REG-STATUS
                   PERFORM REGISTER-READ-FAILED
           END-EVALUATE
           IF WS-REGISTERS-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CONSENT-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT CONSENT-FILE
           EVALUATE WS-CONSENT-STATUS
               WHEN "00"
                   PERFORM UNTIL FILE-END = 'Y'
                       READ CONSENT-FILE
                           AT END MOVE 'Y' TO FILE-END
                           NOT AT END
                               PERFORM STORE-ONE-CONSENT
                       END-READ
                       IF WS-CONSENT-STATUS NOT = "00"
                           AND WS-CONSENT-STATUS NOT = "04"
                           AND WS-CONSENT-STATUS NOT = "10"
                           MOVE "portal_consent.csv" TO WS-REG-NAME
                           MOVE WS-CONSENT-STATUS TO WS-REG-STATUS
                           PERFORM REGISTER-READ-FAILED
                       END-IF
                   END-PERFORM
                   CLOSE CONSENT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "portal_consent.csv" TO WS-REG-NAME
                   MOVE WS-CONSENT-STATUS TO WS-REG-STATUS
                   PERFORM REGISTER-READ-FAILED
           END-EVALUATE.

      *> An open or read that fails stops the feed like an overflow.
       REGISTER-READ-FAILED.
           MOVE 'N' TO WS-REGISTERS-OK
           MOVE 'Y' TO FILE-END
           MOVE SPACES TO WS-ALERT-TEXT
           STRING FUNCTION TRIM(WS-REG-NAME) DELIMITED BY SIZE
                  " could not be read (status " DELIMITED BY SIZE
                  WS-REG-STATUS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT.

      *> A register row past the table would be a member silently
      *> published -- the whole feed stops instead.
       STORE-ONE-OPTOUT.
           IF FUNCTION TRIM(OPTOUT-REC) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF OPTOUT-CNT >= 3000
               IF WS-REGISTERS-OK = 'Y'
                   MOVE 'N' TO WS-REGISTERS-OK
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "portal_optout.csv has more than 3000 "
                              DELIMITED BY SIZE
                          "entries" DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPTOUT-CNT
           MOVE FUNCTION TRIM(OPTOUT-REC) TO OPTOUT-ROW(OPTOUT-CNT).

       STORE-ONE-CONSENT.
           IF FUNCTION TRIM(CONSENT-REC) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF CONSENT-CNT >= 3000
               IF WS-REGISTERS-OK = 'Y'
                   MOVE 'N' TO WS-REGISTERS-OK
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "portal_consent.csv has more than 3000 "
                              DELIMITED BY SIZE
                          "entries" DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CONSENT-CNT
           MOVE FUNCTION TRIM(CONSENT-REC) TO CONSENT-ROW(CONSENT-CNT).

      *-----------------------------------------------------------------
      *> No feed is safer than one that may publish an opted-out or
      *> unconsented account: portal_accounts.csv is emptied, so the
      *> portal is not handed yesterday's rows either, and the
      *> failure reaches the next sign-on as a batch alert.
       ABORT-FEED.
           OPEN OUTPUT EXPORT-FILE
           CLOSE EXPORT-FILE
           DISPLAY "Portal feed NOT built: "
               FUNCTION TRIM(WS-ALERT-TEXT)
           DISPLAY "portal_accounts.csv has been left empty."
           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING "Portal feed stopped -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-TEXT) DELIMITED BY SIZE
               INTO WS-ERRLOG-MESSAGE
           CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM, WS-ERRLOG-MESSAGE
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  "NEW" DELIMITED BY SIZE ","
                  "Portal feed FAILURE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALERT-TEXT) DELIMITED BY SIZE
               INTO ALERT-REC
           WRITE ALERT-REC
           CLOSE ALERT-FILE.

      *> A LOST card is no key to anything; only ACTIVE cards go out.
       LOAD-CARDS.
           MOVE 0 TO CD-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CARD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO CD-STATUS-X
                       UNSTRING CARD-REC DELIMITED BY ","
                           INTO CD-CARD-X, CD-MEMBER-X, CD-ISSUED-X,
                                CD-STATUS-X
                       IF FUNCTION TRIM(CD-STATUS-X) = "ACTIVE"
                           PERFORM STORE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE.

       STORE-ONE-CARD.
           MOVE 0 TO CD-FOUND-IDX
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CD-CNT OR CD-FOUND-IDX > 0
               IF CD-MEMBER(CD-IDX) = CD-MEMBER-X
                   MOVE CD-IDX TO CD-FOUND-IDX
               END-IF
           END-PERFORM
           IF CD-FOUND-IDX = 0
               IF CD-CNT >= 3000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CD-CNT
               MOVE CD-CNT TO CD-FOUND-IDX
               MOVE CD-MEMBER-X TO CD-MEMBER(CD-FOUND-IDX)
           END-IF
           MOVE CD-CARD-X TO CD-CARD(CD-FOUND-IDX).

      *-----------------------------------------------------------------
       LOAD-MEMBERS.
           MOVE 0 TO MB-CNT
           MOVE 0 TO WS-SKIP-OPTOUT WS-SKIP-CONSENT WS-SKIP-NOCARD
               WS-SKIP-CLOSED
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF MEMBER-REC NOT = SPACES
                           PERFORM STORE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

       STORE-ONE-MEMBER.
           MOVE SPACES TO MB-ADDR-X MB-FLAG-X MB-PHONE-X MB-EXPIRE-X
               MB-GUARD-X MB-CHANNEL-X
           MOVE 0 TO Q-CNT
           INSPECT MEMBER-REC TALLYING Q-CNT FOR ALL '"'
           IF Q-CNT > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO id_to_email, MB-ADDR-X, gender_n_flag
               UNSTRING id_to_email DELIMITED BY ','
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X
               UNSTRING gender_n_flag DELIMITED BY ','
                   INTO dummy, MB-GENDER-X, MB-FLAG-X,
                        MB-OVERRIDE-X, MB-TYPE-X, MB-PHONE-X,
                        MB-EXPIRE-X, MB-PIN-X, MB-GUARD-X,
                        MB-CHANNEL-X
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X, MB-ADDR-X,
                        MB-GENDER-X, MB-FLAG-X, MB-OVERRIDE-X,
                        MB-TYPE-X, MB-PHONE-X, MB-EXPIRE-X,
                        MB-PIN-X, MB-GUARD-X, MB-CHANNEL-X
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-FLAG-X))
               TO MB-FLAG-X
           IF MB-FLAG-X = "DECEASED" OR MB-FLAG-X = "ERASED"
               OR MB-FLAG-X = "MERGED"
               ADD 1 TO WS-SKIP-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ON-REGISTER
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > OPTOUT-CNT
               IF OPTOUT-ROW(REG-IDX) = MB-ID-X
                   MOVE 'Y' TO WS-ON-REGISTER
               END-IF
           END-PERFORM
           IF WS-ON-REGISTER = 'Y'
               ADD 1 TO WS-SKIP-OPTOUT
               EXIT PARAGRAPH
           END-IF
      *> A child's account goes out only with the guardian's consent.
           IF FUNCTION TRIM(MB-GUARD-X) NOT = SPACE
               MOVE 'N' TO WS-ON-REGISTER
               PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > CONSENT-CNT
                   IF CONSENT-ROW(REG-IDX) = MB-ID-X
                       MOVE 'Y' TO WS-ON-REGISTER
                   END-IF
               END-PERFORM
               IF WS-ON-REGISTER = 'N'
                   ADD 1 TO WS-SKIP-CONSENT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO CD-FOUND-IDX
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CD-CNT OR CD-FOUND-IDX > 0
               IF CD-MEMBER(CD-IDX) = MB-ID-X
                   MOVE CD-IDX TO CD-FOUND-IDX
               END-IF
           END-PERFORM
           IF CD-FOUND-IDX = 0
               ADD 1 TO WS-SKIP-NOCARD
               EXIT PARAGRAPH
           END-IF
           IF MB-CNT >= 3000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MB-CNT
           MOVE MB-ID-X TO MB-ID(MB-CNT)
           MOVE CD-CARD(CD-FOUND-IDX) TO MB-CARD(MB-CNT)
           MOVE MB-NAME-X TO MB-NAME(MB-CNT)
           MOVE MB-FLAG-X TO MB-FLAG(MB-CNT)
           MOVE MB-EXPIRE-X TO MB-EXPIRE(MB-CNT)
           MOVE MB-GUARD-X TO MB-GUARDIAN(MB-CNT)
           MOVE 0 TO MB-FINE-BAL(MB-CNT)
           MOVE 0 TO MB-LOANS(MB-CNT)
           MOVE 0 TO MB-HOLDS(MB-CNT)
           MOVE 'N' TO MB-OVERDUE(MB-CNT).

       FIND-MEMBER.
           MOVE 0 TO MB-FOUND-IDX
           PERFORM VARYING MB-IDX FROM 1 BY 1
               UNTIL MB-IDX > MB-CNT OR MB-FOUND-IDX > 0
               IF MB-ID(MB-IDX) = WS-SCAN-ID
                   MOVE MB-IDX TO MB-FOUND-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       LOAD-BOOKS.
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
                       IF BOOK-REC NOT = SPACES AND BK-CNT < 1000
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID-X, BK-NAME-X
                           ADD 1 TO BK-CNT
                           MOVE BK-ID-X TO BK-ID(BK-CNT)
                           MOVE BK-NAME-X TO BK-NAME(BK-CNT)
                           MOVE 'N' TO BK-HELD(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

       FIND-BOOK.
           MOVE 0 TO BK-FOUND-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > BK-CNT OR BK-FOUND-IDX > 0
               IF BK-ID(BK-IDX) = BK-ID-X
                   MOVE BK-IDX TO BK-FOUND-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> What is still owing on fine.csv -- amount less waived and
      *> paid on rows not marked paid, the Kiosk's reading.
       APPLY-FINES.
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
                       MOVE SPACES TO FN-PAID-FLAG
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FN-FINE-ID, FN-TRAN-ID,
                                FN-MEMBER-ID, FN-DUE-DAYS,
                                FN-AMOUNT, FN-PAID-FLAG,
                                FN-PAID-DATE, FN-REASON,
                                FN-WAIVED-AMT, FN-WAIVER-REASON,
                                FN-OP-ID, FN-PAID-AMT
                       PERFORM APPLY-ONE-FINE
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

       APPLY-ONE-FINE.
           IF FUNCTION TRIM(FN-PAID-FLAG) = "YES"
               EXIT PARAGRAPH
           END-IF
           IF FN-AMOUNT NOT NUMERIC
               MOVE 0 TO FN-AMOUNT
           END-IF
           IF FN-WAIVED-AMT NOT NUMERIC
               MOVE 0 TO FN-WAIVED-AMT
           END-IF
           IF FN-PAID-AMT NOT NUMERIC
               MOVE 0 TO FN-PAID-AMT
           END-IF
           MOVE FN-MEMBER-ID TO WS-SCAN-ID
           PERFORM FIND-MEMBER
           IF MB-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FINE-BALANCE =
               FN-AMOUNT - FN-WAIVED-AMT - FN-PAID-AMT
           IF WS-FINE-BALANCE > 0
               ADD WS-FINE-BALANCE TO MB-FINE-BAL(MB-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *> Open loans of fed members. Overdue is the kiosk's test: past
      *> the due date, or already flagged YES by CheckLog.
       LOAD-LOANS.
           MOVE 0 TO LN-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LOG-REC NOT = SPACES
                           PERFORM STORE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       STORE-ONE-LOAN.
           MOVE SPACES TO LG-RETURN LG-TYPE
           UNSTRING LOG-REC DELIMITED BY ","
               INTO LG-TRAN, LG-MEMBER, LG-BOOK, LG-START, LG-DUE,
                    LG-FLAG, LG-RETURN, LG-COPY, LG-BRANCH, LG-OPER,
                    LG-TYPE
           IF FUNCTION TRIM(LG-RETURN) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE LG-MEMBER TO WS-SCAN-ID
           PERFORM FIND-MEMBER
           IF MB-FOUND-IDX = 0 OR LN-CNT >= 3000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LN-CNT
           MOVE LG-TRAN TO LN-TRAN(LN-CNT)
           MOVE MB-FOUND-IDX TO LN-MEMBER-IDX(LN-CNT)
           MOVE LG-BOOK TO LN-BOOK(LN-CNT)
           MOVE LG-DUE TO LN-DUE(LN-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LG-TYPE))
               TO LN-TYPE(LN-CNT)
           MOVE 'N' TO LN-OVERDUE(LN-CNT)
           MOVE LG-DUE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF FUNCTION TRIM(LG-FLAG) = "YES"
               OR (WS-DATE-OK = 'Y' AND SYS-DATE-INT > WS-DATE-OUT-INT)
               MOVE 'Y' TO LN-OVERDUE(LN-CNT)
               MOVE 'Y' TO MB-OVERDUE(MB-FOUND-IDX)
           END-IF
           ADD 1 TO MB-LOANS(MB-FOUND-IDX).

      *-----------------------------------------------------------------
      *> Every live hold counts toward the queue, fed member or not;
      *> only the fed members' holds are kept for the feed. A title
      *> anyone is WAITING on can't be renewed.
       LOAD-HOLDS.
           MOVE 0 TO HL-CNT
           MOVE 0 TO KQ-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF HOLD-REC NOT = SPACES
                           PERFORM STORE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       STORE-ONE-HOLD.
           MOVE SPACES TO HD-NOTIFY-DATE
           MOVE SPACES TO HD-STATUS
           UNSTRING HOLD-REC DELIMITED BY ","
               INTO HD-BOOK-ID, HD-MEMBER-ID, HD-REQ-DATE,
                    HD-NOTIFIED, HD-NOTIFY-DATE, HD-STATUS
           IF FUNCTION TRIM(HD-STATUS) = SPACE
               IF HD-NOTIFIED = "Y"
                   MOVE "READY" TO HD-STATUS
               ELSE
                   MOVE "WAITING" TO HD-STATUS
               END-IF
           END-IF
           IF FUNCTION TRIM(HD-STATUS) NOT = "WAITING"
               AND FUNCTION TRIM(HD-STATUS) NOT = "READY"
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-QUEUE-POSITION
           IF FUNCTION TRIM(HD-STATUS) = "WAITING"
               MOVE HD-BOOK-ID TO BK-ID-X
               PERFORM FIND-BOOK
               IF BK-FOUND-IDX > 0
                   MOVE 'Y' TO BK-HELD(BK-FOUND-IDX)
               END-IF
           END-IF
           MOVE HD-MEMBER-ID TO WS-SCAN-ID
           PERFORM FIND-MEMBER
           IF MB-FOUND-IDX = 0 OR HL-CNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HL-CNT
           MOVE MB-FOUND-IDX TO HL-MEMBER-IDX(HL-CNT)
           MOVE HD-BOOK-ID TO HL-BOOK(HL-CNT)
           MOVE HD-STATUS TO HL-STATUS(HL-CNT)
           MOVE 0 TO HL-POSITION(HL-CNT)
           IF FUNCTION TRIM(HD-STATUS) = "WAITING" AND KQ-MATCH > 0
               MOVE KQ-LIVE(KQ-MATCH) TO HL-POSITION(HL-CNT)
           END-IF
           ADD 1 TO MB-HOLDS(MB-FOUND-IDX).

       TALLY-QUEUE-POSITION.
           MOVE 0 TO KQ-MATCH
           PERFORM VARYING KQ-IDX FROM 1 BY 1
               UNTIL KQ-IDX > KQ-CNT OR KQ-MATCH > 0
               IF KQ-BOOK(KQ-IDX) = HD-BOOK-ID
                   MOVE KQ-IDX TO KQ-MATCH
               END-IF
           END-PERFORM
           IF KQ-MATCH = 0
               IF KQ-CNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO KQ-CNT
               MOVE KQ-CNT TO KQ-MATCH
               MOVE HD-BOOK-ID TO KQ-BOOK(KQ-MATCH)
               MOVE 0 TO KQ-LIVE(KQ-MATCH)
           END-IF
           ADD 1 TO KQ-LIVE(KQ-MATCH).

      *-----------------------------------------------------------------
       WRITE-FEED.
           MOVE 0 TO WS-FED
           MOVE 0 TO WS-ROWS
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               PERFORM WRITE-ONE-MEMBER
           END-PERFORM
           CLOSE EXPORT-FILE.

       WRITE-ONE-MEMBER.
      *> Accrual only runs up on overdue loans -- don't ask for it
      *> where there are none.
           MOVE 0 TO WS-AF-TOTAL
           IF MB-OVERDUE(MB-IDX) = 'Y'
               CALL 'AccruedFine' USING MB-ID(MB-IDX), WS-AF-VERBOSE,
                   WS-AF-TOTAL
           END-IF
           MOVE "BAL " TO WS-CL-ACTION
           MOVE SPACES TO WS-CL-DIR
           MOVE 0 TO WS-CL-AMOUNT
           MOVE SPACES TO WS-CL-SOURCE
           CALL 'CreditLedger' USING WS-CL-ACTION, MB-ID(MB-IDX),
               WS-CL-DIR, WS-CL-AMOUNT, WS-CL-SOURCE, WS-CL-BALANCE
           MOVE SPACES TO EXPORT-REC
           STRING "M," DELIMITED BY SIZE
                  MB-CARD(MB-IDX) DELIMITED BY SPACE ","
                  FUNCTION TRIM(MB-NAME(MB-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-FLAG(MB-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(MB-EXPIRE(MB-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MB-FINE-BAL(MB-IDX) DELIMITED BY SIZE ","
                  WS-AF-TOTAL DELIMITED BY SIZE ","
                  WS-CL-BALANCE DELIMITED BY SIZE ","
                  MB-LOANS(MB-IDX) DELIMITED BY SIZE ","
                  MB-HOLDS(MB-IDX) DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC
           ADD 1 TO WS-ROWS
           ADD 1 TO WS-FED
           IF MB-LOANS(MB-IDX) > 0
               CALL 'BanCheck' USING MB-ID(MB-IDX), WS-BC-BANNED,
                   WS-BC-UNTIL
               PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > LN-CNT
                   IF LN-MEMBER-IDX(LN-IDX) = MB-IDX
                       PERFORM WRITE-ONE-LOAN
                   END-IF
               END-PERFORM
           END-IF
           IF MB-HOLDS(MB-IDX) > 0
               PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > HL-CNT
                   IF HL-MEMBER-IDX(HL-IDX) = MB-IDX
                       PERFORM WRITE-ONE-HOLD
                   END-IF
               END-PERFORM
           END-IF.

      *> The desk's renewal rules, first refusal wins.
       WRITE-ONE-LOAN.
           MOVE LN-BOOK(LN-IDX) TO BK-ID-X
           PERFORM FIND-BOOK
           MOVE "GET " TO WS-RC-ACTION
           CALL 'RenewCount' USING WS-RC-ACTION, LN-TRAN(LN-IDX),
               WS-RC-COUNT
           MOVE 'Y' TO WS-RENEWABLE
           MOVE SPACES TO WS-RENEW-REASON
           EVALUATE TRUE
               WHEN WS-BC-BANNED = 'Y'
                   MOVE "SUSPENDED" TO WS-RENEW-REASON
               WHEN LN-TYPE(LN-IDX) = "RECALL"
                   MOVE "RECALLED" TO WS-RENEW-REASON
               WHEN LN-OVERDUE(LN-IDX) = 'Y'
                   MOVE "OVERDUE" TO WS-RENEW-REASON
               WHEN BK-FOUND-IDX > 0 AND BK-HELD(BK-FOUND-IDX) = 'Y'
                   MOVE "HELD" TO WS-RENEW-REASON
               WHEN OTHER
                   PERFORM CHECK-RATING-AND-LIMIT
           END-EVALUATE
           IF WS-RENEW-REASON NOT = SPACES
               MOVE 'N' TO WS-RENEWABLE
           END-IF
           MOVE SPACES TO EXPORT-REC
           IF BK-FOUND-IDX > 0
               STRING "L," DELIMITED BY SIZE
                   MB-CARD(MB-IDX) DELIMITED BY SPACE ","
                   LN-BOOK(LN-IDX) DELIMITED BY SIZE ","
                   FUNCTION TRIM(BK-NAME(BK-FOUND-IDX))
                       DELIMITED BY SIZE ","
                   FUNCTION TRIM(LN-DUE(LN-IDX)) DELIMITED BY SIZE ","
                   LN-OVERDUE(LN-IDX) DELIMITED BY SIZE ","
                   WS-RENEWABLE DELIMITED BY SIZE ","
                   WS-RENEW-REASON DELIMITED BY SPACE ","
                   WS-RC-COUNT DELIMITED BY SIZE
                   INTO EXPORT-REC
           ELSE
               STRING "L," DELIMITED BY SIZE
                   MB-CARD(MB-IDX) DELIMITED BY SPACE ","
                   LN-BOOK(LN-IDX) DELIMITED BY SIZE ",,"
                   FUNCTION TRIM(LN-DUE(LN-IDX)) DELIMITED BY SIZE ","
                   LN-OVERDUE(LN-IDX) DELIMITED BY SIZE ","
                   WS-RENEWABLE DELIMITED BY SIZE ","
                   WS-RENEW-REASON DELIMITED BY SPACE ","
                   WS-RC-COUNT DELIMITED BY SIZE
                   INTO EXPORT-REC
           END-IF
           WRITE EXPORT-REC
           ADD 1 TO WS-ROWS.

      *> A child can't renew an adult-rated title unattended; past
      *> those, the renewal count against RENMX or the format's cap.
       CHECK-RATING-AND-LIMIT.
           IF FUNCTION TRIM(MB-GUARDIAN(MB-IDX)) NOT = SPACE
               MOVE "GET" TO WS-BR-ACTION
               CALL 'BookRating' USING WS-BR-ACTION, LN-BOOK(LN-IDX),
                   WS-BR-RATING
               IF FUNCTION TRIM(WS-BR-RATING) = "A"
                   MOVE "RATED" TO WS-RENEW-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LN-BOOK(LN-IDX) TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           MOVE WS-RENMX-LIMIT TO WS-LOAN-RENEW-LIMIT
           IF WS-FC-RULES(3:1) = 'Y'
               MOVE WS-FC-RENEWALS TO WS-LOAN-RENEW-LIMIT
           END-IF
           IF WS-RC-COUNT >= WS-LOAN-RENEW-LIMIT
               MOVE "LIMIT" TO WS-RENEW-REASON
           END-IF.

      *> READY holds are on the shelf now -- no place, no estimate.
       WRITE-ONE-HOLD.
           MOVE HL-BOOK(HL-IDX) TO BK-ID-X
           PERFORM FIND-BOOK
           MOVE SPACES TO WS-HE-DATE
           IF FUNCTION TRIM(HL-STATUS(HL-IDX)) = "WAITING"
               MOVE HL-POSITION(HL-IDX) TO WS-HE-POSITION
               CALL 'HoldEstimate' USING HL-BOOK(HL-IDX),
                   WS-HE-POSITION, WS-HE-DAYS, WS-HE-DATE
           END-IF
           MOVE SPACES TO BK-NAME-X
           IF BK-FOUND-IDX > 0
               MOVE BK-NAME(BK-FOUND-IDX) TO BK-NAME-X
           END-IF
           MOVE SPACES TO EXPORT-REC
           STRING "H," DELIMITED BY SIZE
                  MB-CARD(MB-IDX) DELIMITED BY SPACE ","
                  HL-BOOK(HL-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-NAME-X) DELIMITED BY SIZE ","
                  FUNCTION TRIM(HL-STATUS(HL-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HL-POSITION(HL-IDX) DELIMITED BY SIZE ","
                  WS-HE-DATE DELIMITED BY SPACE
               INTO EXPORT-REC
           WRITE EXPORT-REC
           ADD 1 TO WS-ROWS.

      *-----------------------------------------------------------------
      *> What the portal was last sent for one card -- for answering
      *> a member who says the website is wrong.
       SHOW-CARD-ROWS.
           DISPLAY "Card number: "
           MOVE SPACES TO WS-CARD-IN
           ACCEPT WS-CARD-IN
           MOVE 0 TO WS-SHOWN
           MOVE 'N' TO FILE-END
           OPEN INPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "No portal feed has been built yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ EXPORT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO WS-ROW-CARD
                       UNSTRING EXPORT-REC DELIMITED BY ","
                           INTO WS-ROW-TYPE, WS-ROW-CARD
                       IF WS-ROW-CARD = WS-CARD-IN
                           ADD 1 TO WS-SHOWN
                           DISPLAY FUNCTION TRIM(EXPORT-REC)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORT-FILE
           IF WS-SHOWN = 0
               DISPLAY "Card " FUNCTION TRIM(WS-CARD-IN)
                   " is not in the last feed -- opted out, no "
                   "guardian consent, or not an ACTIVE card."
           END-IF.

      *-----------------------------------------------------------------
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

       END PROGRAM PortalFeed.
