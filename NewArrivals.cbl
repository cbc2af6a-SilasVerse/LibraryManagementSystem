      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: New-arrival alerts for reader interest profiles.
      *          Every title on books.csv is entered once in
      *          title_arrivals.csv (book,first-seen date) the first
      *          night it is seen, whichever way it got there --
      *          AddNewBook, a PurchaseOrders receipt through
      *          AddNewBook, or BulkImport. A title first seen
      *          within the last NAWIN days (parameters.csv, 7 by
      *          default) is matched against reader_interests.csv
      *          (see InterestMaint): the author through the
      *          bookauthors.csv link or the catalog author text, a
      *          booktags.csv subject tag, or the genre. Each match
      *          goes out on the member's contact channel the same
      *          way CheckLog splits overdue notices --
      *          new_arrivals.csv for email, new_arrivals_sms.csv
      *          with the phone number, and a print run in
      *          new_arrivals_post.txt -- and is recorded in
      *          notice_ledger.csv at level 0, so no member hears
      *          about the same title twice. The window is there so
      *          a tag or author link added a day or two after the
      *          book still catches it; ledger rows older than the
      *          window have done their job and are dropped.
      *
      *          The first run only starts the register: everything
      *          already on the shelf goes in with a blank date and
      *          no alerts go out for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NewArrivals IS INITIAL.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT ARRIVAL-FILE ASSIGN TO "../title_arrivals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.
           SELECT INTEREST-FILE ASSIGN TO "../reader_interests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-STATUS.
           SELECT AUTHOR-FILE ASSIGN TO "../authors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOR-STATUS.
           SELECT LINK-FILE ASSIGN TO "../bookauthors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT TAG-FILE ASSIGN TO "../booktags.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../notice_ledger.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT EMAIL-FILE ASSIGN TO "../new_arrivals.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SMS-FILE ASSIGN TO "../new_arrivals_sms.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POST-FILE ASSIGN TO "../new_arrivals_post.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-LINE       PIC X(200).

       FD  ARRIVAL-FILE.
       01  ARRIVAL-LINE    PIC X(40).

       FD  INTEREST-FILE.
       01  INTEREST-LINE   PIC X(200).

       FD  AUTHOR-FILE.
       01  AUTHOR-LINE     PIC X(200).

       FD  LINK-FILE.
       01  LINK-LINE       PIC X(200).

       FD  TAG-FILE.
       01  TAG-LINE        PIC X(200).

       FD  MEMBER-FILE.
       01  MEMBER-LINE     PIC X(200).

       FD  LEDGER-FILE.
       01  LEDGER-LINE     PIC X(80).

       FD  EMAIL-FILE.
       01  EMAIL-LINE      PIC X(250).

       FD  SMS-FILE.
       01  SMS-LINE        PIC X(200).

       FD  POST-FILE.
       01  POST-LINE       PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-BOOK-STATUS     PIC XX.
       01  WS-ARRIVAL-STATUS  PIC XX.
       01  WS-INTEREST-STATUS PIC XX.
       01  WS-AUTHOR-STATUS   PIC XX.
       01  WS-LINK-STATUS     PIC XX.
       01  WS-TAG-STATUS      PIC XX.
       01  WS-MEMBER-STATUS   PIC XX.
       01  WS-LEDGER-STATUS   PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-NARG            PIC 9(4) COMP-5 VALUE 0.

       01  WS-TODAY           PIC 9(8).
       01  WS-TODAY-INT       PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-DATE-IN         PIC X(10).
       01  WS-DATE-DIGITS     PIC 9(8).
       01  WS-DATE-INT        PIC 9(8).
       01  WS-DATE-OK         PIC X.

      *> How long a title counts as a new arrival, and how long its
      *> ledger rows are kept -- NAWIN in parameters.csv.
       01  WS-ARRIVAL-WINDOW  PIC 9(7) VALUE 7.
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

      *> The catalog, with each title's first-seen date from the
      *> arrival register and BK-NEW set on the titles inside the
      *> window.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID          PIC X(5).
               10 BK-NAME        PIC X(30).
               10 BK-AUTHOR      PIC X(30).
               10 BK-GENRE       PIC X(30).
               10 BK-STATUS      PIC X(9).
               10 BK-SEEN-DATE   PIC X(10).
               10 BK-NEW         PIC X.
       01  BK-CNT             PIC 9(4) VALUE 0.
       01  BK-IDX             PIC 9(4) VALUE 0.
       01  BK-SKIP            PIC X(30).
       01  WS-NEW-CNT         PIC 9(4) VALUE 0.
       01  WS-REGISTERED      PIC 9(4) VALUE 0.

       01  ARRIVAL-TABLE.
           05 ARRIVAL-ENTRY OCCURS 1000 TIMES.
               10 AR-ID          PIC X(5).
               10 AR-DATE        PIC X(10).
       01  AR-CNT             PIC 9(4) VALUE 0.
       01  AR-IDX             PIC 9(4) VALUE 0.
       01  AR-SCAN            PIC 9(4) VALUE 0.
       01  WS-REGISTER-EXISTS PIC X VALUE 'N'.

       01  INTEREST-TABLE.
           05 INTEREST-ENTRY OCCURS 3000 TIMES.
               10 IN-MEMBER      PIC X(5).
               10 IN-TYPE        PIC X(6).
               10 IN-VALUE       PIC X(30).
               10 IN-DATE        PIC X(10).
       01  INTEREST-CNT       PIC 9(4) VALUE 0.
       01  INTEREST-IDX       PIC 9(4) VALUE 0.

       01  AUTHOR-TABLE.
           05 AUTHOR-ENTRY OCCURS 500 TIMES.
               10 AU-ID          PIC X(5).
               10 AU-NAME        PIC X(30).
               10 AU-STATUS      PIC X(9).
               10 AU-MERGED-INTO PIC X(5).
       01  AUTHOR-CNT         PIC 9(3) VALUE 0.
       01  AUTHOR-IDX         PIC 9(3) VALUE 0.
       01  WS-AUTHOR-ID       PIC X(5).
       01  WS-AUTHOR-FOUND    PIC 9(3) VALUE 0.

       01  LINK-TABLE.
           05 LINK-ENTRY OCCURS 2000 TIMES.
               10 LN-BOOK-ID     PIC X(5).
               10 LN-AUTHOR-ID   PIC X(5).
       01  LINK-CNT           PIC 9(4) VALUE 0.
       01  LINK-IDX           PIC 9(4) VALUE 0.

       01  TAG-TABLE.
           05 TAG-ENTRY OCCURS 2000 TIMES.
               10 TG-BOOK-ID     PIC X(5).
               10 TG-TAG         PIC X(30).
       01  TAG-CNT            PIC 9(4) VALUE 0.
       01  TAG-IDX            PIC 9(4) VALUE 0.

      *> Contact details for the channel split -- the same columns
      *> CheckLog routes overdue notices with.
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 2000 TIMES.
               10 M-ID           PIC X(5).
               10 M-NAME         PIC X(30).
               10 M-EMAIL        PIC X(35).
               10 M-ADDRESS      PIC X(50).
               10 M-PHONE        PIC X(15).
               10 M-CHANNEL      PIC X(5).
       01  M-CNT              PIC 9(4) VALUE 0.
       01  M-IDX              PIC 9(4) VALUE 0.
       01  WS-MEMBER-FOUND    PIC 9(4) VALUE 0.
       01  Q-CNT              PIC 9(2) VALUE 0.
       01  id_to_email        PIC X(80).
       01  gender_n_flag      PIC X(120).
       01  WS-M-SKIP          PIC X(20).

      *> notice_ledger.csv whole. Level 0 is a new-arrival alert;
      *> 1-3 are CheckLog's overdue escalation and pass through
      *> untouched.
       01  LEDGER-TABLE.
           05 LEDGER-ROW OCCURS 2000 TIMES.
               10 LG-MID         PIC X(5).
               10 LG-BID         PIC X(5).
               10 LG-LEVEL       PIC X.
               10 LG-LAST-DATE   PIC X(10).
               10 LG-DELIV       PIC X(9).
               10 LG-KEEP        PIC X.
       01  LG-CNT             PIC 9(4) VALUE 0.
       01  LG-IDX             PIC 9(4) VALUE 0.
       01  WS-LG-OVER         PIC X VALUE 'N'.
       01  WS-LG-PRUNED       PIC 9(4) VALUE 0.
       01  WS-ALREADY-SENT    PIC X VALUE 'N'.

       01  WS-MATCH           PIC X VALUE 'N'.
       01  WS-REASON          PIC X(45).
       01  WS-ALERTS          PIC 9(6) VALUE 0.
       01  WS-ALERTS-LOST     PIC 9(6) VALUE 0.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
      *-----------------------
       01  USER-CHOICE        PIC 9(2).
       01  BATCH-RESULT       PIC X.
       01  BATCH-COUNT        PIC 9(6).

       PROCEDURE DIVISION USING USER-CHOICE, BATCH-RESULT,
           BATCH-COUNT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           CALL "C$NARG" USING WS-NARG
           IF WS-NARG > 1
               MOVE 'Y' TO BATCH-RESULT
               MOVE 0 TO BATCH-COUNT
           END-IF
      *> notice_ledger.csv is rewritten here as well as in CheckLog,
      *> so this takes the exclusive lock, not the shared one.
           MOVE 'NewArrivals' TO WS-ERRLOG-PROGRAM
           CALL 'FileLock' USING 'LOCK', WS-LOCK-ACQUIRED,
               WS-ERRLOG-PROGRAM
           IF WS-LOCK-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           ELSE
               DISPLAY "Another transaction is updating the library "
                   "files right now. Please try again shortly."
               MOVE 'NewArrivals' TO WS-ERRLOG-PROGRAM
               MOVE 'Lock contention -- new-arrival alerts not sent'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               IF WS-NARG > 1
                   MOVE 'N' TO BATCH-RESULT
               END-IF
           END-IF
           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           STRING WS-TODAY(7:2) DELIMITED BY SIZE "-"
                  WS-TODAY(5:2) DELIMITED BY SIZE "-"
                  WS-TODAY(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY

           MOVE "NAWIN" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-ARRIVAL-WINDOW
           END-IF

           PERFORM LOAD-BOOKS
           IF BK-CNT = 0
               DISPLAY "New arrivals: books.csv is empty or missing."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ARRIVALS
           PERFORM REGISTER-ARRIVALS
           PERFORM REWRITE-ARRIVALS

           IF WS-REGISTER-EXISTS = 'N'
               DISPLAY "New arrivals: register started with " BK-CNT
                   " title(s) already on the shelf."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-LEDGER
           IF WS-LG-OVER = 'Y'
               DISPLAY "notice_ledger.csv holds more entries than "
                   "this run can carry -- no alerts sent."
               MOVE 'NewArrivals' TO WS-ERRLOG-PROGRAM
               MOVE 'notice_ledger.csv over capacity -- alerts held'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM PRUNE-LEDGER

           IF WS-NEW-CNT > 0
               PERFORM LOAD-INTERESTS
               PERFORM LOAD-AUTHORS
               PERFORM LOAD-LINKS
               PERFORM LOAD-TAGS
               PERFORM LOAD-MEMBERS
               OPEN OUTPUT EMAIL-FILE
               OPEN OUTPUT SMS-FILE
               OPEN OUTPUT POST-FILE
               PERFORM VARYING INTEREST-IDX FROM 1 BY 1
                   UNTIL INTEREST-IDX > INTEREST-CNT
                   PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > BK-CNT
                       IF BK-NEW(BK-IDX) = 'Y'
                           PERFORM MATCH-INTEREST
                           IF WS-MATCH = 'Y'
                               PERFORM SEND-ALERT
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE EMAIL-FILE
               CLOSE SMS-FILE
               CLOSE POST-FILE
           END-IF

           IF WS-ALERTS > 0 OR WS-LG-PRUNED > 0
               PERFORM REWRITE-LEDGER
           END-IF

           DISPLAY "New arrivals: " WS-REGISTERED
               " title(s) registered, " WS-NEW-CNT
               " inside the window, " WS-ALERTS " alert(s) sent."
           IF WS-ALERTS-LOST > 0
               DISPLAY WS-ALERTS-LOST " alert(s) held back -- "
                   "notice_ledger.csv is full."
           END-IF
           IF WS-NARG > 1
               MOVE WS-ALERTS TO BATCH-COUNT
           END-IF.

      *-----------------------------------------------------------------
       LOAD-BOOKS.
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
                           MOVE SPACES TO BK-STATUS(BK-CNT)
                           UNSTRING BOOK-LINE DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-AUTHOR(BK-CNT), BK-SKIP,
                                    BK-GENRE(BK-CNT),
                                    BK-STATUS(BK-CNT)
                           MOVE SPACES TO BK-SEEN-DATE(BK-CNT)
                           MOVE 'N' TO BK-NEW(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       LOAD-ARRIVALS.
           MOVE 'N' TO FILE-END
           MOVE 0 TO AR-CNT
           MOVE 'N' TO WS-REGISTER-EXISTS
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REGISTER-EXISTS
           PERFORM UNTIL FILE-END = 'Y'
               READ ARRIVAL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AR-CNT < 1000
                           ADD 1 TO AR-CNT
                           MOVE SPACES TO AR-DATE(AR-CNT)
                           UNSTRING ARRIVAL-LINE DELIMITED BY ","
                               INTO AR-ID(AR-CNT), AR-DATE(AR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARRIVAL-FILE.

      *-----------------------------------------------------------------
      *> Each catalog title picks up its first-seen date; one with
      *> none is new tonight. On the very first run nothing is new
      *> -- the shelf as found is the baseline, dated blank.
       REGISTER-ARRIVALS.
           MOVE 0 TO WS-NEW-CNT
           MOVE 0 TO WS-REGISTERED
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               MOVE 0 TO AR-IDX
               PERFORM VARYING AR-SCAN FROM 1 BY 1
                   UNTIL AR-SCAN > AR-CNT
                   IF AR-ID(AR-SCAN) = BK-ID(BK-IDX)
                       MOVE AR-SCAN TO AR-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF AR-IDX > 0
                   MOVE AR-DATE(AR-IDX) TO BK-SEEN-DATE(BK-IDX)
               ELSE
                   IF WS-REGISTER-EXISTS = 'Y'
                       MOVE WS-TODAY-DISPLAY TO BK-SEEN-DATE(BK-IDX)
                       ADD 1 TO WS-REGISTERED
                   END-IF
               END-IF

               MOVE BK-SEEN-DATE(BK-IDX) TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               IF WS-DATE-OK = 'Y'
                   AND WS-TODAY-INT - WS-DATE-INT < WS-ARRIVAL-WINDOW
                   AND FUNCTION TRIM(BK-STATUS(BK-IDX)) NOT =
                       "WITHDRAWN"
                   MOVE 'Y' TO BK-NEW(BK-IDX)
                   ADD 1 TO WS-NEW-CNT
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Rewritten from the catalog, so a title merged away or
      *> deleted drops off the register with it.
       REWRITE-ARRIVALS.
           OPEN OUTPUT ARRIVAL-FILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               MOVE SPACES TO ARRIVAL-LINE
               STRING BK-ID(BK-IDX) DELIMITED BY SIZE ","
                      BK-SEEN-DATE(BK-IDX) DELIMITED BY SIZE
                   INTO ARRIVAL-LINE
               WRITE ARRIVAL-LINE
           END-PERFORM
           CLOSE ARRIVAL-FILE.

      *-----------------------------------------------------------------
      *> Interest row INTEREST-IDX against new title BK-IDX. An author
      *> interest matches on the bookauthors.csv link or, for a title
      *> not linked yet, on the catalog author text equalling the
      *> authority name; tags and genres match case-blind.
       MATCH-INTEREST.
           MOVE 'N' TO WS-MATCH
           MOVE SPACES TO WS-REASON
           EVALUATE FUNCTION TRIM(IN-TYPE(INTEREST-IDX))
               WHEN "GENRE"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(BK-GENRE
                       (BK-IDX))) = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(IN-VALUE(INTEREST-IDX)))
                       MOVE 'Y' TO WS-MATCH
                   END-IF
               WHEN "TAG"
                   PERFORM VARYING TAG-IDX FROM 1 BY 1
                       UNTIL TAG-IDX > TAG-CNT OR WS-MATCH = 'Y'
                       IF TG-BOOK-ID(TAG-IDX) = BK-ID(BK-IDX)
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM
                           (TG-TAG(TAG-IDX))) = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(IN-VALUE(INTEREST-IDX)))
                           MOVE 'Y' TO WS-MATCH
                       END-IF
                   END-PERFORM
               WHEN "AUTHOR"
                   MOVE IN-VALUE(INTEREST-IDX) TO WS-AUTHOR-ID
                   PERFORM FIND-AUTHOR
                   PERFORM VARYING LINK-IDX FROM 1 BY 1
                       UNTIL LINK-IDX > LINK-CNT OR WS-MATCH = 'Y'
                       IF LN-BOOK-ID(LINK-IDX) = BK-ID(BK-IDX)
                           AND LN-AUTHOR-ID(LINK-IDX) = WS-AUTHOR-ID
                           MOVE 'Y' TO WS-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-MATCH = 'N' AND WS-AUTHOR-FOUND > 0
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(BK-AUTHOR
                           (BK-IDX))) = FUNCTION UPPER-CASE(
                           FUNCTION TRIM(AU-NAME(WS-AUTHOR-FOUND)))
                           MOVE 'Y' TO WS-MATCH
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-MATCH = 'Y'
               IF FUNCTION TRIM(IN-TYPE(INTEREST-IDX)) = "AUTHOR"
                   AND WS-AUTHOR-FOUND > 0
                   STRING "author " DELIMITED BY SIZE
                          FUNCTION TRIM(AU-NAME(WS-AUTHOR-FOUND))
                              DELIMITED BY SIZE
                       INTO WS-REASON
               ELSE
                   STRING FUNCTION LOWER-CASE(FUNCTION TRIM(
                              IN-TYPE(INTEREST-IDX))) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(IN-VALUE(INTEREST-IDX))
                              DELIMITED BY SIZE
                       INTO WS-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> WS-AUTHOR-ID -> WS-AUTHOR-FOUND, one hop through a MERGED
      *> entry to its survivor as AuthorMaint keeps them.
       FIND-AUTHOR.
           MOVE 0 TO WS-AUTHOR-FOUND
           PERFORM VARYING AUTHOR-IDX FROM 1 BY 1
               UNTIL AUTHOR-IDX > AUTHOR-CNT
               IF AU-ID(AUTHOR-IDX) = WS-AUTHOR-ID
                   MOVE AUTHOR-IDX TO WS-AUTHOR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AUTHOR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(AU-STATUS(WS-AUTHOR-FOUND)) = "MERGED"
               MOVE AU-MERGED-INTO(WS-AUTHOR-FOUND) TO WS-AUTHOR-ID
               MOVE 0 TO WS-AUTHOR-FOUND
               PERFORM VARYING AUTHOR-IDX FROM 1 BY 1
                   UNTIL AUTHOR-IDX > AUTHOR-CNT
                   IF AU-ID(AUTHOR-IDX) = WS-AUTHOR-ID
                       MOVE AUTHOR-IDX TO WS-AUTHOR-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *> One alert per member per title, ever -- a second interest
      *> matching the same title, or tomorrow's run while the title
      *> is still inside the window, finds the level-0 ledger row.
       SEND-ALERT.
           MOVE 'N' TO WS-ALREADY-SENT
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT
               IF LG-LEVEL(LG-IDX) = "0"
                   AND LG-MID(LG-IDX) = IN-MEMBER(INTEREST-IDX)
                   AND LG-BID(LG-IDX) = BK-ID(BK-IDX)
                   MOVE 'Y' TO WS-ALREADY-SENT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ALREADY-SENT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MEMBER-FOUND
           PERFORM VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > M-CNT
               IF M-ID(M-IDX) = IN-MEMBER(INTEREST-IDX)
                   MOVE M-IDX TO WS-MEMBER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MEMBER-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           IF LG-CNT >= 2000
               ADD 1 TO WS-ALERTS-LOST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LG-CNT
           MOVE IN-MEMBER(INTEREST-IDX) TO LG-MID(LG-CNT)
           MOVE BK-ID(BK-IDX) TO LG-BID(LG-CNT)
           MOVE "0" TO LG-LEVEL(LG-CNT)
           MOVE WS-TODAY-DISPLAY TO LG-LAST-DATE(LG-CNT)
           MOVE SPACES TO LG-DELIV(LG-CNT)
           MOVE 'Y' TO LG-KEEP(LG-CNT)

           MOVE WS-MEMBER-FOUND TO M-IDX
           EVALUATE FUNCTION TRIM(M-CHANNEL(M-IDX))
               WHEN "SMS"
                   PERFORM WRITE-SMS-ALERT
               WHEN "POST"
                   PERFORM WRITE-POST-ALERT
               WHEN OTHER
                   PERFORM WRITE-EMAIL-ALERT
           END-EVALUATE
           ADD 1 TO WS-ALERTS.

      *-----------------------------------------------------------------
       WRITE-EMAIL-ALERT.
           MOVE SPACES TO EMAIL-LINE
           STRING M-ID(M-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(M-NAME(M-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(M-EMAIL(M-IDX)) DELIMITED BY SIZE ","
                  BK-ID(BK-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-NAME(BK-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-AUTHOR(BK-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO EMAIL-LINE
           WRITE EMAIL-LINE.

      *-----------------------------------------------------------------
       WRITE-SMS-ALERT.
           MOVE SPACES TO SMS-LINE
           STRING M-ID(M-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(M-NAME(M-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(M-PHONE(M-IDX)) DELIMITED BY SIZE ","
                  BK-ID(BK-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-NAME(BK-IDX)) DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO SMS-LINE
           WRITE SMS-LINE.

      *-----------------------------------------------------------------
      *> One addressed letter block per alert, ready for the printer,
      *> in the shape of CheckLog's postal overdue run.
       WRITE-POST-ALERT.
           MOVE ALL "*" TO POST-LINE(1:40)
           MOVE SPACES TO POST-LINE(41:)
           WRITE POST-LINE
           MOVE SPACES TO POST-LINE
           STRING "To: " DELIMITED BY SIZE
                  FUNCTION TRIM(M-NAME(M-IDX)) DELIMITED BY SIZE
                  " (member " DELIMITED BY SIZE
                  M-ID(M-IDX) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO POST-LINE
           WRITE POST-LINE
           MOVE SPACES TO POST-LINE
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(M-ADDRESS(M-IDX)) DELIMITED BY SIZE
               INTO POST-LINE
           WRITE POST-LINE
           MOVE SPACES TO POST-LINE
           STRING "A new title you follow has arrived: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(BK-NAME(BK-IDX)) DELIMITED BY SIZE
               INTO POST-LINE
           WRITE POST-LINE
           MOVE SPACES TO POST-LINE
           STRING "by " DELIMITED BY SIZE
                  FUNCTION TRIM(BK-AUTHOR(BK-IDX)) DELIMITED BY SIZE
                  " (book " DELIMITED BY SIZE
                  BK-ID(BK-IDX) DELIMITED BY SIZE
                  "), matching your interest in " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
               INTO POST-LINE
           WRITE POST-LINE
           MOVE "Ask at the desk or place a hold to reserve a copy."
               TO POST-LINE
           WRITE POST-LINE
           MOVE SPACES TO POST-LINE
           WRITE POST-LINE.

      *-----------------------------------------------------------------
       LOAD-INTERESTS.
           MOVE 'N' TO FILE-END
           MOVE 0 TO INTEREST-CNT
           OPEN INPUT INTEREST-FILE
           IF WS-INTEREST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INTEREST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF INTEREST-CNT < 3000
                           ADD 1 TO INTEREST-CNT
                           UNSTRING INTEREST-LINE DELIMITED BY ","
                               INTO IN-MEMBER(INTEREST-CNT),
                                    IN-TYPE(INTEREST-CNT),
                                    IN-VALUE(INTEREST-CNT),
                                    IN-DATE(INTEREST-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTEREST-FILE.

      *-----------------------------------------------------------------
       LOAD-AUTHORS.
           MOVE 'N' TO FILE-END
           MOVE 0 TO AUTHOR-CNT
           OPEN INPUT AUTHOR-FILE
           IF WS-AUTHOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ AUTHOR-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AUTHOR-CNT < 500
                           ADD 1 TO AUTHOR-CNT
                           MOVE SPACES TO AU-MERGED-INTO(AUTHOR-CNT)
                           UNSTRING AUTHOR-LINE DELIMITED BY ","
                               INTO AU-ID(AUTHOR-CNT),
                                    AU-NAME(AUTHOR-CNT),
                                    AU-STATUS(AUTHOR-CNT),
                                    AU-MERGED-INTO(AUTHOR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTHOR-FILE.

      *-----------------------------------------------------------------
       LOAD-LINKS.
           MOVE 'N' TO FILE-END
           MOVE 0 TO LINK-CNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LINK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LINK-CNT < 2000
                           ADD 1 TO LINK-CNT
                           UNSTRING LINK-LINE DELIMITED BY ","
                               INTO LN-BOOK-ID(LINK-CNT),
                                    LN-AUTHOR-ID(LINK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

      *-----------------------------------------------------------------
       LOAD-TAGS.
           MOVE 'N' TO FILE-END
           MOVE 0 TO TAG-CNT
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TAG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF TAG-CNT < 2000
                           ADD 1 TO TAG-CNT
                           UNSTRING TAG-LINE DELIMITED BY ","
                               INTO TG-BOOK-ID(TAG-CNT),
                                    TG-TAG(TAG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAG-FILE.

      *-----------------------------------------------------------------
      *> Quoted-address and plain rows both, as CheckLog reads them;
      *> a blank channel is EMAIL.
       LOAD-MEMBERS.
           MOVE 'N' TO FILE-END
           MOVE 0 TO M-CNT
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF M-CNT < 2000
                           ADD 1 TO M-CNT
                           MOVE SPACES TO M-PHONE(M-CNT)
                           MOVE SPACES TO M-CHANNEL(M-CNT)
                           MOVE 0 TO Q-CNT
                           INSPECT MEMBER-LINE TALLYING Q-CNT
                               FOR ALL '"'
                           IF Q-CNT > 0
                               UNSTRING MEMBER-LINE DELIMITED BY '"'
                                   INTO id_to_email, M-ADDRESS(M-CNT),
                                        gender_n_flag
                               UNSTRING id_to_email DELIMITED BY ","
                                   INTO M-ID(M-CNT), M-NAME(M-CNT),
                                        M-EMAIL(M-CNT)
                               UNSTRING gender_n_flag DELIMITED BY ","
                                   INTO WS-M-SKIP, WS-M-SKIP,
                                        WS-M-SKIP, WS-M-SKIP,
                                        WS-M-SKIP, M-PHONE(M-CNT),
                                        WS-M-SKIP, WS-M-SKIP,
                                        WS-M-SKIP, M-CHANNEL(M-CNT)
                           ELSE
                               UNSTRING MEMBER-LINE DELIMITED BY ","
                                   INTO M-ID(M-CNT), M-NAME(M-CNT),
                                        M-EMAIL(M-CNT),
                                        M-ADDRESS(M-CNT),
                                        WS-M-SKIP, WS-M-SKIP,
                                        WS-M-SKIP, WS-M-SKIP,
                                        M-PHONE(M-CNT), WS-M-SKIP,
                                        WS-M-SKIP, WS-M-SKIP,
                                        M-CHANNEL(M-CNT)
                           END-IF
                           IF FUNCTION TRIM(M-CHANNEL(M-CNT)) = SPACE
                               MOVE "EMAIL" TO M-CHANNEL(M-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

      *-----------------------------------------------------------------
       LOAD-LEDGER.
           MOVE 'N' TO FILE-END
           MOVE 0 TO LG-CNT
           MOVE 'N' TO WS-LG-OVER
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LEDGER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LG-CNT < 2000
                           ADD 1 TO LG-CNT
                           MOVE SPACES TO LG-DELIV(LG-CNT)
                           UNSTRING LEDGER-LINE DELIMITED BY ","
                               INTO LG-MID(LG-CNT), LG-BID(LG-CNT),
                                    LG-LEVEL(LG-CNT),
                                    LG-LAST-DATE(LG-CNT),
                                    LG-DELIV(LG-CNT)
                           MOVE 'Y' TO LG-KEEP(LG-CNT)
                       ELSE
                           MOVE 'Y' TO WS-LG-OVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *-----------------------------------------------------------------
      *> A level-0 row older than the window can never block another
      *> alert -- its title is no longer new -- so it goes.
       PRUNE-LEDGER.
           MOVE 0 TO WS-LG-PRUNED
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT
               IF LG-LEVEL(LG-IDX) = "0"
                   MOVE LG-LAST-DATE(LG-IDX) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-OK = 'Y'
                       AND WS-TODAY-INT - WS-DATE-INT >
                           WS-ARRIVAL-WINDOW
                       MOVE 'N' TO LG-KEEP(LG-IDX)
                       ADD 1 TO WS-LG-PRUNED
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       REWRITE-LEDGER.
           OPEN OUTPUT LEDGER-FILE
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT
               IF LG-KEEP(LG-IDX) = 'Y'
                   MOVE SPACES TO LEDGER-LINE
                   STRING LG-MID(LG-IDX) DELIMITED BY SIZE ","
                          LG-BID(LG-IDX) DELIMITED BY SIZE ","
                          LG-LEVEL(LG-IDX) DELIMITED BY SIZE ","
                          LG-LAST-DATE(LG-IDX) DELIMITED BY SIZE ","
                          LG-DELIV(LG-IDX) DELIMITED BY SIZE
                       INTO LEDGER-LINE
                   WRITE LEDGER-LINE
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE.

      *-----------------------------------------------------------------
      *> WS-DATE-IN (DD-MM-YYYY) -> WS-DATE-INT, with WS-DATE-OK
      *> flagging blank or unparseable dates.
       CONVERT-DATE-TO-INT.
           MOVE 'N' TO WS-DATE-OK
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-IN(1:2) NUMERIC AND WS-DATE-IN(4:2) NUMERIC
               AND WS-DATE-IN(7:4) NUMERIC
               AND WS-DATE-IN(3:1) = "-" AND WS-DATE-IN(6:1) = "-"
               STRING WS-DATE-IN(7:4) DELIMITED BY SIZE
                      WS-DATE-IN(4:2) DELIMITED BY SIZE
                      WS-DATE-IN(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-DIGITS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               MOVE 'Y' TO WS-DATE-OK
           END-IF.

       END PROGRAM NewArrivals.
