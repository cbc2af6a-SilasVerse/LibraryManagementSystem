      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: How holds actually went, against what HoldEstimate
      *          told the members. For the holds requested in a date
      *          range (holds.csv keeps every hold's row whatever
      *          became of it) the report gives, per pickup branch
      *          (blank pickup = the title's home branch) and per
      *          genre:
      *            - holds placed, and how many reached the hold
      *              shelf (a READY notify date);
      *            - average and longest days from request to READY;
      *            - average and longest days from READY to pickup --
      *              the member's first loan of the title on or after
      *              the READY date in log.csv or log_archive.csv;
      *            - the no-show rate: EXPIRED holds against all that
      *              reached the shelf and were either collected or
      *              left to expire;
      *            - the share filled by a copy sent over from
      *              another branch (a transfer_manifest.csv row for
      *              the member and title between request and READY);
      *            - cancellations, and holds still waiting.
      *          Titles whose holds waited HLWAI days or more (default
      *          30) -- or are still waiting that long -- are listed.
      *          Last, the READY dates are set against the estimate
      *          HoldEstimateLog kept when each hold was placed
      *          (hold_estimates.csv): how many days off on average,
      *          how many came late or early, and how many within
      *          three days. Holds placed before estimates were kept
      *          are left out of that comparison only. The report
      *          goes to hold_performance.txt with a summary on the
      *          screen; the run calendar (USER-CHOICE 99) reports
      *          the year to date. Reads only, so it takes the shared
      *          lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldPerformance IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ESTIMATE-FILE ASSIGN TO "../hold_estimates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTIMATE-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "../transfer_manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../hold_performance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  ESTIMATE-FILE.
       01  ESTIMATE-REC    PIC X(80).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS     PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-ESTIMATE-STATUS PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-ARCHIVE-STATUS  PIC XX.
       01  WS-MANIFEST-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  SYS-DATE           PIC 9(8).
       01  SYS-DATE-INT       PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-FROM-IN         PIC X(10).
       01  WS-TO-IN           PIC X(10).
       01  WS-FROM-INT        PIC 9(8).
       01  WS-TO-INT          PIC 9(8).
       01  WS-DATE-IN         PIC X(10).
       01  WS-DATE-OUT-INT    PIC 9(8).
       01  WS-DATE-OK         PIC X.
       01  WS-DATE-DIGITS     PIC 9(8).

      *> The titles, with each one's hold waits for the long-wait
      *> list.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID         PIC X(5).
               10 BK-NAME       PIC X(30).
               10 BK-GENRE      PIC X(30).
               10 BK-BRANCH     PIC X(10).
               10 BK-HOLDS      PIC 9(5).
               10 BK-READY      PIC 9(5).
               10 BK-WAIT-DAYS  PIC 9(7).
               10 BK-WAIT-MAX   PIC 9(4).
               10 BK-OPEN-MAX   PIC 9(4).
       01  BK-CNT             PIC 9(4) VALUE 0.
       01  BK-IDX             PIC 9(4) VALUE 0.
       01  BK-SKIP            PIC X(30).
       01  BK-ISBN            PIC X(17).

      *> The holds requested in the range.
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 2000 TIMES.
               10 HT-BOOK       PIC X(5).
               10 HT-MEMBER     PIC X(5).
               10 HT-REQ-DATE   PIC X(10).
               10 HT-REQ-INT    PIC 9(8).
               10 HT-READY-INT  PIC 9(8).
               10 HT-STATUS     PIC X(9).
               10 HT-BRANCH     PIC X(10).
               10 HT-BK-IDX     PIC 9(4).
               10 HT-PICK-INT   PIC 9(8).
               10 HT-TRANSFER   PIC X.
               10 HT-EST-INT    PIC 9(8).
       01  HT-CNT             PIC 9(4) VALUE 0.
       01  HT-IDX             PIC 9(4) VALUE 0.
       01  HD-BOOK-ID         PIC X(5).
       01  HD-MEMBER-ID       PIC X(5).
       01  HD-REQ-DATE        PIC X(10).
       01  HD-NOTIFIED        PIC X(1).
       01  HD-NOTIFY-DATE     PIC X(10).
       01  HD-STATUS          PIC X(9).
       01  HD-PICKUP          PIC X(10).
       01  WS-HOLDS-SKIPPED   PIC 9(5) VALUE 0.

       01  ES-BOOK            PIC X(5).
       01  ES-MEMBER          PIC X(5).
       01  ES-REQ-DATE        PIC X(10).
       01  ES-POSITION        PIC X(4).
       01  ES-DAYS            PIC X(4).
       01  ES-DATE            PIC X(10).

       01  LG-TRAN            PIC X(5).
       01  LG-MEMBER          PIC X(5).
       01  LG-BOOK            PIC X(5).
       01  LG-START           PIC X(10).
       01  LG-START-INT       PIC 9(8).

       01  MF-DATE            PIC X(10).
       01  MF-COPY            PIC X(6).
       01  MF-BOOK            PIC X(5).
       01  MF-FROM            PIC X(10).
       01  MF-TO              PIC X(10).
       01  MF-MEMBER          PIC X(5).
       01  MF-DATE-INT        PIC 9(8).

      *> One table for both breakdowns: kind B (pickup branch) and
      *> kind G (genre).
       01  SEGMENT-TABLE.
           05 SEGMENT-ENTRY OCCURS 80 TIMES.
               10 SG-KIND       PIC X.
               10 SG-KEY        PIC X(30).
               10 SG-HOLDS      PIC 9(5).
               10 SG-READY      PIC 9(5).
               10 SG-WAIT-DAYS  PIC 9(7).
               10 SG-WAIT-MAX   PIC 9(4).
               10 SG-PICKED     PIC 9(5).
               10 SG-PICK-DAYS  PIC 9(7).
               10 SG-PICK-MAX   PIC 9(4).
               10 SG-EXPIRED    PIC 9(5).
               10 SG-TRANSFER   PIC 9(5).
               10 SG-CANCELLED  PIC 9(5).
               10 SG-WAITING    PIC 9(5).
       01  SG-CNT             PIC 9(2) VALUE 0.
       01  SG-IDX             PIC 9(2) VALUE 0.
       01  SG-MATCH           PIC 9(2) VALUE 0.
       01  WS-SEG-KIND        PIC X.
       01  WS-SEG-KEY         PIC X(30).

       01  WS-WAIT            PIC 9(4) VALUE 0.
       01  WS-PICK            PIC 9(4) VALUE 0.
       01  WS-LONG-DAYS       PIC 9(4) VALUE 30.
       01  WS-LONG-CNT        PIC 9(4) VALUE 0.

      *> Totals across every hold in the range.
       01  WS-TOT-HOLDS       PIC 9(5) VALUE 0.
       01  WS-TOT-READY       PIC 9(5) VALUE 0.
       01  WS-TOT-WAIT-DAYS   PIC 9(7) VALUE 0.
       01  WS-TOT-WAIT-MAX    PIC 9(4) VALUE 0.
       01  WS-TOT-PICKED      PIC 9(5) VALUE 0.
       01  WS-TOT-PICK-DAYS   PIC 9(7) VALUE 0.
       01  WS-TOT-PICK-MAX    PIC 9(4) VALUE 0.
       01  WS-TOT-EXPIRED     PIC 9(5) VALUE 0.
       01  WS-TOT-TRANSFER    PIC 9(5) VALUE 0.
       01  WS-TOT-CANCELLED   PIC 9(5) VALUE 0.
       01  WS-TOT-WAITING     PIC 9(5) VALUE 0.

      *> Estimate against outcome, in days (READY minus estimate).
       01  WS-EST-COMPARED    PIC 9(5) VALUE 0.
       01  WS-EST-MISSING     PIC 9(5) VALUE 0.
       01  WS-EST-LATE        PIC 9(5) VALUE 0.
       01  WS-EST-EARLY       PIC 9(5) VALUE 0.
       01  WS-EST-CLOSE       PIC 9(5) VALUE 0.
       01  WS-EST-ABS-SUM     PIC 9(7) VALUE 0.
       01  WS-EST-NET-SUM     PIC S9(7) VALUE 0.
       01  WS-EST-DIFF        PIC S9(5) VALUE 0.
       01  WS-EST-WORST       PIC 9(4) VALUE 0.

      *> One printed breakdown line's working figures.
       01  PR-KEY             PIC X(14).
       01  PR-HOLDS           PIC 9(5).
       01  PR-READY           PIC 9(5).
       01  PR-WAIT-DAYS       PIC 9(7).
       01  PR-WAIT-MAX        PIC 9(4).
       01  PR-PICKED          PIC 9(5).
       01  PR-PICK-DAYS       PIC 9(7).
       01  PR-PICK-MAX        PIC 9(4).
       01  PR-EXPIRED         PIC 9(5).
       01  PR-TRANSFER        PIC 9(5).
       01  PR-CANCELLED       PIC 9(5).
       01  PR-WAITING         PIC 9(5).
       01  WS-AVG             PIC 9(4)V9 VALUE 0.
       01  WS-PCT             PIC 9(3) VALUE 0.
       01  WS-CONCLUDED       PIC 9(5) VALUE 0.
       01  ED-COUNT           PIC ZZZZ9.
       01  ED-AVG             PIC ZZZ9.9.
       01  ED-AVG2            PIC ZZZ9.9.
       01  ED-MAX             PIC ZZZ9.
       01  ED-MAX2            PIC ZZZ9.
       01  ED-PCT             PIC ZZ9.
       01  ED-PCT2            PIC ZZ9.
       01  ED-COUNT2          PIC ZZZZ9.
       01  ED-COUNT3          PIC ZZZZ9.
       01  ED-COUNT4          PIC ZZZZ9.
       01  ED-NET             PIC ----9.9.

      *> Long-wait threshold parameter -- see GetParam.
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

       01  WS-SHARE-ACQUIRED  PIC X VALUE 'N'.
       01  WS-SHARE-OWNER     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> A shared lock is enough -- the report only reads.
           MOVE 'HoldPerformance' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'SUNL', WS-SHARE-ACQUIRED
           ELSE
               DISPLAY "A transaction is rewriting the library "
                   "files right now. Please try again shortly."
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
           MOVE SPACES TO WS-FROM-IN
           STRING "01-01-" DELIMITED BY SIZE
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-FROM-IN
           MOVE WS-TODAY-DISPLAY TO WS-TO-IN

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> the year to date, no prompts.
           IF USER-CHOICE NOT = 99
               DISPLAY "Holds requested from (DD-MM-YYYY, blank = "
                   WS-FROM-IN "): "
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN NOT = SPACES
                   MOVE WS-DATE-IN TO WS-FROM-IN
               END-IF
               DISPLAY "Holds requested to (DD-MM-YYYY, blank = "
                   WS-TO-IN "): "
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN NOT = SPACES
                   MOVE WS-DATE-IN TO WS-TO-IN
               END-IF
           END-IF
           MOVE WS-FROM-IN TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-FROM-INT
           MOVE WS-TO-IN TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y' OR WS-DATE-OUT-INT < WS-FROM-INT
               DISPLAY "Invalid period."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-TO-INT

           MOVE "HLWAI" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 10000
               MOVE WS-PARAM-VALUE TO WS-LONG-DAYS
           END-IF

           PERFORM LOAD-BOOKS
           PERFORM LOAD-HOLDS
           PERFORM FIND-PICKUPS
           PERFORM FIND-TRANSFERS
           PERFORM MATCH-ESTIMATES
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
               PERFORM TALLY-ONE-HOLD
           END-PERFORM
           PERFORM WRITE-REPORT

           DISPLAY "-----------------------------------"
           DISPLAY "Hold performance " WS-FROM-IN " to " WS-TO-IN
           MOVE WS-TOT-HOLDS TO ED-COUNT
           MOVE WS-TOT-READY TO ED-COUNT2
           DISPLAY "  Holds " FUNCTION TRIM(ED-COUNT) ", reached the "
               "shelf " FUNCTION TRIM(ED-COUNT2)
           IF WS-TOT-READY > 0
               COMPUTE WS-AVG ROUNDED =
                   WS-TOT-WAIT-DAYS / WS-TOT-READY
               MOVE WS-AVG TO ED-AVG
               MOVE WS-TOT-WAIT-MAX TO ED-MAX
               DISPLAY "  Request to READY: average "
                   FUNCTION TRIM(ED-AVG) " days, longest "
                   FUNCTION TRIM(ED-MAX)
           END-IF
           IF WS-EST-COMPARED > 0
               COMPUTE WS-AVG ROUNDED =
                   WS-EST-ABS-SUM / WS-EST-COMPARED
               MOVE WS-AVG TO ED-AVG
               DISPLAY "  Estimates off by " FUNCTION TRIM(ED-AVG)
                   " days on average"
           END-IF
           DISPLAY "  Full report in hold_performance.txt."
           DISPLAY "-----------------------------------".

      *-----------------------------------------------------------------
      *> books.csv: id,name,author,count,genre,status,isbn,branch
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
                       IF BK-CNT < 1000
                           ADD 1 TO BK-CNT
                           INITIALIZE BOOK-ENTRY(BK-CNT)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-SKIP, BK-SKIP,
                                    BK-GENRE(BK-CNT), BK-SKIP,
                                    BK-ISBN, BK-BRANCH(BK-CNT)
                           MOVE FUNCTION TRIM(BK-GENRE(BK-CNT))
                               TO BK-GENRE(BK-CNT)
                           MOVE FUNCTION TRIM(BK-BRANCH(BK-CNT))
                               TO BK-BRANCH(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> holds.csv: book,member,requested,notified,notify date,
      *> status,pickup branch -- the rows requested in the range.
       LOAD-HOLDS.
           MOVE 0 TO HT-CNT
           MOVE 0 TO WS-HOLDS-SKIPPED
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO HD-NOTIFY-DATE HD-STATUS
                           HD-PICKUP
                       UNSTRING HOLD-REC DELIMITED BY ","
                           INTO HD-BOOK-ID, HD-MEMBER-ID, HD-REQ-DATE,
                                HD-NOTIFIED, HD-NOTIFY-DATE, HD-STATUS,
                                HD-PICKUP
                       MOVE HD-REQ-DATE TO WS-DATE-IN
                       PERFORM CONVERT-DATE-TO-INT
                       IF WS-DATE-OK = 'Y'
                           AND WS-DATE-OUT-INT >= WS-FROM-INT
                           AND WS-DATE-OUT-INT <= WS-TO-INT
                           PERFORM KEEP-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       KEEP-ONE-HOLD.
           IF HT-CNT >= 2000
               ADD 1 TO WS-HOLDS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HT-CNT
           INITIALIZE HOLD-ENTRY(HT-CNT)
           MOVE HD-BOOK-ID TO HT-BOOK(HT-CNT)
           MOVE HD-MEMBER-ID TO HT-MEMBER(HT-CNT)
           MOVE HD-REQ-DATE TO HT-REQ-DATE(HT-CNT)
           MOVE WS-DATE-OUT-INT TO HT-REQ-INT(HT-CNT)
           MOVE FUNCTION TRIM(HD-STATUS) TO HT-STATUS(HT-CNT)
           IF HT-STATUS(HT-CNT) = SPACES
               IF HD-NOTIFIED = "Y"
                   MOVE "READY" TO HT-STATUS(HT-CNT)
               ELSE
                   MOVE "WAITING" TO HT-STATUS(HT-CNT)
               END-IF
           END-IF
           MOVE 'N' TO HT-TRANSFER(HT-CNT)
      *> A hold has reached the shelf once it carries a notify date.
           MOVE HD-NOTIFY-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK = 'Y'
               AND WS-DATE-OUT-INT >= HT-REQ-INT(HT-CNT)
               MOVE WS-DATE-OUT-INT TO HT-READY-INT(HT-CNT)
           END-IF
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = HD-BOOK-ID
                   MOVE BK-IDX TO HT-BK-IDX(HT-CNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HD-PICKUP))
               TO HT-BRANCH(HT-CNT)
           IF HT-BRANCH(HT-CNT) = SPACES AND HT-BK-IDX(HT-CNT) > 0
               MOVE BK-BRANCH(HT-BK-IDX(HT-CNT)) TO HT-BRANCH(HT-CNT)
           END-IF
           IF HT-BRANCH(HT-CNT) = SPACES
               MOVE "MAIN" TO HT-BRANCH(HT-CNT)
           END-IF.

      *-----------------------------------------------------------------
      *> A FULFILLED hold's pickup is the member's first loan of the
      *> title on or after its READY date, live log or archive.
       FIND-PICKUPS.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           UNSTRING LOG-REC DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK,
                                    LG-START
                           PERFORM MATCH-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           UNSTRING ARCHIVE-REC DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK,
                                    LG-START
                           PERFORM MATCH-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       MATCH-ONE-LOAN.
           MOVE LG-START TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO LG-START-INT
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
               IF HT-MEMBER(HT-IDX) = LG-MEMBER
                   AND HT-BOOK(HT-IDX) = LG-BOOK
                   AND HT-STATUS(HT-IDX) = "FULFILLED"
                   AND HT-READY-INT(HT-IDX) > 0
                   AND LG-START-INT >= HT-READY-INT(HT-IDX)
                   IF HT-PICK-INT(HT-IDX) = 0
                       OR LG-START-INT < HT-PICK-INT(HT-IDX)
                       MOVE LG-START-INT TO HT-PICK-INT(HT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> transfer_manifest.csv: date,copy,book,from,to,member,state
      *> -- a copy sent for the member's hold between the request
      *> and the READY date filled it from another branch.
       FIND-TRANSFERS.
           MOVE 'N' TO FILE-END
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MANIFEST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO MF-MEMBER
                       UNSTRING MANIFEST-REC DELIMITED BY ","
                           INTO MF-DATE, MF-COPY, MF-BOOK, MF-FROM,
                                MF-TO, MF-MEMBER
                       MOVE MF-DATE TO WS-DATE-IN
                       PERFORM CONVERT-DATE-TO-INT
                       IF WS-DATE-OK = 'Y' AND MF-MEMBER NOT = SPACES
                           MOVE WS-DATE-OUT-INT TO MF-DATE-INT
                           PERFORM MATCH-ONE-TRANSFER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       MATCH-ONE-TRANSFER.
           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-CNT
               IF HT-MEMBER(HT-IDX) = MF-MEMBER
                   AND HT-BOOK(HT-IDX) = MF-BOOK
                   AND MF-DATE-INT >= HT-REQ-INT(HT-IDX)
                   AND (HT-READY-INT(HT-IDX) = 0
                     OR MF-DATE-INT <= HT-READY-INT(HT-IDX))
                   MOVE 'Y' TO HT-TRANSFER(HT-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> hold_estimates.csv: book,member,requested,position,days,
      *> estimated ready date -- matched to the hold by all three
      *> keys.
       MATCH-ESTIMATES.
           MOVE 'N' TO FILE-END
           OPEN INPUT ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ESTIMATE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO ES-DATE
                       UNSTRING ESTIMATE-REC DELIMITED BY ","
                           INTO ES-BOOK, ES-MEMBER, ES-REQ-DATE,
                                ES-POSITION, ES-DAYS, ES-DATE
                       MOVE ES-DATE TO WS-DATE-IN
                       PERFORM CONVERT-DATE-TO-INT
                       IF WS-DATE-OK = 'Y'
                           PERFORM VARYING HT-IDX FROM 1 BY 1
                               UNTIL HT-IDX > HT-CNT
                               IF HT-BOOK(HT-IDX) = ES-BOOK
                                   AND HT-MEMBER(HT-IDX) = ES-MEMBER
                                   AND HT-REQ-DATE(HT-IDX) =
                                       ES-REQ-DATE
                                   MOVE WS-DATE-OUT-INT
                                       TO HT-EST-INT(HT-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTIMATE-FILE.

      *-----------------------------------------------------------------
      *> One hold into the totals, its branch and genre lines, its
      *> title's waits and the estimate comparison.
       TALLY-ONE-HOLD.
           MOVE 0 TO WS-WAIT
           MOVE 0 TO WS-PICK
           IF HT-READY-INT(HT-IDX) > 0
               COMPUTE WS-WAIT =
                   HT-READY-INT(HT-IDX) - HT-REQ-INT(HT-IDX)
           END-IF
           IF HT-PICK-INT(HT-IDX) > 0
               COMPUTE WS-PICK =
                   HT-PICK-INT(HT-IDX) - HT-READY-INT(HT-IDX)
           END-IF

           ADD 1 TO WS-TOT-HOLDS
           EVALUATE HT-STATUS(HT-IDX)
               WHEN "EXPIRED"
                   ADD 1 TO WS-TOT-EXPIRED
               WHEN "CANCELLED"
                   ADD 1 TO WS-TOT-CANCELLED
               WHEN "WAITING"
               WHEN "ROUTED"
                   ADD 1 TO WS-TOT-WAITING
           END-EVALUATE
           IF HT-READY-INT(HT-IDX) > 0
               ADD 1 TO WS-TOT-READY
               ADD WS-WAIT TO WS-TOT-WAIT-DAYS
               IF WS-WAIT > WS-TOT-WAIT-MAX
                   MOVE WS-WAIT TO WS-TOT-WAIT-MAX
               END-IF
               IF HT-TRANSFER(HT-IDX) = 'Y'
                   ADD 1 TO WS-TOT-TRANSFER
               END-IF
           END-IF
           IF HT-PICK-INT(HT-IDX) > 0
               ADD 1 TO WS-TOT-PICKED
               ADD WS-PICK TO WS-TOT-PICK-DAYS
               IF WS-PICK > WS-TOT-PICK-MAX
                   MOVE WS-PICK TO WS-TOT-PICK-MAX
               END-IF
           END-IF

           MOVE "B" TO WS-SEG-KIND
           MOVE HT-BRANCH(HT-IDX) TO WS-SEG-KEY
           PERFORM TALLY-SEGMENT
           MOVE "G" TO WS-SEG-KIND
           IF HT-BK-IDX(HT-IDX) > 0
               MOVE BK-GENRE(HT-BK-IDX(HT-IDX)) TO WS-SEG-KEY
           ELSE
               MOVE SPACES TO WS-SEG-KEY
           END-IF
           IF WS-SEG-KEY = SPACES
               MOVE "(no genre)" TO WS-SEG-KEY
           END-IF
           PERFORM TALLY-SEGMENT

           IF HT-BK-IDX(HT-IDX) > 0
               MOVE HT-BK-IDX(HT-IDX) TO BK-IDX
               ADD 1 TO BK-HOLDS(BK-IDX)
               IF HT-READY-INT(HT-IDX) > 0
                   ADD 1 TO BK-READY(BK-IDX)
                   ADD WS-WAIT TO BK-WAIT-DAYS(BK-IDX)
                   IF WS-WAIT > BK-WAIT-MAX(BK-IDX)
                       MOVE WS-WAIT TO BK-WAIT-MAX(BK-IDX)
                   END-IF
               END-IF
               IF HT-STATUS(HT-IDX) = "WAITING"
                   OR HT-STATUS(HT-IDX) = "ROUTED"
                   COMPUTE WS-WAIT = SYS-DATE-INT - HT-REQ-INT(HT-IDX)
                   IF WS-WAIT > BK-OPEN-MAX(BK-IDX)
                       MOVE WS-WAIT TO BK-OPEN-MAX(BK-IDX)
                   END-IF
               END-IF
           END-IF

           IF HT-READY-INT(HT-IDX) > 0
               IF HT-EST-INT(HT-IDX) = 0
                   ADD 1 TO WS-EST-MISSING
               ELSE
                   PERFORM COMPARE-ESTIMATE
               END-IF
           END-IF.

       COMPARE-ESTIMATE.
           ADD 1 TO WS-EST-COMPARED
           COMPUTE WS-EST-DIFF =
               HT-READY-INT(HT-IDX) - HT-EST-INT(HT-IDX)
           ADD WS-EST-DIFF TO WS-EST-NET-SUM
           IF WS-EST-DIFF < 0
               ADD 1 TO WS-EST-EARLY
               COMPUTE WS-EST-DIFF = 0 - WS-EST-DIFF
           ELSE
               IF WS-EST-DIFF > 0
                   ADD 1 TO WS-EST-LATE
               END-IF
           END-IF
           ADD WS-EST-DIFF TO WS-EST-ABS-SUM
           IF WS-EST-DIFF <= 3
               ADD 1 TO WS-EST-CLOSE
           END-IF
           IF WS-EST-DIFF > WS-EST-WORST
               MOVE WS-EST-DIFF TO WS-EST-WORST
           END-IF.

      *> Finds or adds the WS-SEG-KIND / WS-SEG-KEY line and adds
      *> hold HT-IDX to it.
       TALLY-SEGMENT.
           MOVE 0 TO SG-MATCH
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-CNT
               IF SG-KIND(SG-IDX) = WS-SEG-KIND
                   AND SG-KEY(SG-IDX) = WS-SEG-KEY
                   MOVE SG-IDX TO SG-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SG-MATCH = 0
               IF SG-CNT >= 80
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SG-CNT
               MOVE SG-CNT TO SG-MATCH
               INITIALIZE SEGMENT-ENTRY(SG-MATCH)
               MOVE WS-SEG-KIND TO SG-KIND(SG-MATCH)
               MOVE WS-SEG-KEY TO SG-KEY(SG-MATCH)
           END-IF
           ADD 1 TO SG-HOLDS(SG-MATCH)
           EVALUATE HT-STATUS(HT-IDX)
               WHEN "EXPIRED"
                   ADD 1 TO SG-EXPIRED(SG-MATCH)
               WHEN "CANCELLED"
                   ADD 1 TO SG-CANCELLED(SG-MATCH)
               WHEN "WAITING"
               WHEN "ROUTED"
                   ADD 1 TO SG-WAITING(SG-MATCH)
           END-EVALUATE
           IF HT-READY-INT(HT-IDX) > 0
               ADD 1 TO SG-READY(SG-MATCH)
               ADD WS-WAIT TO SG-WAIT-DAYS(SG-MATCH)
               IF WS-WAIT > SG-WAIT-MAX(SG-MATCH)
                   MOVE WS-WAIT TO SG-WAIT-MAX(SG-MATCH)
               END-IF
               IF HT-TRANSFER(HT-IDX) = 'Y'
                   ADD 1 TO SG-TRANSFER(SG-MATCH)
               END-IF
           END-IF
           IF HT-PICK-INT(HT-IDX) > 0
               ADD 1 TO SG-PICKED(SG-MATCH)
               ADD WS-PICK TO SG-PICK-DAYS(SG-MATCH)
               IF WS-PICK > SG-PICK-MAX(SG-MATCH)
                   MOVE WS-PICK TO SG-PICK-MAX(SG-MATCH)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "HOLD FULFILMENT PERFORMANCE -- HOLDS REQUESTED "
                      DELIMITED BY SIZE
                  WS-FROM-IN DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-IN DELIMITED BY SIZE
                  "   (printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "=" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-HOLDS-SKIPPED > 0
               MOVE WS-HOLDS-SKIPPED TO ED-COUNT
               MOVE SPACES TO REPORT-REC
               STRING "NOTE: " DELIMITED BY SIZE
                      FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                      " holds past the first 2000 in the range are "
                          DELIMITED BY SIZE
                      "not counted -- narrow the range."
                          DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE "  Wait = days from request to READY; pickup = days "
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  from READY to the member's loan; no-show = EXPIRED"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  of collected + expired; other br = READY holds met "
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "  by a copy sent from another branch."
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY PICKUP BRANCH" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE "B" TO WS-SEG-KIND
           PERFORM WRITE-SEGMENT-LINES
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BY GENRE" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE "G" TO WS-SEG-KIND
           PERFORM WRITE-SEGMENT-LINES
           PERFORM WRITE-TOTAL-LINE

           PERFORM WRITE-LONG-WAITS
           PERFORM WRITE-ESTIMATE-CHECK
           CLOSE REPORT-FILE.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-REC
           STRING "                HOLDS READY  AVG-WAIT MAX-WAIT"
                      DELIMITED BY SIZE
                  "  AVG-PICKUP MAX-PICKUP NO-SHOW% OTHER-BR%"
                      DELIMITED BY SIZE
                  "  CANCELLED WAITING" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

       WRITE-SEGMENT-LINES.
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-CNT
               IF SG-KIND(SG-IDX) = WS-SEG-KIND
                   MOVE SG-KEY(SG-IDX) TO PR-KEY
                   MOVE SG-HOLDS(SG-IDX) TO PR-HOLDS
                   MOVE SG-READY(SG-IDX) TO PR-READY
                   MOVE SG-WAIT-DAYS(SG-IDX) TO PR-WAIT-DAYS
                   MOVE SG-WAIT-MAX(SG-IDX) TO PR-WAIT-MAX
                   MOVE SG-PICKED(SG-IDX) TO PR-PICKED
                   MOVE SG-PICK-DAYS(SG-IDX) TO PR-PICK-DAYS
                   MOVE SG-PICK-MAX(SG-IDX) TO PR-PICK-MAX
                   MOVE SG-EXPIRED(SG-IDX) TO PR-EXPIRED
                   MOVE SG-TRANSFER(SG-IDX) TO PR-TRANSFER
                   MOVE SG-CANCELLED(SG-IDX) TO PR-CANCELLED
                   MOVE SG-WAITING(SG-IDX) TO PR-WAITING
                   PERFORM WRITE-FIGURES-LINE
               END-IF
           END-PERFORM.

       WRITE-TOTAL-LINE.
           MOVE "ALL" TO PR-KEY
           MOVE WS-TOT-HOLDS TO PR-HOLDS
           MOVE WS-TOT-READY TO PR-READY
           MOVE WS-TOT-WAIT-DAYS TO PR-WAIT-DAYS
           MOVE WS-TOT-WAIT-MAX TO PR-WAIT-MAX
           MOVE WS-TOT-PICKED TO PR-PICKED
           MOVE WS-TOT-PICK-DAYS TO PR-PICK-DAYS
           MOVE WS-TOT-PICK-MAX TO PR-PICK-MAX
           MOVE WS-TOT-EXPIRED TO PR-EXPIRED
           MOVE WS-TOT-TRANSFER TO PR-TRANSFER
           MOVE WS-TOT-CANCELLED TO PR-CANCELLED
           MOVE WS-TOT-WAITING TO PR-WAITING
           PERFORM WRITE-FIGURES-LINE.

      *> One breakdown line from the PR-* figures.
       WRITE-FIGURES-LINE.
           MOVE PR-HOLDS TO ED-COUNT
           MOVE PR-READY TO ED-COUNT2
           MOVE 0 TO WS-AVG
           IF PR-READY > 0
               COMPUTE WS-AVG ROUNDED = PR-WAIT-DAYS / PR-READY
           END-IF
           MOVE WS-AVG TO ED-AVG
           MOVE PR-WAIT-MAX TO ED-MAX
           MOVE 0 TO WS-AVG
           IF PR-PICKED > 0
               COMPUTE WS-AVG ROUNDED = PR-PICK-DAYS / PR-PICKED
           END-IF
           MOVE WS-AVG TO ED-AVG2
           MOVE PR-PICK-MAX TO ED-MAX2
           MOVE 0 TO WS-PCT
           COMPUTE WS-CONCLUDED = PR-PICKED + PR-EXPIRED
           IF WS-CONCLUDED > 0
               COMPUTE WS-PCT ROUNDED =
                   PR-EXPIRED * 100 / WS-CONCLUDED
           END-IF
           MOVE WS-PCT TO ED-PCT
           MOVE 0 TO WS-PCT
           IF PR-READY > 0
               COMPUTE WS-PCT ROUNDED = PR-TRANSFER * 100 / PR-READY
           END-IF
           MOVE WS-PCT TO ED-PCT2
           MOVE PR-CANCELLED TO ED-COUNT3
           MOVE PR-WAITING TO ED-COUNT4
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  PR-KEY DELIMITED BY SIZE
                  ED-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ED-COUNT2 DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  ED-AVG DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  ED-MAX DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  ED-AVG2 DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  ED-MAX2 DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  ED-PCT DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  ED-PCT2 DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  ED-COUNT3 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  ED-COUNT4 DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

      *-----------------------------------------------------------------
      *> Titles with a hold that waited, or is still waiting, the
      *> HLWAI threshold or longer.
       WRITE-LONG-WAITS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-LONG-DAYS TO ED-MAX
           MOVE SPACES TO REPORT-REC
           STRING "TITLES WITH LONG WAITS (" DELIMITED BY SIZE
                  FUNCTION TRIM(ED-MAX) DELIMITED BY SIZE
                  " DAYS OR MORE)" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE "  BOOK  TITLE                          HOLDS  AVG-WAIT"
               TO REPORT-REC
           MOVE "  MAX-WAIT  LONGEST-STILL-WAITING" TO REPORT-REC(55:)
           WRITE REPORT-REC
           MOVE 0 TO WS-LONG-CNT
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-WAIT-MAX(BK-IDX) >= WS-LONG-DAYS
                   OR BK-OPEN-MAX(BK-IDX) >= WS-LONG-DAYS
                   PERFORM WRITE-LONG-WAIT-LINE
               END-IF
           END-PERFORM
           IF WS-LONG-CNT = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       WRITE-LONG-WAIT-LINE.
           ADD 1 TO WS-LONG-CNT
           MOVE BK-HOLDS(BK-IDX) TO ED-COUNT
           MOVE 0 TO WS-AVG
           IF BK-READY(BK-IDX) > 0
               COMPUTE WS-AVG ROUNDED =
                   BK-WAIT-DAYS(BK-IDX) / BK-READY(BK-IDX)
           END-IF
           MOVE WS-AVG TO ED-AVG
           MOVE BK-WAIT-MAX(BK-IDX) TO ED-MAX
           MOVE BK-OPEN-MAX(BK-IDX) TO ED-MAX2
           MOVE SPACES TO REPORT-REC
           STRING "  " DELIMITED BY SIZE
                  BK-ID(BK-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BK-NAME(BK-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ED-COUNT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  ED-AVG DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  ED-MAX DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  ED-MAX2 DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

      *-----------------------------------------------------------------
      *> READY date against HoldEstimate's promise at placement.
       WRITE-ESTIMATE-CHECK.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "HOLDESTIMATE AGAINST ACTUAL READY DATES" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-EST-COMPARED TO ED-COUNT
           MOVE WS-EST-MISSING TO ED-COUNT2
           MOVE SPACES TO REPORT-REC
           STRING "  Holds compared " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                  "   (reached READY with no estimate kept: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(ED-COUNT2) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           IF WS-EST-COMPARED = 0
               MOVE "  No estimates to compare yet." TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVG ROUNDED = WS-EST-ABS-SUM / WS-EST-COMPARED
           MOVE WS-AVG TO ED-AVG
           COMPUTE ED-NET ROUNDED = WS-EST-NET-SUM / WS-EST-COMPARED
           MOVE WS-EST-WORST TO ED-MAX
           MOVE SPACES TO REPORT-REC
           STRING "  Average days off " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-AVG) DELIMITED BY SIZE
                  "   average lateness " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-NET) DELIMITED BY SIZE
                  " (minus = early)   worst " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-MAX) DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-EST-LATE TO ED-COUNT
           MOVE WS-EST-EARLY TO ED-COUNT2
           MOVE WS-EST-CLOSE TO ED-COUNT3
           COMPUTE WS-PCT ROUNDED = WS-EST-CLOSE * 100 / WS-EST-COMPARED
           MOVE WS-PCT TO ED-PCT
           MOVE SPACES TO REPORT-REC
           STRING "  Later than promised " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-COUNT) DELIMITED BY SIZE
                  "   earlier " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-COUNT2) DELIMITED BY SIZE
                  "   within 3 days " DELIMITED BY SIZE
                  FUNCTION TRIM(ED-COUNT3) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(ED-PCT) DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC.

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
               IF WS-DATE-OUT-INT > 0
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

       END PROGRAM HoldPerformance.
