      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Staff-curated reading lists -- the themed booklists
      *          ("Cosy winter mysteries", "Grade 5 starters") that
      *          used to be typed up by hand and were out of date
      *          the day they went on the display stand. A list has
      *          a title, an audience and an owner (the operator who
      *          keeps it), and an ordered run of books.csv titles
      *          with a short annotation each. Titles can be added
      *          at any position, removed, and moved up or down.
      *          The printed list (reading_list_print.txt, through
      *          PrintSpool) shows each title's AVAILABLE copies per
      *          branch from bookcopies.csv -- a floating copy counts
      *          at the branch it last came to rest at
      *          (floating_homes.csv), as on the pick list -- and
      *          leaves WITHDRAWN titles out. CatalogExport sends
      *          every ACTIVE list to the portal alongside the
      *          catalogue, and ReadingProgram can attach a list to
      *          a program. The effectiveness report
      *          (reading_list_report.txt) counts loans of each
      *          listed title from the day the list went up, against
      *          the same number of days before it, over log.csv and
      *          log_archive.csv.
      *            reading_lists.csv: list,title,audience,owner,
      *              posted date,ACTIVE/RETIRED
      *            reading_list_items.csv: list,position,book,
      *              annotation -- written in list and position order
      * Tectonics: cobc
      * (Updated by Silas): Copies ON-DISPLAY (see Displays) count as
      *            available in the printed list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadingLists IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT FLOATHOME-FILE ASSIGN TO "../floating_homes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOATHOME-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RLIST-FILE ASSIGN TO "../reading_lists.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLIST-STATUS.
           SELECT RITEM-FILE ASSIGN TO "../reading_list_items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RITEM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "../reading_list_print.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "../reading_list_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  FLOATHOME-FILE.
       01  FLOATHOME-REC   PIC X(60).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  RLIST-FILE.
       01  RLIST-REC       PIC X(120).
       FD  RITEM-FILE.
       01  RITEM-REC       PIC X(120).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-COPY-STATUS      PIC XX.
       01  WS-FLOATHOME-STATUS PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-RLIST-STATUS     PIC XX.
       01  WS-RITEM-STATUS     PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID      PIC X(5).
               10 BK-NAME    PIC X(30).
               10 BK-AUTHOR  PIC X(30).
               10 BK-COUNT   PIC X(5).
               10 BK-STATUS  PIC X(9).
               10 BK-BRANCH  PIC X(10).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.
       01  BK-MATCH-IDX      PIC 9(4) VALUE 0.
       01  BK-SKIP           PIC X(30).

      *> Copies loaded once for the printed list; the branch is
      *> resolved the way HoldPickList places a shelf copy.
       01  COPY-TABLE.
           05 COPY-ENTRY OCCURS 2000 TIMES.
               10 CP-BOOK-ID    PIC X(5).
               10 CP-COPY-ID    PIC X(6).
               10 CP-STATUS     PIC X(10).
               10 CP-BRANCH     PIC X(10).
       01  COPY-CNT          PIC 9(4) VALUE 0.
       01  COPY-IDX          PIC 9(4) VALUE 0.
       01  CP-SKIP-BARCODE   PIC X(12).
       01  CP-SKIP-CONDITION PIC X(10).

       01  FLOATHOME-TABLE.
           05 FH-ENTRY OCCURS 500 TIMES.
               10 FH-COPY-ID   PIC X(6).
               10 FH-BOOK-ID   PIC X(5).
               10 FH-BRANCH    PIC X(10).
               10 FH-DATE      PIC X(10).
       01  FH-CNT            PIC 9(3) VALUE 0.
       01  FH-IDX            PIC 9(3) VALUE 0.

      *> Available copies of one title, by branch.
       01  BRANCH-TALLY.
           05 BT-ENTRY OCCURS 20 TIMES.
               10 BT-BRANCH    PIC X(10).
               10 BT-COUNT     PIC 9(4).
       01  BT-CNT            PIC 9(2) VALUE 0.
       01  BT-IDX            PIC 9(2) VALUE 0.
       01  BT-MATCH-IDX      PIC 9(2) VALUE 0.
       01  WS-TITLE-HAS-COPY PIC X VALUE 'N'.
       01  WS-TITLE-AVAIL    PIC 9(4) VALUE 0.

       01  RLIST-TABLE.
           05 RLIST-ENTRY OCCURS 200 TIMES.
               10 RL-ID        PIC X(5).
               10 RL-TITLE     PIC X(40).
               10 RL-AUDIENCE  PIC X(15).
               10 RL-OWNER     PIC X(10).
               10 RL-POSTED    PIC X(10).
               10 RL-STATUS    PIC X(7).
               10 RL-BEFORE    PIC 9(5).
               10 RL-AFTER     PIC 9(5).
               10 RL-START-INT PIC 9(8).
               10 RL-DAYS-UP   PIC 9(5).
       01  RL-CNT            PIC 9(3) VALUE 0.
       01  RL-IDX            PIC 9(3) VALUE 0.
       01  RL-PICK           PIC 9(3) VALUE 0.
       01  RL-MAX-ID         PIC 9(5) VALUE 0.
       01  RL-NUM            PIC 9(5) VALUE 0.

       01  RITEM-TABLE.
           05 RITEM-ENTRY OCCURS 3000 TIMES.
               10 RI-LIST-ID   PIC X(5).
               10 RI-SEQ       PIC 9(3).
               10 RI-BOOK-ID   PIC X(5).
               10 RI-NOTE      PIC X(60).
               10 RI-BEFORE    PIC 9(5).
               10 RI-AFTER     PIC 9(5).
       01  RI-CNT            PIC 9(4) VALUE 0.
       01  RI-IDX            PIC 9(4) VALUE 0.
       01  RI-JDX            PIC 9(4) VALUE 0.
       01  RI-MATCH-IDX      PIC 9(4) VALUE 0.
       01  RI-SEQ-X          PIC X(3).

      *> Positions within the list being worked on.
       01  WS-LIST-ITEMS     PIC 9(3) VALUE 0.
       01  WS-SEQ            PIC 9(3) VALUE 0.
       01  WS-SEQ-FROM       PIC 9(3) VALUE 0.
       01  WS-SEQ-TO         PIC 9(3) VALUE 0.
       01  WS-SEQ-ED         PIC ZZ9.

       01  WS-PICK-X         PIC X(5).
       01  WS-BOOK-IN        PIC X(5).
       01  WS-IN-X           PIC X(10).
       01  WS-NUM-VAL        PIC 9(5) VALUE 0.
       01  WS-CONFIRM        PIC X.

      *> One loan row at a time for the effectiveness count.
       01  LG-TRAN           PIC X(5).
       01  LG-MEMBER         PIC X(5).
       01  LG-BOOK           PIC X(5).
       01  LG-START          PIC X(10).
       01  LG-REST           PIC X(30).

      *> DD-MM-YYYY -> integer day.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-OUT-INT   PIC 9(8).
       01  WS-DATE-OK        PIC X.
       01  WS-DATE-DIGITS    PIC 9(8).
       01  WS-LOAN-INT       PIC 9(8).

       01  WS-TITLES-SHOWN   PIC 9(3) VALUE 0.
       01  WS-TITLES-USED    PIC 9(3) VALUE 0.
       01  WS-COUNT-ED       PIC ZZZZ9.
       01  WS-COUNT2-ED      PIC ZZZZ9.
       01  WS-SIGNED-ED      PIC -----9.
       01  WS-AVAIL-ED       PIC ZZZ9.
       01  WS-DIFF           PIC S9(5) VALUE 0.
       01  WS-LINE           PIC X(80).
       01  WS-PTR            PIC 9(3) VALUE 1.

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
      *> Serialize -- both list files are rewritten whole.
           MOVE 'ReadingLists' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-RLIST-FILE
           PERFORM LOAD-RITEM-FILE
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM RLIST-MENU THRU RLIST-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-RLIST-FILE
               PERFORM REWRITE-RITEM-FILE
               DISPLAY "Reading lists saved."
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       RLIST-MENU.
           DISPLAY "=============================="
           DISPLAY "       READING LISTS"
           DISPLAY "=============================="
           DISPLAY "1) Show reading lists"
           DISPLAY "2) Create a list"
           DISPLAY "3) Add a title to a list"
           DISPLAY "4) Remove a title from a list"
           DISPLAY "5) Move a title within a list"
           DISPLAY "6) Retire or reactivate a list"
           DISPLAY "7) Print a list with availability"
           DISPLAY "8) List effectiveness report"
           DISPLAY "9) Done"
           DISPLAY "Enter your choice (1-9): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM SHOW-LISTS
              WHEN 2
                  PERFORM CREATE-LIST
              WHEN 3
                  PERFORM ADD-LIST-TITLE
              WHEN 4
                  PERFORM REMOVE-LIST-TITLE
              WHEN 5
                  PERFORM MOVE-LIST-TITLE
              WHEN 6
                  PERFORM TOGGLE-LIST-STATUS
              WHEN 7
                  PERFORM PRINT-LIST
              WHEN 8
                  PERFORM EFFECTIVENESS-REPORT
              WHEN 9
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       RLIST-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       SHOW-LISTS.
           IF RL-CNT = 0
               DISPLAY "No reading lists on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               MOVE RL-ID(RL-IDX) TO WS-PICK-X
               PERFORM COUNT-LIST-ITEMS
               MOVE WS-LIST-ITEMS TO WS-SEQ-ED
               DISPLAY RL-ID(RL-IDX) " "
                   FUNCTION TRIM(RL-TITLE(RL-IDX)) " ["
                   FUNCTION TRIM(RL-AUDIENCE(RL-IDX)) "] "
                   FUNCTION TRIM(WS-SEQ-ED) " title(s), "
                   FUNCTION TRIM(RL-OWNER(RL-IDX)) ", posted "
                   RL-POSTED(RL-IDX) " "
                   FUNCTION TRIM(RL-STATUS(RL-IDX))
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A new list goes up today, owned by whoever is signed on
      *> unless another keeper is named.
       CREATE-LIST.
           IF RL-CNT >= 200
               DISPLAY "Reading-list table is full."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RL-CNT
           ADD 1 TO RL-MAX-ID
           MOVE RL-MAX-ID TO RL-NUM
           MOVE RL-NUM TO RL-ID(RL-CNT)
           MOVE SPACES TO RL-TITLE(RL-CNT)
           PERFORM UNTIL RL-TITLE(RL-CNT) NOT = SPACES
               DISPLAY "List title (no commas): "
               ACCEPT RL-TITLE(RL-CNT)
           END-PERFORM
           DISPLAY "Audience (e.g. ADULT, TEEN, CHILDREN): "
           ACCEPT RL-AUDIENCE(RL-CNT)
           MOVE FUNCTION UPPER-CASE(RL-AUDIENCE(RL-CNT))
               TO RL-AUDIENCE(RL-CNT)
           IF RL-AUDIENCE(RL-CNT) = SPACES
               MOVE "ALL" TO RL-AUDIENCE(RL-CNT)
           END-IF
           DISPLAY "Owner (blank for " FUNCTION TRIM(WS-OPERATOR-ID)
               "): "
           ACCEPT RL-OWNER(RL-CNT)
           IF RL-OWNER(RL-CNT) = SPACES
               MOVE WS-OPERATOR-ID TO RL-OWNER(RL-CNT)
           END-IF
           MOVE WS-TODAY-DISPLAY TO RL-POSTED(RL-CNT)
           MOVE "ACTIVE" TO RL-STATUS(RL-CNT)
           MOVE 'Y' TO WS-CHANGED
           MOVE "RLIST" TO WS-AUDIT-ENTITY-TYPE
           MOVE RL-ID(RL-CNT) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "ACTIVE" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Reading list " RL-ID(RL-CNT) " created.".

      *-----------------------------------------------------------------
       PICK-LIST.
           PERFORM SHOW-LISTS
           MOVE 0 TO RL-PICK
           IF RL-CNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "List ID: "
           ACCEPT WS-PICK-X
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               IF FUNCTION TRIM(RL-ID(RL-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE RL-IDX TO RL-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RL-PICK = 0
               DISPLAY "No such reading list."
               EXIT PARAGRAPH
           END-IF
           MOVE RL-ID(RL-PICK) TO WS-PICK-X
           PERFORM COUNT-LIST-ITEMS.

      *-----------------------------------------------------------------
      *> WS-PICK-X's titles, in position order.
       SHOW-LIST-ITEMS.
           IF WS-LIST-ITEMS = 0
               DISPLAY "The list has no titles yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > WS-LIST-ITEMS
               PERFORM FIND-ITEM-AT-SEQ
               IF RI-MATCH-IDX NOT = 0
                   MOVE RI-BOOK-ID(RI-MATCH-IDX) TO WS-BOOK-IN
                   PERFORM FIND-BOOK
                   MOVE WS-SEQ TO WS-SEQ-ED
                   IF BK-MATCH-IDX NOT = 0
                       DISPLAY WS-SEQ-ED ". " WS-BOOK-IN " "
                           FUNCTION TRIM(BK-NAME(BK-MATCH-IDX))
                   ELSE
                       DISPLAY WS-SEQ-ED ". " WS-BOOK-IN
                           " (not in the catalogue)"
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A catalogued, non-withdrawn title goes in at the position
      *> asked for (blank or past the end appends); everything from
      *> that position down moves along one.
       ADD-LIST-TITLE.
           PERFORM PICK-LIST
           IF RL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF RI-CNT >= 3000 OR WS-LIST-ITEMS >= 999
               DISPLAY "Reading-list item table is full."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LIST-ITEMS
           DISPLAY "Book ID to add: "
           ACCEPT WS-BOOK-IN
           PERFORM FIND-BOOK
           IF BK-MATCH-IDX = 0
               DISPLAY "No book with that ID on file."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(BK-STATUS(BK-MATCH-IDX)) = "WITHDRAWN"
               DISPLAY "That title is withdrawn."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               IF RI-LIST-ID(RI-IDX) = RL-ID(RL-PICK)
                   AND RI-BOOK-ID(RI-IDX) = WS-BOOK-IN
                   DISPLAY "That title is already on the list."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "Position (blank to add at the end): "
           MOVE SPACES TO WS-IN-X
           ACCEPT WS-IN-X
           PERFORM PARSE-NUM-IN
           MOVE WS-NUM-VAL TO WS-SEQ
           IF WS-SEQ = 0 OR WS-SEQ > WS-LIST-ITEMS
               COMPUTE WS-SEQ = WS-LIST-ITEMS + 1
           END-IF
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               IF RI-LIST-ID(RI-IDX) = RL-ID(RL-PICK)
                   AND RI-SEQ(RI-IDX) >= WS-SEQ
                   ADD 1 TO RI-SEQ(RI-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO RI-CNT
           MOVE RL-ID(RL-PICK) TO RI-LIST-ID(RI-CNT)
           MOVE WS-SEQ TO RI-SEQ(RI-CNT)
           MOVE WS-BOOK-IN TO RI-BOOK-ID(RI-CNT)
           DISPLAY "Annotation (one line, no commas): "
           MOVE SPACES TO RI-NOTE(RI-CNT)
           ACCEPT RI-NOTE(RI-CNT)
           ADD 1 TO WS-LIST-ITEMS
           MOVE 'Y' TO WS-CHANGED
           MOVE WS-SEQ TO WS-SEQ-ED
           DISPLAY FUNCTION TRIM(BK-NAME(BK-MATCH-IDX))
               " added at position " FUNCTION TRIM(WS-SEQ-ED) ".".

      *-----------------------------------------------------------------
       REMOVE-LIST-TITLE.
           PERFORM PICK-LIST
           IF RL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LIST-ITEMS
           IF WS-LIST-ITEMS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Position to remove: "
           MOVE SPACES TO WS-IN-X
           ACCEPT WS-IN-X
           PERFORM PARSE-NUM-IN
           MOVE WS-NUM-VAL TO WS-SEQ
           PERFORM FIND-ITEM-AT-SEQ
           IF WS-SEQ = 0 OR RI-MATCH-IDX = 0
               DISPLAY "No title at that position."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RI-IDX FROM RI-MATCH-IDX BY 1
               UNTIL RI-IDX >= RI-CNT
               COMPUTE RI-JDX = RI-IDX + 1
               MOVE RITEM-ENTRY(RI-JDX) TO RITEM-ENTRY(RI-IDX)
           END-PERFORM
           SUBTRACT 1 FROM RI-CNT
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               IF RI-LIST-ID(RI-IDX) = RL-ID(RL-PICK)
                   AND RI-SEQ(RI-IDX) > WS-SEQ
                   SUBTRACT 1 FROM RI-SEQ(RI-IDX)
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-LIST-ITEMS
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Title removed from the list.".

      *-----------------------------------------------------------------
      *> Lift the title out, close the gap it leaves, open one where
      *> it lands.
       MOVE-LIST-TITLE.
           PERFORM PICK-LIST
           IF RL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LIST-ITEMS
           IF WS-LIST-ITEMS < 2
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Position of the title to move: "
           MOVE SPACES TO WS-IN-X
           ACCEPT WS-IN-X
           PERFORM PARSE-NUM-IN
           MOVE WS-NUM-VAL TO WS-SEQ
           PERFORM FIND-ITEM-AT-SEQ
           IF WS-SEQ = 0 OR RI-MATCH-IDX = 0
               DISPLAY "No title at that position."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQ TO WS-SEQ-FROM
           DISPLAY "New position: "
           MOVE SPACES TO WS-IN-X
           ACCEPT WS-IN-X
           PERFORM PARSE-NUM-IN
           MOVE WS-NUM-VAL TO WS-SEQ-TO
           IF WS-SEQ-TO = 0 OR WS-SEQ-TO > WS-LIST-ITEMS
               DISPLAY "Position must be 1 to " WS-LIST-ITEMS "."
               EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-TO = WS-SEQ-FROM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RI-SEQ(RI-MATCH-IDX)
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               IF RI-LIST-ID(RI-IDX) = RL-ID(RL-PICK)
                   AND RI-SEQ(RI-IDX) NOT = 0
                   IF WS-SEQ-FROM < WS-SEQ-TO
                       IF RI-SEQ(RI-IDX) > WS-SEQ-FROM
                           AND RI-SEQ(RI-IDX) <= WS-SEQ-TO
                           SUBTRACT 1 FROM RI-SEQ(RI-IDX)
                       END-IF
                   ELSE
                       IF RI-SEQ(RI-IDX) >= WS-SEQ-TO
                           AND RI-SEQ(RI-IDX) < WS-SEQ-FROM
                           ADD 1 TO RI-SEQ(RI-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SEQ-TO TO RI-SEQ(RI-MATCH-IDX)
           MOVE 'Y' TO WS-CHANGED
           PERFORM SHOW-LIST-ITEMS.

      *-----------------------------------------------------------------
      *> A RETIRED list stays on file for the effectiveness report
      *> but drops out of the portal feed.
       TOGGLE-LIST-STATUS.
           PERFORM PICK-LIST
           IF RL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RL-STATUS(RL-PICK) TO WS-AUDIT-OLD-STATUS
           IF RL-STATUS(RL-PICK) = "ACTIVE"
               DISPLAY "Retire this list? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               MOVE "RETIRED" TO RL-STATUS(RL-PICK)
           ELSE
               MOVE "ACTIVE" TO RL-STATUS(RL-PICK)
           END-IF
           MOVE 'Y' TO WS-CHANGED
           MOVE "RLIST" TO WS-AUDIT-ENTITY-TYPE
           MOVE RL-ID(RL-PICK) TO WS-AUDIT-ENTITY-ID
           MOVE RL-STATUS(RL-PICK) TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Reading list " RL-ID(RL-PICK) " is now "
               FUNCTION TRIM(RL-STATUS(RL-PICK)) ".".

      *-----------------------------------------------------------------
      *> The handout: each title with its annotation and where a
      *> copy can be picked off the shelf right now.
       PRINT-LIST.
           PERFORM PICK-LIST
           IF RL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FLOATHOME-FILE
           PERFORM LOAD-COPY-FILE
           MOVE 0 TO WS-TITLES-SHOWN
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "READING LIST  " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-TITLE(RL-PICK)) DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO WS-LINE
           STRING "For: " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-AUDIENCE(RL-PICK))
                      DELIMITED BY SIZE
                  "   Chosen by: " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-OWNER(RL-PICK)) DELIMITED BY SIZE
                  "   Availability as at " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE ALL "-" TO WS-LINE
           PERFORM EMIT-PRINT-LINE
           PERFORM VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > WS-LIST-ITEMS
               PERFORM FIND-ITEM-AT-SEQ
               IF RI-MATCH-IDX NOT = 0
                   MOVE RI-BOOK-ID(RI-MATCH-IDX) TO WS-BOOK-IN
                   PERFORM FIND-BOOK
                   IF BK-MATCH-IDX NOT = 0
                       IF FUNCTION TRIM(BK-STATUS(BK-MATCH-IDX))
                           NOT = "WITHDRAWN"
                           PERFORM PRINT-LIST-TITLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ALL "-" TO WS-LINE
           PERFORM EMIT-PRINT-LINE
           MOVE WS-TITLES-SHOWN TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " title(s). Ask at the desk to reserve any title"
                      DELIMITED BY SIZE
                  " that is out." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-PRINT-LINE
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../reading_list_print.txt" TO WS-PS-SOURCE
           MOVE "READLIST" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "List written to reading_list_print.txt.".

      *-----------------------------------------------------------------
       PRINT-LIST-TITLE.
           ADD 1 TO WS-TITLES-SHOWN
           MOVE WS-TITLES-SHOWN TO WS-SEQ-ED
           MOVE SPACES TO WS-LINE
           STRING WS-SEQ-ED DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  FUNCTION TRIM(BK-NAME(BK-MATCH-IDX))
                      DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  FUNCTION TRIM(BK-AUTHOR(BK-MATCH-IDX))
                      DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-PRINT-LINE
           IF RI-NOTE(RI-MATCH-IDX) NOT = SPACES
               MOVE SPACES TO WS-LINE
               MOVE RI-NOTE(RI-MATCH-IDX) TO WS-LINE(6:60)
               PERFORM EMIT-PRINT-LINE
           END-IF
           PERFORM TALLY-TITLE-BRANCHES
           MOVE SPACES TO WS-LINE
           IF WS-TITLE-AVAIL = 0
               MOVE "On the shelf: none just now -- reserve it"
                   TO WS-LINE(6:60)
           ELSE
               MOVE "On the shelf:" TO WS-LINE(6:13)
               MOVE 20 TO WS-PTR
               PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-CNT
                   MOVE BT-COUNT(BT-IDX) TO WS-AVAIL-ED
                   IF WS-PTR < 70
                       STRING FUNCTION TRIM(BT-BRANCH(BT-IDX))
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-AVAIL-ED)
                                  DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                           INTO WS-LINE WITH POINTER WS-PTR
                   END-IF
               END-PERFORM
           END-IF
           PERFORM EMIT-PRINT-LINE.

      *-----------------------------------------------------------------
      *> Shelf copies (AVAILABLE or ON-DISPLAY) of BK-MATCH-IDX's
      *> title by branch. A title from before copy tracking has no
      *> rows -- its book_count stands at its own branch, as in the
      *> catalogue export.
       TALLY-TITLE-BRANCHES.
           MOVE 0 TO BT-CNT
           MOVE 0 TO WS-TITLE-AVAIL
           MOVE 'N' TO WS-TITLE-HAS-COPY
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF CP-BOOK-ID(COPY-IDX) = BK-ID(BK-MATCH-IDX)
                   MOVE 'Y' TO WS-TITLE-HAS-COPY
                   IF FUNCTION TRIM(CP-STATUS(COPY-IDX)) =
                       "AVAILABLE" OR "ON-DISPLAY"
                       MOVE CP-BRANCH(COPY-IDX) TO WS-IN-X
                       MOVE 1 TO WS-NUM-VAL
                       PERFORM ADD-BRANCH-TALLY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TITLE-HAS-COPY = 'N'
               AND FUNCTION NUMVAL(BK-COUNT(BK-MATCH-IDX)) > 0
               MOVE BK-BRANCH(BK-MATCH-IDX) TO WS-IN-X
               COMPUTE WS-NUM-VAL =
                   FUNCTION NUMVAL(BK-COUNT(BK-MATCH-IDX))
               PERFORM ADD-BRANCH-TALLY
           END-IF.

       ADD-BRANCH-TALLY.
           ADD WS-NUM-VAL TO WS-TITLE-AVAIL
           MOVE 0 TO BT-MATCH-IDX
           PERFORM VARYING BT-IDX FROM 1 BY 1 UNTIL BT-IDX > BT-CNT
               IF BT-BRANCH(BT-IDX) = WS-IN-X
                   MOVE BT-IDX TO BT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BT-MATCH-IDX = 0
               IF BT-CNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BT-CNT
               MOVE BT-CNT TO BT-MATCH-IDX
               MOVE WS-IN-X TO BT-BRANCH(BT-CNT)
               MOVE 0 TO BT-COUNT(BT-CNT)
           END-IF
           ADD WS-NUM-VAL TO BT-COUNT(BT-MATCH-IDX).

      *-----------------------------------------------------------------
       EMIT-PRINT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

      *-----------------------------------------------------------------
      *> Does a list work? Loans of its titles from the day it went
      *> up to today, against loans of the same titles over the
      *> same number of days just before it went up.
       EFFECTIVENESS-REPORT.
           IF RL-CNT = 0
               DISPLAY "No reading lists on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               MOVE 0 TO RL-BEFORE(RL-IDX)
               MOVE 0 TO RL-AFTER(RL-IDX)
               MOVE 0 TO RL-DAYS-UP(RL-IDX)
               MOVE RL-POSTED(RL-IDX) TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               MOVE WS-DATE-OUT-INT TO RL-START-INT(RL-IDX)
               IF WS-DATE-OK = 'Y'
                   AND WS-DATE-OUT-INT <= SYS-DATE-INT
                   COMPUTE RL-DAYS-UP(RL-IDX) =
                       SYS-DATE-INT - WS-DATE-OUT-INT + 1
               END-IF
           END-PERFORM
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               MOVE 0 TO RI-BEFORE(RI-IDX)
               MOVE 0 TO RI-AFTER(RI-IDX)
           END-PERFORM

           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           UNSTRING LOG-REC DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK,
                                    LG-START, LG-REST
                           PERFORM TALLY-LISTED-LOAN
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
                                    LG-START, LG-REST
                           PERFORM TALLY-LISTED-LOAN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING "READING LIST EFFECTIVENESS  " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Loans since each list went up, against the same span"
               TO WS-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "just before it." TO WS-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               PERFORM REPORT-ONE-LIST
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../reading_list_report.txt" TO WS-PS-SOURCE
           MOVE "READLIST" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Report written to reading_list_report.txt.".

      *-----------------------------------------------------------------
      *> One loan row against every list that carries its title.
       TALLY-LISTED-LOAN.
           MOVE LG-START TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-LOAN-INT
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               IF RI-BOOK-ID(RI-IDX) = LG-BOOK
                   PERFORM FIND-ITEM-LIST
                   IF RL-PICK NOT = 0
                       PERFORM TALLY-ONE-ITEM-LOAN
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-ONE-ITEM-LOAN.
           IF RL-DAYS-UP(RL-PICK) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-INT >= RL-START-INT(RL-PICK)
               AND WS-LOAN-INT <= SYS-DATE-INT
               ADD 1 TO RI-AFTER(RI-IDX)
               ADD 1 TO RL-AFTER(RL-PICK)
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-INT < RL-START-INT(RL-PICK)
               AND WS-LOAN-INT + RL-DAYS-UP(RL-PICK) >=
                   RL-START-INT(RL-PICK)
               ADD 1 TO RI-BEFORE(RI-IDX)
               ADD 1 TO RL-BEFORE(RL-PICK)
           END-IF.

      *-----------------------------------------------------------------
       REPORT-ONE-LIST.
           MOVE RL-ID(RL-IDX) TO WS-PICK-X
           PERFORM COUNT-LIST-ITEMS
           MOVE SPACES TO WS-LINE
           STRING RL-ID(RL-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-TITLE(RL-IDX)) DELIMITED BY SIZE
                  "  [" DELIMITED BY SIZE
                  FUNCTION TRIM(RL-STATUS(RL-IDX)) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE RL-DAYS-UP(RL-IDX) TO WS-COUNT-ED
           MOVE SPACES TO WS-LINE
           STRING "     Posted " DELIMITED BY SIZE
                  RL-POSTED(RL-IDX) DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(RL-OWNER(RL-IDX)) DELIMITED BY SIZE
                  ", up " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " day(s)" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Book" TO WS-LINE(6:4)
           MOVE "Title" TO WS-LINE(13:5)
           MOVE "Before" TO WS-LINE(46:6)
           MOVE "After" TO WS-LINE(55:5)
           MOVE "Change" TO WS-LINE(63:6)
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO WS-TITLES-USED
           PERFORM VARYING WS-SEQ FROM 1 BY 1
               UNTIL WS-SEQ > WS-LIST-ITEMS
               PERFORM FIND-ITEM-AT-SEQ
               IF RI-MATCH-IDX NOT = 0
                   PERFORM REPORT-ONE-TITLE
               END-IF
           END-PERFORM
           MOVE RL-BEFORE(RL-IDX) TO WS-COUNT-ED
           MOVE RL-AFTER(RL-IDX) TO WS-COUNT2-ED
           COMPUTE WS-DIFF = RL-AFTER(RL-IDX) - RL-BEFORE(RL-IDX)
           MOVE WS-DIFF TO WS-SIGNED-ED
           MOVE SPACES TO WS-LINE
           MOVE "List total" TO WS-LINE(13:10)
           MOVE WS-COUNT-ED TO WS-LINE(47:5)
           MOVE WS-COUNT2-ED TO WS-LINE(55:5)
           MOVE WS-SIGNED-ED TO WS-LINE(63:6)
           PERFORM EMIT-REPORT-LINE
           MOVE WS-TITLES-USED TO WS-COUNT-ED
           MOVE WS-LIST-ITEMS TO WS-COUNT2-ED
           MOVE SPACES TO WS-LINE
           STRING "     " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT2-ED) DELIMITED BY SIZE
                  " listed title(s) borrowed since posting"
                      DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-REPORT-LINE.

       REPORT-ONE-TITLE.
           IF RI-AFTER(RI-MATCH-IDX) > 0
               ADD 1 TO WS-TITLES-USED
           END-IF
           MOVE RI-BOOK-ID(RI-MATCH-IDX) TO WS-BOOK-IN
           PERFORM FIND-BOOK
           MOVE SPACES TO WS-LINE
           MOVE WS-BOOK-IN TO WS-LINE(6:5)
           IF BK-MATCH-IDX NOT = 0
               MOVE BK-NAME(BK-MATCH-IDX) TO WS-LINE(13:30)
           END-IF
           MOVE RI-BEFORE(RI-MATCH-IDX) TO WS-COUNT-ED
           MOVE RI-AFTER(RI-MATCH-IDX) TO WS-COUNT2-ED
           COMPUTE WS-DIFF =
               RI-AFTER(RI-MATCH-IDX) - RI-BEFORE(RI-MATCH-IDX)
           MOVE WS-DIFF TO WS-SIGNED-ED
           MOVE WS-COUNT-ED TO WS-LINE(47:5)
           MOVE WS-COUNT2-ED TO WS-LINE(55:5)
           MOVE WS-SIGNED-ED TO WS-LINE(63:6)
           PERFORM EMIT-REPORT-LINE.

      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           MOVE WS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

      *-----------------------------------------------------------------
      *> Titles on list WS-PICK-X -> WS-LIST-ITEMS.
       COUNT-LIST-ITEMS.
           MOVE 0 TO WS-LIST-ITEMS
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               IF RI-LIST-ID(RI-IDX) = WS-PICK-X
                   ADD 1 TO WS-LIST-ITEMS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The item at position WS-SEQ on list WS-PICK-X.
       FIND-ITEM-AT-SEQ.
           MOVE 0 TO RI-MATCH-IDX
           PERFORM VARYING RI-IDX FROM 1 BY 1 UNTIL RI-IDX > RI-CNT
               IF RI-LIST-ID(RI-IDX) = WS-PICK-X
                   AND RI-SEQ(RI-IDX) = WS-SEQ
                   MOVE RI-IDX TO RI-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The list entry item RI-IDX belongs to -> RL-PICK.
       FIND-ITEM-LIST.
           MOVE 0 TO RL-PICK
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               IF RL-ID(RL-IDX) = RI-LIST-ID(RI-IDX)
                   MOVE RL-IDX TO RL-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       FIND-BOOK.
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = WS-BOOK-IN
                   MOVE BK-IDX TO BK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       PARSE-NUM-IN.
           MOVE 0 TO WS-NUM-VAL
           IF FUNCTION TRIM(WS-IN-X) NOT = SPACE
               AND FUNCTION TEST-NUMVAL(WS-IN-X) = 0
               COMPUTE WS-NUM-VAL = FUNCTION NUMVAL(WS-IN-X)
           END-IF.

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
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-AUTHOR(BK-CNT),
                                    BK-COUNT(BK-CNT), BK-SKIP,
                                    BK-STATUS(BK-CNT), BK-SKIP,
                                    BK-BRANCH(BK-CNT)
                           IF FUNCTION TRIM(BK-BRANCH(BK-CNT)) =
                               SPACE
                               MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                           END-IF
                           MOVE FUNCTION UPPER-CASE(BK-BRANCH(BK-CNT))
                               TO BK-BRANCH(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       LOAD-FLOATHOME-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO FH-CNT
           OPEN INPUT FLOATHOME-FILE
           IF WS-FLOATHOME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FLOATHOME-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FH-CNT < 500
                           ADD 1 TO FH-CNT
                           UNSTRING FLOATHOME-REC DELIMITED BY ","
                               INTO FH-COPY-ID(FH-CNT),
                                    FH-BOOK-ID(FH-CNT),
                                    FH-BRANCH(FH-CNT),
                                    FH-DATE(FH-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLOATHOME-FILE.

      *-----------------------------------------------------------------
      *> Every copy row, with the branch an AVAILABLE copy stands at:
      *> its last floating home, else its title's branch.
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
                                    CP-SKIP-BARCODE,
                                    CP-SKIP-CONDITION,
                                    CP-STATUS(COPY-CNT)
                           MOVE SPACES TO CP-BRANCH(COPY-CNT)
                           IF FUNCTION TRIM(CP-STATUS(COPY-CNT)) =
                               "AVAILABLE" OR "ON-DISPLAY"
                               PERFORM LOCATE-SHELF-COPY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-FILE.

       LOCATE-SHELF-COPY.
           PERFORM VARYING FH-IDX FROM 1 BY 1 UNTIL FH-IDX > FH-CNT
               IF FUNCTION TRIM(FH-COPY-ID(FH-IDX)) =
                   FUNCTION TRIM(CP-COPY-ID(COPY-CNT))
                   MOVE FH-BRANCH(FH-IDX) TO CP-BRANCH(COPY-CNT)
               END-IF
           END-PERFORM
           IF CP-BRANCH(COPY-CNT) = SPACES
               MOVE CP-BOOK-ID(COPY-CNT) TO WS-BOOK-IN
               PERFORM FIND-BOOK
               IF BK-MATCH-IDX NOT = 0
                   MOVE BK-BRANCH(BK-MATCH-IDX) TO CP-BRANCH(COPY-CNT)
               END-IF
           END-IF
           IF FUNCTION TRIM(CP-BRANCH(COPY-CNT)) = SPACE
               MOVE "MAIN" TO CP-BRANCH(COPY-CNT)
           END-IF
           MOVE FUNCTION UPPER-CASE(CP-BRANCH(COPY-CNT))
               TO CP-BRANCH(COPY-CNT).

      *-----------------------------------------------------------------
       LOAD-RLIST-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO RL-CNT
           MOVE 0 TO RL-MAX-ID
           OPEN INPUT RLIST-FILE
           IF WS-RLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RLIST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF RL-CNT < 200
                           ADD 1 TO RL-CNT
                           UNSTRING RLIST-REC DELIMITED BY ","
                               INTO RL-ID(RL-CNT),
                                    RL-TITLE(RL-CNT),
                                    RL-AUDIENCE(RL-CNT),
                                    RL-OWNER(RL-CNT),
                                    RL-POSTED(RL-CNT),
                                    RL-STATUS(RL-CNT)
                           IF RL-STATUS(RL-CNT) = SPACES
                               MOVE "ACTIVE" TO RL-STATUS(RL-CNT)
                           END-IF
                           IF RL-ID(RL-CNT) NUMERIC
                               MOVE RL-ID(RL-CNT) TO RL-NUM
                               IF RL-NUM > RL-MAX-ID
                                   MOVE RL-NUM TO RL-MAX-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RLIST-FILE.

      *-----------------------------------------------------------------
       REWRITE-RLIST-FILE.
           OPEN OUTPUT RLIST-FILE
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               MOVE SPACES TO RLIST-REC
               STRING RL-ID(RL-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RL-TITLE(RL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RL-AUDIENCE(RL-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RL-OWNER(RL-IDX))
                          DELIMITED BY SIZE ","
                      RL-POSTED(RL-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RL-STATUS(RL-IDX))
                          DELIMITED BY SIZE
                   INTO RLIST-REC
               WRITE RLIST-REC
           END-PERFORM
           CLOSE RLIST-FILE.

      *-----------------------------------------------------------------
       LOAD-RITEM-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO RI-CNT
           OPEN INPUT RITEM-FILE
           IF WS-RITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RITEM-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF RI-CNT < 3000
                           ADD 1 TO RI-CNT
                           UNSTRING RITEM-REC DELIMITED BY ","
                               INTO RI-LIST-ID(RI-CNT),
                                    RI-SEQ-X,
                                    RI-BOOK-ID(RI-CNT),
                                    RI-NOTE(RI-CNT)
      *> The file is kept in position order, so a title's place is
      *> its place in the file -- a gap left by a hand edit closes.
                           MOVE RI-LIST-ID(RI-CNT) TO WS-PICK-X
                           PERFORM COUNT-LIST-ITEMS
                           MOVE WS-LIST-ITEMS TO RI-SEQ(RI-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RITEM-FILE.

      *-----------------------------------------------------------------
      *> List by list, each in position order -- the portal feed
      *> reads the file straight through.
       REWRITE-RITEM-FILE.
           OPEN OUTPUT RITEM-FILE
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               MOVE RL-ID(RL-IDX) TO WS-PICK-X
               PERFORM COUNT-LIST-ITEMS
               PERFORM VARYING WS-SEQ FROM 1 BY 1
                   UNTIL WS-SEQ > WS-LIST-ITEMS
                   PERFORM FIND-ITEM-AT-SEQ
                   IF RI-MATCH-IDX NOT = 0
                       MOVE SPACES TO RITEM-REC
                       STRING RI-LIST-ID(RI-MATCH-IDX)
                                  DELIMITED BY SIZE ","
                              RI-SEQ(RI-MATCH-IDX)
                                  DELIMITED BY SIZE ","
                              RI-BOOK-ID(RI-MATCH-IDX)
                                  DELIMITED BY SIZE ","
                              FUNCTION TRIM(RI-NOTE(RI-MATCH-IDX))
                                  DELIMITED BY SIZE
                           INTO RITEM-REC
                       WRITE RITEM-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE RITEM-FILE.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE 'ReadingLists' TO WS-AUDIT-PROGRAM
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

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

       END PROGRAM ReadingLists.
