      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Series master. series.csv holds each series (ID,
      *          name, author ID off the authors.csv authority list,
      *          volumes published where known -- 0 for open-ended
      *          or unknown, status), and seriesbooks.csv ties a
      *          title to its series and volume number -- its own
      *          file for the reason AuthorMaint gives: books.csv
      *          keeps exactly its eight columns. SearchBook and
      *          MemberDetail show the link; this screen maintains
      *          it and runs two reports:
      *            series_gaps_report.txt -- series where we hold
      *              some volumes and not others, with an option to
      *              queue each missing volume in suggestions.csv
      *              (source SERIES) for Suggest to take to order;
      *            series_next_report.txt -- members who borrowed
      *              volume N (log.csv and log_archive.csv) but
      *              never N+1, for readers' advisory.
      *            series.csv: series,name,author,volumes,status
      *            seriesbooks.csv: book,series,volume
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeriesMaint IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES-FILE ASSIGN TO "../series.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT SLINK-FILE ASSIGN TO "../seriesbooks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLINK-STATUS.
           SELECT AUTHOR-FILE ASSIGN TO "../authors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOR-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT SUGG-FILE ASSIGN TO "../suggestions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGG-STATUS.
           SELECT GAP-FILE ASSIGN TO "../series_gaps_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEXT-FILE ASSIGN TO "../series_next_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIES-FILE.
       01  SERIES-REC      PIC X(100).
       FD  SLINK-FILE.
       01  SLINK-REC       PIC X(50).
       FD  AUTHOR-FILE.
       01  AUTHOR-REC      PIC X(200).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  SUGG-FILE.
       01  SUGG-REC        PIC X(120).
       FD  GAP-FILE.
       01  GAP-LINE        PIC X(80).
       FD  NEXT-FILE.
       01  NEXT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SERIES-STATUS  PIC XX.
       01  WS-SLINK-STATUS   PIC XX.
       01  WS-AUTHOR-STATUS  PIC XX.
       01  WS-BOOK-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS PIC XX.
       01  WS-SUGG-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  SERIES-TABLE.
           05 SERIES-ENTRY OCCURS 300 TIMES.
               10 SR-ID          PIC X(5).
               10 SR-NAME        PIC X(30).
               10 SR-AUTHOR-ID   PIC X(5).
               10 SR-VOLUMES     PIC 9(3).
               10 SR-STATUS      PIC X(8).
       01  SERIES-CNT        PIC 9(3) VALUE 0.
       01  SERIES-IDX        PIC 9(3) VALUE 0.
       01  SERIES-MATCH-IDX  PIC 9(3) VALUE 0.
       01  MAX-SERIES-ID     PIC 9(5) VALUE 0.
       01  WS-SR-ID-N        PIC 9(5).

       01  SLINK-TABLE.
           05 SLINK-ENTRY OCCURS 2000 TIMES.
               10 SL-BOOK-ID     PIC X(5).
               10 SL-SERIES-ID   PIC X(5).
               10 SL-VOLUME      PIC 9(3).
       01  SLINK-CNT         PIC 9(4) VALUE 0.
       01  SLINK-IDX         PIC 9(4) VALUE 0.
       01  SLINK-JDX         PIC 9(4) VALUE 0.
       01  SLINK-MATCH-IDX   PIC 9(4) VALUE 0.
       01  SL-VOLUME-X       PIC X(3).

       01  AUTHOR-TABLE.
           05 AUTHOR-ENTRY OCCURS 500 TIMES.
               10 AU-ID          PIC X(5).
               10 AU-NAME        PIC X(30).
               10 AU-STATUS      PIC X(9).
               10 AU-MERGED-INTO PIC X(5).
       01  AUTHOR-CNT        PIC 9(3) VALUE 0.
       01  AUTHOR-IDX        PIC 9(3) VALUE 0.
       01  AUTHOR-MATCH-IDX  PIC 9(3) VALUE 0.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID          PIC X(5).
               10 BK-NAME        PIC X(30).
               10 BK-AUTHOR      PIC X(30).
               10 BK-COUNT       PIC X(5).
               10 BK-GENRE       PIC X(30).
               10 BK-STATUS      PIC X(9).
       01  BOOK-CNT          PIC 9(4) VALUE 0.
       01  BOOK-IDX          PIC 9(4) VALUE 0.
       01  BOOK-MATCH-IDX    PIC 9(4) VALUE 0.

      *> Who borrowed which series title -- one row per member and
      *> link, however many times it was borrowed.
       01  READ-TABLE.
           05 READ-ENTRY OCCURS 5000 TIMES.
               10 RD-MEMBER      PIC X(5).
               10 RD-SLINK-IDX   PIC 9(4).
       01  READ-CNT          PIC 9(4) VALUE 0.
       01  READ-IDX          PIC 9(4) VALUE 0.
       01  READ-JDX          PIC 9(4) VALUE 0.
       01  WS-READ-OVER      PIC X VALUE 'N'.

       01  LG-TRAN           PIC X(5).
       01  LG-MEMBER         PIC X(5).
       01  LG-BOOK           PIC X(5).

       01  WS-PICK-X         PIC X(5).
       01  WS-NAME-IN        PIC X(30).
       01  WS-VOLUMES-IN     PIC X(3).
       01  WS-VOLUME-N       PIC 9(3).
       01  WS-COMMA-CNT      PIC 9(2).
       01  WS-CONFIRM        PIC X.
       01  WS-HIGHEST        PIC 9(3).
       01  WS-VOL            PIC 9(3).
       01  WS-HELD           PIC X.
       01  WS-HELD-CNT       PIC 9(3).
       01  WS-MISSING-CNT    PIC 9(3).
       01  WS-SERIES-LISTED  PIC 9(3).
       01  WS-NEXT-VOL       PIC 9(3).
       01  WS-FOUND          PIC X.
       01  WS-ADVISED        PIC 9(4).
       01  WS-VOL-ED         PIC ZZ9.
       01  WS-VOL-ED2        PIC ZZ9.
       01  WS-CNT-ED         PIC ZZZ9.
       01  WS-LINE           PIC X(80).
       01  WS-PTR            PIC 9(3).
       01  WS-REPORT         PIC X.
       01  WS-AUTHOR-NAME    PIC X(30).

      *> Missing volumes found by the gap report, for the optional
      *> suggestion run straight after it.
       01  GAP-TABLE.
           05 GAP-ENTRY OCCURS 500 TIMES.
               10 GP-SERIES-IDX  PIC 9(3).
               10 GP-VOLUME      PIC 9(3).
       01  GAP-CNT           PIC 9(3) VALUE 0.
       01  GAP-IDX           PIC 9(3) VALUE 0.

      *> suggestions.csv, as Suggest lays it out: ID, title, author,
      *> member, status, date, source.
       01  SG-ID             PIC X(5).
       01  SG-TITLE          PIC X(30).
       01  SG-AUTHOR         PIC X(30).
       01  SG-MEMBER         PIC X(5).
       01  SG-STATUS         PIC X(8).
       01  SG-DATE           PIC X(10).
       01  SG-SOURCE         PIC X(6).
       01  MAX-SUGG-ID       PIC 9(5) VALUE 0.
       01  WS-SG-ID-N        PIC 9(5).
       01  WS-SG-TITLE       PIC X(30).
       01  WS-SG-OPEN        PIC X.
       01  WS-RAISED         PIC 9(3) VALUE 0.
       01  OPEN-SUGG-TABLE.
           05 OPEN-SUGG-TITLE OCCURS 300 TIMES PIC X(30).
       01  OPEN-SUGG-CNT     PIC 9(3) VALUE 0.
       01  OPEN-SUGG-IDX     PIC 9(3) VALUE 0.

      *> Keyed member lookup for the advisory report -- see
      *> MemberLookup.
       01  WS-LOOKUP-ID      PIC X(5).
       01  WS-LOOKUP-LINE    PIC X(200).
       01  WS-LOOKUP-FOUND   PIC X.
       01  WS-MB-ID          PIC X(5).
       01  WS-MB-NAME        PIC X(30).

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
      *> Serialize against other transactions before touching
      *> series.csv, seriesbooks.csv or suggestions.csv.
           MOVE 'SeriesMaint' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-SERIES-FILE
           PERFORM LOAD-SLINK-FILE
           PERFORM LOAD-AUTHOR-FILE
           PERFORM LOAD-BOOK-FILE

           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM SERIES-MENU THRU SERIES-MENU-EXIT
               UNTIL WS-DONE = 'Y'

           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-SERIES-FILE
               PERFORM REWRITE-SLINK-FILE
               DISPLAY "Series files saved."
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       SERIES-MENU.
           DISPLAY "=============================="
           DISPLAY "        SERIES MASTER"
           DISPLAY "=============================="
           DISPLAY "1) List series and volumes"
           DISPLAY "2) Add a series"
           DISPLAY "3) Link a title to a series"
           DISPLAY "4) Unlink a title"
           DISPLAY "5) Missing-volume report"
           DISPLAY "6) Next-volume readers' advisory report"
           DISPLAY "7) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LIST-SERIES
              WHEN 2
                  PERFORM ADD-SERIES
              WHEN 3
                  PERFORM LINK-TITLE
              WHEN 4
                  PERFORM UNLINK-TITLE
              WHEN 5
                  PERFORM MISSING-VOLUME-REPORT
              WHEN 6
                  PERFORM NEXT-VOLUME-REPORT
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       SERIES-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       LIST-SERIES.
           IF SERIES-CNT = 0
               DISPLAY "(no series on file)"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SERIES-IDX FROM 1 BY 1
               UNTIL SERIES-IDX > SERIES-CNT
               PERFORM FIND-SERIES-AUTHOR
               IF SR-VOLUMES(SERIES-IDX) = 0
                   DISPLAY SR-ID(SERIES-IDX) " "
                       FUNCTION TRIM(SR-NAME(SERIES-IDX)) " by "
                       FUNCTION TRIM(WS-AUTHOR-NAME)
                       " (volumes published unknown)"
               ELSE
                   MOVE SR-VOLUMES(SERIES-IDX) TO WS-VOL-ED
                   DISPLAY SR-ID(SERIES-IDX) " "
                       FUNCTION TRIM(SR-NAME(SERIES-IDX)) " by "
                       FUNCTION TRIM(WS-AUTHOR-NAME) " ("
                       FUNCTION TRIM(WS-VOL-ED) " published)"
               END-IF
               PERFORM FIND-HIGHEST-VOLUME
               PERFORM VARYING WS-VOL FROM 1 BY 1
                   UNTIL WS-VOL > WS-HIGHEST
                   PERFORM VARYING SLINK-IDX FROM 1 BY 1
                       UNTIL SLINK-IDX > SLINK-CNT
                       IF SL-SERIES-ID(SLINK-IDX) = SR-ID(SERIES-IDX)
                           AND SL-VOLUME(SLINK-IDX) = WS-VOL
                           MOVE SL-BOOK-ID(SLINK-IDX) TO WS-PICK-X
                           PERFORM FIND-BOOK
                           MOVE WS-VOL TO WS-VOL-ED
                           IF BOOK-MATCH-IDX = 0
                               DISPLAY "      #" WS-VOL-ED " "
                                   SL-BOOK-ID(SLINK-IDX)
                                   " (not in the catalogue)"
                           ELSE
                               DISPLAY "      #" WS-VOL-ED " "
                                   SL-BOOK-ID(SLINK-IDX) " "
                                   FUNCTION TRIM
                                   (BK-NAME(BOOK-MATCH-IDX))
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The author must be on the authority list; a MERGED variant
      *> is taken as the author it was merged into.
       ADD-SERIES.
           IF SERIES-CNT >= 300
               DISPLAY "Series table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Series name: "
           MOVE SPACES TO WS-NAME-IN
           ACCEPT WS-NAME-IN
           MOVE 0 TO WS-COMMA-CNT
           INSPECT WS-NAME-IN TALLYING WS-COMMA-CNT FOR ALL ","
           IF FUNCTION TRIM(WS-NAME-IN) = SPACE OR WS-COMMA-CNT > 0
               DISPLAY "Enter a name, without commas."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SERIES-IDX FROM 1 BY 1
               UNTIL SERIES-IDX > SERIES-CNT
               IF FUNCTION UPPER-CASE(SR-NAME(SERIES-IDX)) =
                   FUNCTION UPPER-CASE(WS-NAME-IN)
                   DISPLAY "Series " SR-ID(SERIES-IDX)
                       " already has that name."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "Author ID (authority list): "
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           PERFORM FIND-AUTHOR
           IF AUTHOR-MATCH-IDX = 0
               DISPLAY "No author with that ID -- add them in "
                   "Author Authority first."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(AU-STATUS(AUTHOR-MATCH-IDX)) = "MERGED"
               MOVE AU-MERGED-INTO(AUTHOR-MATCH-IDX) TO WS-PICK-X
               PERFORM FIND-AUTHOR
               IF AUTHOR-MATCH-IDX = 0
                   DISPLAY "That author was merged into a missing "
                       "record."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "(merged variant -- using "
                   AU-ID(AUTHOR-MATCH-IDX) " "
                   FUNCTION TRIM(AU-NAME(AUTHOR-MATCH-IDX)) ")"
           END-IF
           DISPLAY "Volumes published (blank if not known): "
           MOVE SPACES TO WS-VOLUMES-IN
           ACCEPT WS-VOLUMES-IN
           MOVE 0 TO WS-VOLUME-N
           IF FUNCTION TRIM(WS-VOLUMES-IN) NOT = SPACE
               IF FUNCTION TEST-NUMVAL(WS-VOLUMES-IN) NOT = 0
                   DISPLAY "Enter a number of volumes."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-VOLUMES-IN) TO WS-VOLUME-N
           END-IF

           ADD 1 TO MAX-SERIES-ID
           ADD 1 TO SERIES-CNT
           MOVE MAX-SERIES-ID TO WS-SR-ID-N
           MOVE WS-SR-ID-N TO SR-ID(SERIES-CNT)
           MOVE WS-NAME-IN TO SR-NAME(SERIES-CNT)
           MOVE AU-ID(AUTHOR-MATCH-IDX) TO SR-AUTHOR-ID(SERIES-CNT)
           MOVE WS-VOLUME-N TO SR-VOLUMES(SERIES-CNT)
           MOVE "ACTIVE" TO SR-STATUS(SERIES-CNT)
           MOVE 'Y' TO WS-CHANGED

           MOVE "SERIES" TO WS-AUDIT-ENTITY-TYPE
           MOVE SR-ID(SERIES-CNT) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "ACTIVE" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Series " SR-ID(SERIES-CNT) " added.".

      *-----------------------------------------------------------------
      *> A title sits in one series at one volume number; linking it
      *> again moves it. Two titles can't share a volume.
       LINK-TITLE.
           DISPLAY "Book ID: "
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           PERFORM FIND-BOOK
           IF BOOK-MATCH-IDX = 0
               DISPLAY "No book with that ID."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Series ID: "
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           PERFORM FIND-SERIES
           IF SERIES-MATCH-IDX = 0
               DISPLAY "No series with that ID."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Volume number: "
           MOVE SPACES TO WS-VOLUMES-IN
           ACCEPT WS-VOLUMES-IN
           IF FUNCTION TRIM(WS-VOLUMES-IN) = SPACE
               OR FUNCTION TEST-NUMVAL(WS-VOLUMES-IN) NOT = 0
               DISPLAY "Enter a volume number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-VOLUMES-IN) TO WS-VOLUME-N
           IF WS-VOLUME-N = 0
               DISPLAY "Volumes are numbered from 1."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               IF SL-SERIES-ID(SLINK-IDX) = SR-ID(SERIES-MATCH-IDX)
                   AND SL-VOLUME(SLINK-IDX) = WS-VOLUME-N
                   AND SL-BOOK-ID(SLINK-IDX) NOT =
                       BK-ID(BOOK-MATCH-IDX)
                   MOVE WS-VOLUME-N TO WS-VOL-ED
                   DISPLAY "Volume " FUNCTION TRIM(WS-VOL-ED)
                       " of that series is already title "
                       SL-BOOK-ID(SLINK-IDX) "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 0 TO SLINK-MATCH-IDX
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               IF SL-BOOK-ID(SLINK-IDX) = BK-ID(BOOK-MATCH-IDX)
                   MOVE SLINK-IDX TO SLINK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SLINK-MATCH-IDX = 0
               IF SLINK-CNT >= 2000
                   DISPLAY "Series link table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SLINK-CNT
               MOVE SLINK-CNT TO SLINK-MATCH-IDX
               MOVE SPACES TO WS-AUDIT-OLD-STATUS
           ELSE
               MOVE SL-SERIES-ID(SLINK-MATCH-IDX)
                   TO WS-AUDIT-OLD-STATUS
           END-IF
           MOVE BK-ID(BOOK-MATCH-IDX) TO SL-BOOK-ID(SLINK-MATCH-IDX)
           MOVE SR-ID(SERIES-MATCH-IDX)
               TO SL-SERIES-ID(SLINK-MATCH-IDX)
           MOVE WS-VOLUME-N TO SL-VOLUME(SLINK-MATCH-IDX)
           MOVE 'Y' TO WS-CHANGED

           MOVE "BOOK" TO WS-AUDIT-ENTITY-TYPE
           MOVE BK-ID(BOOK-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE SR-ID(SERIES-MATCH-IDX) TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           MOVE WS-VOLUME-N TO WS-VOL-ED
           DISPLAY FUNCTION TRIM(BK-NAME(BOOK-MATCH-IDX))
               " is now volume " FUNCTION TRIM(WS-VOL-ED) " of "
               FUNCTION TRIM(SR-NAME(SERIES-MATCH-IDX)) ".".

      *-----------------------------------------------------------------
       UNLINK-TITLE.
           DISPLAY "Book ID: "
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           MOVE 0 TO SLINK-MATCH-IDX
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               IF FUNCTION TRIM(SL-BOOK-ID(SLINK-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE SLINK-IDX TO SLINK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SLINK-MATCH-IDX = 0
               DISPLAY "That title is not in a series."
               EXIT PARAGRAPH
           END-IF
           MOVE "BOOK" TO WS-AUDIT-ENTITY-TYPE
           MOVE SL-BOOK-ID(SLINK-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE SL-SERIES-ID(SLINK-MATCH-IDX) TO WS-AUDIT-OLD-STATUS
           MOVE SPACES TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           PERFORM VARYING SLINK-IDX FROM SLINK-MATCH-IDX BY 1
               UNTIL SLINK-IDX >= SLINK-CNT
               MOVE SLINK-ENTRY(SLINK-IDX + 1) TO SLINK-ENTRY(SLINK-IDX)
           END-PERFORM
           SUBTRACT 1 FROM SLINK-CNT
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Title taken out of its series.".

      *-----------------------------------------------------------------
      *> Series where we hold at least one volume and are missing
      *> others -- up to the volumes published when that is known,
      *> otherwise up to the highest volume we hold.
       MISSING-VOLUME-REPORT.
           MOVE 0 TO GAP-CNT
           MOVE 0 TO WS-SERIES-LISTED
           MOVE 'G' TO WS-REPORT
           OPEN OUTPUT GAP-FILE
           MOVE SPACES TO WS-LINE
           STRING "SERIES MISSING-VOLUME REPORT  " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING SERIES-IDX FROM 1 BY 1
               UNTIL SERIES-IDX > SERIES-CNT
               PERFORM FIND-HIGHEST-VOLUME
               MOVE 0 TO WS-HELD-CNT
               PERFORM VARYING SLINK-IDX FROM 1 BY 1
                   UNTIL SLINK-IDX > SLINK-CNT
                   IF SL-SERIES-ID(SLINK-IDX) = SR-ID(SERIES-IDX)
                       ADD 1 TO WS-HELD-CNT
                   END-IF
               END-PERFORM
               IF SR-VOLUMES(SERIES-IDX) > WS-HIGHEST
                   MOVE SR-VOLUMES(SERIES-IDX) TO WS-HIGHEST
               END-IF
               IF WS-HELD-CNT > 0 AND WS-HELD-CNT < WS-HIGHEST
                   PERFORM REPORT-SERIES-GAPS
               END-IF
           END-PERFORM
           IF WS-SERIES-LISTED = 0
               MOVE "  Every series we hold is complete." TO WS-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE SPACES TO WS-LINE
               PERFORM EMIT-LINE
               MOVE GAP-CNT TO WS-CNT-ED
               MOVE WS-SERIES-LISTED TO WS-VOL-ED
               STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                      " missing volume(s) across " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VOL-ED) DELIMITED BY SIZE
                      " series." DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           CLOSE GAP-FILE
           MOVE "../series_gaps_report.txt" TO WS-PS-SOURCE
           PERFORM SPOOL-REPORT
           DISPLAY "Report written to series_gaps_report.txt."
           IF GAP-CNT > 0
               DISPLAY "Queue the missing volumes as purchase "
                   "suggestions (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM RAISE-GAP-SUGGESTIONS
               END-IF
           END-IF.

       REPORT-SERIES-GAPS.
           ADD 1 TO WS-SERIES-LISTED
           PERFORM FIND-SERIES-AUTHOR
           MOVE WS-HELD-CNT TO WS-VOL-ED
           MOVE WS-HIGHEST TO WS-VOL-ED2
           MOVE SPACES TO WS-LINE
           STRING SR-ID(SERIES-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SR-NAME(SERIES-IDX)) DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUTHOR-NAME) DELIMITED BY SIZE
                  ", hold " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOL-ED) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOL-ED2) DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "    missing:" TO WS-LINE
           MOVE 13 TO WS-PTR
           PERFORM VARYING WS-VOL FROM 1 BY 1
               UNTIL WS-VOL > WS-HIGHEST
               MOVE 'N' TO WS-HELD
               PERFORM VARYING SLINK-IDX FROM 1 BY 1
                   UNTIL SLINK-IDX > SLINK-CNT
                   IF SL-SERIES-ID(SLINK-IDX) = SR-ID(SERIES-IDX)
                       AND SL-VOLUME(SLINK-IDX) = WS-VOL
                       MOVE 'Y' TO WS-HELD
                   END-IF
               END-PERFORM
               IF WS-HELD = 'N'
                   IF WS-PTR > 72
                       PERFORM EMIT-LINE
                       MOVE SPACES TO WS-LINE
                       MOVE 13 TO WS-PTR
                   END-IF
                   MOVE WS-VOL TO WS-VOL-ED
                   STRING " #" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VOL-ED) DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-PTR
                   IF GAP-CNT < 500
                       ADD 1 TO GAP-CNT
                       MOVE SERIES-IDX TO GP-SERIES-IDX(GAP-CNT)
                       MOVE WS-VOL TO GP-VOLUME(GAP-CNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
      *> One NEW suggestions.csv row per missing volume, sourced
      *> SERIES, unless an open (NEW or ORDERED) one is already
      *> there under the same title.
       RAISE-GAP-SUGGESTIONS.
           PERFORM SCAN-SUGGESTIONS
           MOVE 0 TO WS-RAISED
           OPEN EXTEND SUGG-FILE
           IF WS-SUGG-STATUS NOT = "00"
               CLOSE SUGG-FILE
               OPEN OUTPUT SUGG-FILE
           END-IF
           PERFORM VARYING GAP-IDX FROM 1 BY 1 UNTIL GAP-IDX > GAP-CNT
               MOVE GP-SERIES-IDX(GAP-IDX) TO SERIES-IDX
               MOVE GP-VOLUME(GAP-IDX) TO WS-VOL-ED
               MOVE SPACES TO WS-SG-TITLE
               STRING FUNCTION TRIM(SR-NAME(SERIES-IDX))
                          DELIMITED BY SIZE
                      " #" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VOL-ED) DELIMITED BY SIZE
                   INTO WS-SG-TITLE
               MOVE 'N' TO WS-SG-OPEN
               PERFORM VARYING OPEN-SUGG-IDX FROM 1 BY 1
                   UNTIL OPEN-SUGG-IDX > OPEN-SUGG-CNT
                   IF FUNCTION UPPER-CASE(OPEN-SUGG-TITLE
                       (OPEN-SUGG-IDX)) =
                       FUNCTION UPPER-CASE(WS-SG-TITLE)
                       MOVE 'Y' TO WS-SG-OPEN
                   END-IF
               END-PERFORM
               IF WS-SG-OPEN = 'N'
                   PERFORM FIND-SERIES-AUTHOR
                   ADD 1 TO MAX-SUGG-ID
                   MOVE MAX-SUGG-ID TO WS-SG-ID-N
                   MOVE SPACES TO SUGG-REC
                   STRING WS-SG-ID-N DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-SG-TITLE)
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(WS-AUTHOR-NAME)
                              DELIMITED BY SIZE ","
                          "     " DELIMITED BY SIZE ","
                          "NEW     " DELIMITED BY SIZE ","
                          WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                          "SERIES" DELIMITED BY SIZE
                       INTO SUGG-REC
                   WRITE SUGG-REC
                   ADD 1 TO WS-RAISED
               END-IF
           END-PERFORM
           CLOSE SUGG-FILE
           DISPLAY WS-RAISED " suggestion(s) queued for Purchase "
               "Suggestions.".

       SCAN-SUGGESTIONS.
           MOVE 0 TO MAX-SUGG-ID
           MOVE 0 TO OPEN-SUGG-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT SUGG-FILE
           IF WS-SUGG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SUGG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING SUGG-REC DELIMITED BY ","
                           INTO SG-ID, SG-TITLE, SG-AUTHOR,
                                SG-MEMBER, SG-STATUS, SG-DATE,
                                SG-SOURCE
                       IF SG-ID NUMERIC
                           MOVE SG-ID TO WS-SG-ID-N
                           IF WS-SG-ID-N > MAX-SUGG-ID
                               MOVE WS-SG-ID-N TO MAX-SUGG-ID
                           END-IF
                       END-IF
                       IF (FUNCTION TRIM(SG-STATUS) = "NEW"
                           OR FUNCTION TRIM(SG-STATUS) = "ORDERED")
                           AND OPEN-SUGG-CNT < 300
                           ADD 1 TO OPEN-SUGG-CNT
                           MOVE SG-TITLE
                               TO OPEN-SUGG-TITLE(OPEN-SUGG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUGG-FILE.

      *-----------------------------------------------------------------
      *> Members who borrowed volume N of a series but never N+1,
      *> where we hold N+1.
       NEXT-VOLUME-REPORT.
           PERFORM LOAD-READ-TABLE
           MOVE 0 TO WS-ADVISED
           MOVE 'N' TO WS-REPORT
           OPEN OUTPUT NEXT-FILE
           MOVE SPACES TO WS-LINE
           STRING "SERIES NEXT-VOLUME ADVISORY  " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Members who read one volume and not the next one."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           IF WS-READ-OVER = 'Y'
               MOVE "  (borrowing table full -- oldest loans only)"
                   TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING READ-IDX FROM 1 BY 1
               UNTIL READ-IDX > READ-CNT
               MOVE RD-SLINK-IDX(READ-IDX) TO SLINK-IDX
               COMPUTE WS-NEXT-VOL = SL-VOLUME(SLINK-IDX) + 1
               MOVE 0 TO SLINK-MATCH-IDX
               PERFORM VARYING SLINK-JDX FROM 1 BY 1
                   UNTIL SLINK-JDX > SLINK-CNT
                   IF SL-SERIES-ID(SLINK-JDX) = SL-SERIES-ID(SLINK-IDX)
                       AND SL-VOLUME(SLINK-JDX) = WS-NEXT-VOL
                       MOVE SLINK-JDX TO SLINK-MATCH-IDX
                   END-IF
               END-PERFORM
               IF SLINK-MATCH-IDX NOT = 0
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING READ-JDX FROM 1 BY 1
                       UNTIL READ-JDX > READ-CNT
                       IF RD-MEMBER(READ-JDX) = RD-MEMBER(READ-IDX)
                           AND RD-SLINK-IDX(READ-JDX) =
                               SLINK-MATCH-IDX
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       PERFORM REPORT-NEXT-VOLUME
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-ADVISED TO WS-CNT-ED
           STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " member(s) to suggest a next volume to."
                  DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           CLOSE NEXT-FILE
           MOVE "../series_next_report.txt" TO WS-PS-SOURCE
           PERFORM SPOOL-REPORT
           DISPLAY "Report written to series_next_report.txt.".

       REPORT-NEXT-VOLUME.
           ADD 1 TO WS-ADVISED
           MOVE RD-MEMBER(READ-IDX) TO WS-LOOKUP-ID
           CALL 'MemberLookup' USING WS-LOOKUP-ID, WS-LOOKUP-LINE,
               WS-LOOKUP-FOUND
           MOVE SPACES TO WS-MB-NAME
           IF WS-LOOKUP-FOUND = 'Y'
               UNSTRING WS-LOOKUP-LINE DELIMITED BY ","
                   INTO WS-MB-ID, WS-MB-NAME
           END-IF
           MOVE SL-SERIES-ID(SLINK-IDX) TO WS-PICK-X
           PERFORM FIND-SERIES
           MOVE SL-VOLUME(SLINK-IDX) TO WS-VOL-ED
           MOVE WS-NEXT-VOL TO WS-VOL-ED2
           MOVE SPACES TO WS-LINE
           STRING RD-MEMBER(READ-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MB-NAME) DELIMITED BY SIZE
                  " read #" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOL-ED) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(SR-NAME(SERIES-MATCH-IDX))
                      DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE SL-BOOK-ID(SLINK-MATCH-IDX) TO WS-PICK-X
           PERFORM FIND-BOOK
           MOVE SPACES TO WS-LINE
           IF BOOK-MATCH-IDX = 0
               STRING "      next: #" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VOL-ED2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SL-BOOK-ID(SLINK-MATCH-IDX) DELIMITED BY SIZE
                   INTO WS-LINE
           ELSE
               STRING "      next: #" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VOL-ED2) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SL-BOOK-ID(SLINK-MATCH-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(BK-NAME(BOOK-MATCH-IDX))
                          DELIMITED BY SIZE
                   INTO WS-LINE
           END-IF
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
      *> Every series title each member has borrowed, current loans
      *> and archived ones alike.
       LOAD-READ-TABLE.
           MOVE 0 TO READ-CNT
           MOVE 'N' TO WS-READ-OVER
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           UNSTRING LOG-REC DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK
                           PERFORM NOTE-SERIES-READ
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
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK
                           PERFORM NOTE-SERIES-READ
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       NOTE-SERIES-READ.
           MOVE 0 TO SLINK-MATCH-IDX
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               IF SL-BOOK-ID(SLINK-IDX) = LG-BOOK
                   MOVE SLINK-IDX TO SLINK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SLINK-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING READ-IDX FROM 1 BY 1
               UNTIL READ-IDX > READ-CNT
               IF RD-MEMBER(READ-IDX) = LG-MEMBER
                   AND RD-SLINK-IDX(READ-IDX) = SLINK-MATCH-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF READ-CNT >= 5000
               MOVE 'Y' TO WS-READ-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO READ-CNT
           MOVE LG-MEMBER TO RD-MEMBER(READ-CNT)
           MOVE SLINK-MATCH-IDX TO RD-SLINK-IDX(READ-CNT).

      *-----------------------------------------------------------------
      *> WS-REPORT says which report is open: G gaps, N next volume.
       EMIT-LINE.
           IF WS-REPORT = 'G'
               MOVE WS-LINE TO GAP-LINE
               WRITE GAP-LINE
           ELSE
               MOVE WS-LINE TO NEXT-LINE
               WRITE NEXT-LINE
           END-IF
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           MOVE SPACES TO WS-LINE.

       SPOOL-REPORT.
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "SERIES" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB.

      *-----------------------------------------------------------------
      *> Highest volume of SERIES-IDX's series we hold.
       FIND-HIGHEST-VOLUME.
           MOVE 0 TO WS-HIGHEST
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               IF SL-SERIES-ID(SLINK-IDX) = SR-ID(SERIES-IDX)
                   AND SL-VOLUME(SLINK-IDX) > WS-HIGHEST
                   MOVE SL-VOLUME(SLINK-IDX) TO WS-HIGHEST
               END-IF
           END-PERFORM.

       FIND-SERIES-AUTHOR.
           MOVE SR-AUTHOR-ID(SERIES-IDX) TO WS-PICK-X
           PERFORM FIND-AUTHOR
           IF AUTHOR-MATCH-IDX = 0
               MOVE SR-AUTHOR-ID(SERIES-IDX) TO WS-AUTHOR-NAME
           ELSE
               MOVE AU-NAME(AUTHOR-MATCH-IDX) TO WS-AUTHOR-NAME
           END-IF.

       FIND-AUTHOR.
           MOVE 0 TO AUTHOR-MATCH-IDX
           PERFORM VARYING AUTHOR-IDX FROM 1 BY 1
               UNTIL AUTHOR-IDX > AUTHOR-CNT
               IF FUNCTION TRIM(AU-ID(AUTHOR-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE AUTHOR-IDX TO AUTHOR-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SERIES.
           MOVE 0 TO SERIES-MATCH-IDX
           PERFORM VARYING SERIES-IDX FROM 1 BY 1
               UNTIL SERIES-IDX > SERIES-CNT
               IF FUNCTION TRIM(SR-ID(SERIES-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE SERIES-IDX TO SERIES-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-BOOK.
           MOVE 0 TO BOOK-MATCH-IDX
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
               UNTIL BOOK-IDX > BOOK-CNT
               IF FUNCTION TRIM(BK-ID(BOOK-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE BOOK-IDX TO BOOK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE 'SeriesMaint' TO WS-AUDIT-PROGRAM
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

      *-----------------------------------------------------------------
       LOAD-SERIES-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO SERIES-CNT
           MOVE 0 TO MAX-SERIES-ID
           OPEN INPUT SERIES-FILE
           IF WS-SERIES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SERIES-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SERIES-CNT < 300
                           ADD 1 TO SERIES-CNT
                           MOVE SPACES TO WS-VOLUMES-IN
                           UNSTRING SERIES-REC DELIMITED BY ","
                               INTO SR-ID(SERIES-CNT),
                                    SR-NAME(SERIES-CNT),
                                    SR-AUTHOR-ID(SERIES-CNT),
                                    WS-VOLUMES-IN,
                                    SR-STATUS(SERIES-CNT)
                           MOVE 0 TO SR-VOLUMES(SERIES-CNT)
                           IF FUNCTION TRIM(WS-VOLUMES-IN) NOT = SPACE
                               AND FUNCTION TEST-NUMVAL(WS-VOLUMES-IN)
                                   = 0
                               MOVE FUNCTION NUMVAL(WS-VOLUMES-IN)
                                   TO SR-VOLUMES(SERIES-CNT)
                           END-IF
                           IF SR-ID(SERIES-CNT) NUMERIC
                               MOVE SR-ID(SERIES-CNT) TO WS-SR-ID-N
                               IF WS-SR-ID-N > MAX-SERIES-ID
                                   MOVE WS-SR-ID-N TO MAX-SERIES-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SERIES-FILE.

       REWRITE-SERIES-FILE.
           OPEN OUTPUT SERIES-FILE
           PERFORM VARYING SERIES-IDX FROM 1 BY 1
               UNTIL SERIES-IDX > SERIES-CNT
               MOVE SPACES TO SERIES-REC
               STRING SR-ID(SERIES-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(SR-NAME(SERIES-IDX))
                          DELIMITED BY SIZE ","
                      SR-AUTHOR-ID(SERIES-IDX) DELIMITED BY SIZE ","
                      SR-VOLUMES(SERIES-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(SR-STATUS(SERIES-IDX))
                          DELIMITED BY SIZE
                   INTO SERIES-REC
               WRITE SERIES-REC
           END-PERFORM
           CLOSE SERIES-FILE.

      *-----------------------------------------------------------------
       LOAD-SLINK-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO SLINK-CNT
           OPEN INPUT SLINK-FILE
           IF WS-SLINK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SLINK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SLINK-CNT < 2000
                           ADD 1 TO SLINK-CNT
                           MOVE SPACES TO SL-VOLUME-X
                           UNSTRING SLINK-REC DELIMITED BY ","
                               INTO SL-BOOK-ID(SLINK-CNT),
                                    SL-SERIES-ID(SLINK-CNT),
                                    SL-VOLUME-X
                           MOVE 0 TO SL-VOLUME(SLINK-CNT)
                           IF FUNCTION TRIM(SL-VOLUME-X) NOT = SPACE
                               AND FUNCTION TEST-NUMVAL(SL-VOLUME-X)
                                   = 0
                               MOVE FUNCTION NUMVAL(SL-VOLUME-X)
                                   TO SL-VOLUME(SLINK-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLINK-FILE.

       REWRITE-SLINK-FILE.
           OPEN OUTPUT SLINK-FILE
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               MOVE SPACES TO SLINK-REC
               STRING SL-BOOK-ID(SLINK-IDX) DELIMITED BY SIZE ","
                      SL-SERIES-ID(SLINK-IDX) DELIMITED BY SIZE ","
                      SL-VOLUME(SLINK-IDX) DELIMITED BY SIZE
                   INTO SLINK-REC
               WRITE SLINK-REC
           END-PERFORM
           CLOSE SLINK-FILE.

      *-----------------------------------------------------------------
       LOAD-AUTHOR-FILE.
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
                           UNSTRING AUTHOR-REC DELIMITED BY ","
                               INTO AU-ID(AUTHOR-CNT),
                                    AU-NAME(AUTHOR-CNT),
                                    AU-STATUS(AUTHOR-CNT),
                                    AU-MERGED-INTO(AUTHOR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTHOR-FILE.

       LOAD-BOOK-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO BOOK-CNT
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BOOK-CNT < 1000
                           ADD 1 TO BOOK-CNT
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BOOK-CNT),
                                    BK-NAME(BOOK-CNT),
                                    BK-AUTHOR(BOOK-CNT),
                                    BK-COUNT(BOOK-CNT),
                                    BK-GENRE(BOOK-CNT),
                                    BK-STATUS(BOOK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

       END PROGRAM SeriesMaint.
