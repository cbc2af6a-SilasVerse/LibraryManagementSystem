      *          Writes export_catalog.csv; regenerated nightly as
      *          part of the batch chain.
      * Tectonics: cobc
      * (Updated by Silas): A tenth column carries up to three
      *            "also borrowed" title IDs (semicolon-separated,
      *            strongest first) from title_associations.csv,
      *            which AlsoBorrowed builds without member IDs.
      * (Updated by Silas): Also writes export_reading_lists.csv: each
      *            ACTIVE staff reading list (ReadingLists) title by
      *            title -- list, list title, audience, position, book,
      *            title, annotation, available copies -- skipping
      *            WITHDRAWN titles.
      * (Updated by Silas): Copies ON-DISPLAY (see Displays) count as
      *            available, and an eleventh column carries how many of
      *            them are on display so the portal can say so.
      * (Updated by Silas): A twelfth column carries each title's
      *            material format (bookformats.csv, see FormatMaint;
      *            BOOK when the title has none).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogExport IS INITIAL.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
      *> Member-free "also borrowed" pairings -- see AlsoBorrowed.
           SELECT ASSOC-FILE ASSIGN TO "../title_associations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSOC-STATUS.
      *> Staff reading lists -- see ReadingLists.
           SELECT RLIST-FILE ASSIGN TO "../reading_lists.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLIST-STATUS.
           SELECT RITEM-FILE ASSIGN TO "../reading_list_items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RITEM-STATUS.
           SELECT BKFMT-FILE ASSIGN TO "../bookformats.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKFMT-STATUS.
           SELECT RLEXPORT-FILE
               ASSIGN TO "../export_reading_lists.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  EXPORT-REC      PIC X(200).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  ASSOC-FILE.
       01  ASSOC-REC       PIC X(100).
       FD  RLIST-FILE.
       01  RLIST-REC       PIC X(120).
       FD  RITEM-FILE.
       01  RITEM-REC       PIC X(120).
       FD  BKFMT-FILE.
       01  BKFMT-REC       PIC X(40).
       FD  RLEXPORT-FILE.
       01  RLEXPORT-REC    PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-COPY-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-BKFMT-STATUS   PIC XX.
       01  FILE-END          PIC X VALUE 'N'.

       01  BOOK-TABLE.
               10 BK-ISBN      PIC X(17).
               10 BK-BRANCH    PIC X(10).
               10 BK-AVAIL     PIC 9(4).
               10 BK-DISPLAY   PIC 9(4).
               10 BK-HAS-COPY  PIC X.
               10 BK-DUE-INT   PIC 9(8).
               10 BK-DUE-DATE  PIC X(10).
               10 BK-QUEUE     PIC 9(4).
               10 BK-RELATED   PIC X(20).
               10 BK-FORMAT    PIC X(10).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.

       01  BF-BOOK-ID        PIC X(5).
       01  BF-FORMAT         PIC X(10).

       01  CP-BOOK-ID        PIC X(5).
       01  CP-COPY-ID        PIC X(6).
       01  CP-BARCODE        PIC X(12).
       01  F-RDT             PIC X(10).

       01  WS-EXPORTED       PIC 9(4) VALUE 0.

      *> "Also borrowed" row fields.
       01  WS-ASSOC-STATUS   PIC XX.
       01  AS-BOOK-ID        PIC X(5).
       01  AS-RANK           PIC X(2).
       01  AS-RELATED-ID     PIC X(5).
       01  WS-RELATED-WORK   PIC X(20).
       01  WS-NARG           PIC 9(4) COMP-5 VALUE 0.

      *> Reading-list feed fields: the ACTIVE lists, then one item
      *> row at a time.
       01  WS-RLIST-STATUS   PIC XX.
       01  WS-RITEM-STATUS   PIC XX.
       01  RLIST-TABLE.
           05 RLIST-ENTRY OCCURS 200 TIMES.
               10 RL-ID        PIC X(5).
               10 RL-TITLE     PIC X(40).
               10 RL-AUDIENCE  PIC X(15).
       01  RL-CNT            PIC 9(3) VALUE 0.
       01  RL-IDX            PIC 9(3) VALUE 0.
       01  RL-MATCH-IDX      PIC 9(3) VALUE 0.
       01  RL-SKIP           PIC X(10).
       01  RL-STATUS-IN      PIC X(7).
       01  RI-LIST-ID        PIC X(5).
       01  RI-SEQ-X          PIC X(3).
       01  RI-BOOK-ID        PIC X(5).
       01  RI-NOTE           PIC X(60).
       01  WS-LAST-LIST      PIC X(5).
       01  WS-LIST-POS       PIC 9(3) VALUE 0.
       01  WS-BK-MATCH-IDX   PIC 9(4) VALUE 0.
       01  WS-RL-EXPORTED    PIC 9(4) VALUE 0.

      *> DD-MM-YYYY -> integer day.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-OUT-INT   PIC 9(8).
           PERFORM COUNT-AVAILABLE-COPIES
           PERFORM FIND-SOONEST-DUE-DATES
           PERFORM COUNT-HOLD-QUEUES
           PERFORM LOAD-ALSO-BORROWED
           PERFORM LOAD-BOOK-FORMATS
           PERFORM WRITE-EXPORT
           IF WS-NARG > 1
               MOVE WS-EXPORTED TO BATCH-COUNT
           END-IF
           DISPLAY WS-EXPORTED " title(s) exported to "
               "export_catalog.csv."
           PERFORM WRITE-READING-LIST-EXPORT
           GO TO ENDER.
       ENDER.
           GOBACK.
                           MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                       END-IF
                       MOVE 0 TO BK-AVAIL(BK-CNT)
                       MOVE 0 TO BK-DISPLAY(BK-CNT)
                       MOVE 'N' TO BK-HAS-COPY(BK-CNT)
                       MOVE 0 TO BK-DUE-INT(BK-CNT)
                       MOVE SPACES TO BK-DUE-DATE(BK-CNT)
                       MOVE 0 TO BK-QUEUE(BK-CNT)
                       MOVE SPACES TO BK-RELATED(BK-CNT)
                       MOVE "BOOK" TO BK-FORMAT(BK-CNT)
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.
                                   "AVAILABLE"
                                   ADD 1 TO BK-AVAIL(BK-IDX)
                               END-IF
      *> A copy on a display is still there to borrow.
                               IF FUNCTION TRIM(CP-STATUS) =
                                   "ON-DISPLAY"
                                   ADD 1 TO BK-AVAIL(BK-IDX)
                                   ADD 1 TO BK-DISPLAY(BK-IDX)
                               END-IF
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
           END-PERFORM
           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
      *> The top three related titles per title, in rank order, as
      *> one semicolon-separated column. No file, no column content.
       LOAD-ALSO-BORROWED.
           MOVE 'N' TO FILE-END
           OPEN INPUT ASSOC-FILE
           IF WS-ASSOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ASSOC-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO AS-RANK
                       UNSTRING ASSOC-REC DELIMITED BY ","
                           INTO AS-BOOK-ID, AS-RANK, AS-RELATED-ID
                       IF FUNCTION TRIM(AS-RANK) NOT = SPACE
                           AND FUNCTION NUMVAL(AS-RANK) <= 3
                           PERFORM ADD-RELATED-TITLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSOC-FILE.

       ADD-RELATED-TITLE.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = AS-BOOK-ID
                   IF BK-RELATED(BK-IDX) = SPACES
                       MOVE AS-RELATED-ID TO BK-RELATED(BK-IDX)
                   ELSE
                       MOVE SPACES TO WS-RELATED-WORK
                       STRING FUNCTION TRIM(BK-RELATED(BK-IDX))
                                  DELIMITED BY SIZE
                              ";" DELIMITED BY SIZE
                              FUNCTION TRIM(AS-RELATED-ID)
                                  DELIMITED BY SIZE
                           INTO WS-RELATED-WORK
                       MOVE WS-RELATED-WORK TO BK-RELATED(BK-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Each title's material format off bookformats.csv (see
      *> FormatMaint); a title with no row stays BOOK.
       LOAD-BOOK-FORMATS.
           MOVE 'N' TO FILE-END
           OPEN INPUT BKFMT-FILE
           IF WS-BKFMT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BKFMT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BF-FORMAT
                       UNSTRING BKFMT-REC DELIMITED BY ","
                           INTO BF-BOOK-ID, BF-FORMAT
                       PERFORM VARYING BK-IDX FROM 1 BY 1
                           UNTIL BK-IDX > BK-CNT
                           IF BK-ID(BK-IDX) = BF-BOOK-ID
                               AND BF-FORMAT NOT = SPACES
                               MOVE BF-FORMAT TO BK-FORMAT(BK-IDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BKFMT-FILE.

      *-----------------------------------------------------------------
      *> One row per public title: id,name,author,genre,isbn,branch,
      *> available-count,soonest-due,est-ready,also-borrowed,
      *> on-display,format. The due and est-ready columns are only
      *> filled when nothing is on the shelf -- est-ready is the wait
      *> a new request would face, from HoldEstimate.
       WRITE-EXPORT.
           MOVE 0 TO WS-EXPORTED
           OPEN OUTPUT EXPORT-FILE
                           FUNCTION TRIM(BK-BRANCH(BK-IDX))
                               DELIMITED BY SIZE ","
                           BK-AVAIL(BK-IDX) DELIMITED BY SIZE
                           ",,," DELIMITED BY SIZE
                           FUNCTION TRIM(BK-RELATED(BK-IDX))
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           BK-DISPLAY(BK-IDX) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(BK-FORMAT(BK-IDX))
                               DELIMITED BY SIZE
                           INTO EXPORT-REC
                   ELSE
                       COMPUTE WS-HE-POSITION =
                           BK-DUE-DATE(BK-IDX) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           WS-HE-DATE DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(BK-RELATED(BK-IDX))
                               DELIMITED BY SIZE
                           ",0000," DELIMITED BY SIZE
                           FUNCTION TRIM(BK-FORMAT(BK-IDX))
                               DELIMITED BY SIZE
                           INTO EXPORT-REC
                   END-IF
                   WRITE EXPORT-REC
           END-PERFORM
           CLOSE EXPORT-FILE.

      *-----------------------------------------------------------------
      *> Every ACTIVE reading list, title by title in list order, with
      *> the same live availability as the catalogue rows. Withdrawn
      *> titles drop out and the positions close up behind them.
       WRITE-READING-LIST-EXPORT.
           MOVE 0 TO WS-RL-EXPORTED
           MOVE 0 TO RL-CNT
           MOVE 'N' TO FILE-END
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
                           MOVE SPACES TO RL-STATUS-IN
                           UNSTRING RLIST-REC DELIMITED BY ","
                               INTO RL-ID(RL-CNT), RL-TITLE(RL-CNT),
                                    RL-AUDIENCE(RL-CNT), RL-SKIP,
                                    RL-SKIP, RL-STATUS-IN
                           IF RL-STATUS-IN = "RETIRED"
                               SUBTRACT 1 FROM RL-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RLIST-FILE

           OPEN OUTPUT RLEXPORT-FILE
           MOVE SPACES TO WS-LAST-LIST
           MOVE 'N' TO FILE-END
           OPEN INPUT RITEM-FILE
           IF WS-RITEM-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ RITEM-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO RI-NOTE
                           UNSTRING RITEM-REC DELIMITED BY ","
                               INTO RI-LIST-ID, RI-SEQ-X, RI-BOOK-ID,
                                    RI-NOTE
                           PERFORM WRITE-READING-LIST-ITEM
                   END-READ
               END-PERFORM
               CLOSE RITEM-FILE
           END-IF
           CLOSE RLEXPORT-FILE
           DISPLAY WS-RL-EXPORTED " reading-list row(s) exported "
               "to export_reading_lists.csv.".

       WRITE-READING-LIST-ITEM.
           MOVE 0 TO RL-MATCH-IDX
           PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-CNT
               IF RL-ID(RL-IDX) = RI-LIST-ID
                   MOVE RL-IDX TO RL-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RL-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = RI-BOOK-ID
                   MOVE BK-IDX TO WS-BK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BK-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(BK-STATUS(WS-BK-MATCH-IDX)) = "WITHDRAWN"
               EXIT PARAGRAPH
           END-IF
           IF RI-LIST-ID NOT = WS-LAST-LIST
               MOVE RI-LIST-ID TO WS-LAST-LIST
               MOVE 0 TO WS-LIST-POS
           END-IF
           ADD 1 TO WS-LIST-POS
           ADD 1 TO WS-RL-EXPORTED
           MOVE SPACES TO RLEXPORT-REC
           STRING RI-LIST-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(RL-TITLE(RL-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(RL-AUDIENCE(RL-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  WS-LIST-POS DELIMITED BY SIZE ","
                  RI-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-NAME(WS-BK-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(RI-NOTE) DELIMITED BY SIZE ","
                  BK-AVAIL(WS-BK-MATCH-IDX) DELIMITED BY SIZE
               INTO RLEXPORT-REC
           WRITE RLEXPORT-REC.

      *-----------------------------------------------------------------
      *> WS-DATE-IN (DD-MM-YYYY) -> WS-DATE-OUT-INT (integer day),
      *> with WS-DATE-OK flagging blank or unparseable dates.
