      *          export_collection_balance.csv like the other
      *          export_*.csv reports.
      * Tectonics: cobc
      * (Updated by Silas): A second breakdown rolls holdings and issues
      *            up by material format (bookformats.csv, see
      *            FormatMaint), exported to
      *            export_collection_format.csv.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionBalance IS INITIAL.
           SELECT EXPORT-FILE ASSIGN TO
               "../export_collection_balance.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BKFMT-FILE ASSIGN TO "../bookformats.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKFMT-STATUS.
           SELECT FMT-EXPORT-FILE ASSIGN TO
               "../export_collection_format.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  ARCHIVE-REC     PIC X(200).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(120).
       FD  BKFMT-FILE.
       01  BKFMT-REC       PIC X(40).
       FD  FMT-EXPORT-FILE.
       01  FMT-EXPORT-REC  PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS    PIC XX.
       01  WS-COPY-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS PIC XX.
       01  WS-BKFMT-STATUS   PIC XX.
       01  FILE-END          PIC X VALUE 'N'.

      *> Per-title holdings and circulation, rolled up by segment
               10 BK-AGG-CNT  PIC 9(5).
               10 BK-COPIES   PIC 9(5).
               10 BK-ISSUES   PIC 9(6).
               10 BK-FORMAT   PIC X(10).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.
       01  BK-SKIP-1         PIC X(30).
       01  LOG-TRAN          PIC X(5).
       01  LOG-MEMBER        PIC X(5).
       01  LOG-BOOK          PIC X(5).
       01  BF-BOOK-ID        PIC X(5).
       01  BF-FORMAT         PIC X(10).

       01  SEGMENT-TABLE.
           05 SEGMENT-ENTRY OCCURS 300 TIMES.
       01  SEG-IDX           PIC 9(3) VALUE 0.
       01  WS-SEG-FOUND      PIC X VALUE 'N'.

      *> The same holdings and issues rolled up by material format
      *> (bookformats.csv, see FormatMaint -- untagged titles are
      *> BOOK) across all branches and genres.
       01  FORMAT-SEG-TABLE.
           05 FORMAT-SEG-ENTRY OCCURS 50 TIMES.
               10 FS-FORMAT   PIC X(10).
               10 FS-TITLES   PIC 9(5).
               10 FS-HOLD     PIC 9(6).
               10 FS-ISSUE    PIC 9(7).
       01  FS-CNT            PIC 9(2) VALUE 0.
       01  FS-IDX            PIC 9(2) VALUE 0.

       01  WS-TOTAL-HOLD     PIC 9(7) VALUE 0.
       01  WS-TOTAL-ISSUE    PIC 9(8) VALUE 0.
       01  WS-HOLD-SHARE     PIC 9(3)V9 VALUE 0.

       MAIN-PROCEDURE.
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-BOOK-FORMATS
           PERFORM COUNT-COPIES
           PERFORM COUNT-ISSUES
           PERFORM ROLL-UP-SEGMENTS
           PERFORM PRINT-AND-EXPORT
           PERFORM ROLL-UP-FORMATS
           PERFORM PRINT-FORMAT-BREAKDOWN.

      *-----------------------------------------------------------------
       LOAD-BOOK-FILE.
                           END-IF
                           MOVE 0 TO BK-COPIES(BK-CNT)
                           MOVE 0 TO BK-ISSUES(BK-CNT)
                           MOVE "BOOK" TO BK-FORMAT(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
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
       COUNT-COPIES.
           MOVE 'N' TO FILE-END
           DISPLAY "Export written to export_collection_balance"
               ".csv.".

      *-----------------------------------------------------------------
       ROLL-UP-FORMATS.
           MOVE 0 TO FS-CNT
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               MOVE 'N' TO WS-SEG-FOUND
               PERFORM VARYING FS-IDX FROM 1 BY 1
                   UNTIL FS-IDX > FS-CNT
                   IF FS-FORMAT(FS-IDX) = BK-FORMAT(BK-IDX)
                       ADD 1 TO FS-TITLES(FS-IDX)
                       ADD BK-COPIES(BK-IDX) TO FS-HOLD(FS-IDX)
                       ADD BK-ISSUES(BK-IDX) TO FS-ISSUE(FS-IDX)
                       MOVE 'Y' TO WS-SEG-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SEG-FOUND = 'N' AND FS-CNT < 50
                   ADD 1 TO FS-CNT
                   MOVE BK-FORMAT(BK-IDX) TO FS-FORMAT(FS-CNT)
                   MOVE 1 TO FS-TITLES(FS-CNT)
                   MOVE BK-COPIES(BK-IDX) TO FS-HOLD(FS-CNT)
                   MOVE BK-ISSUES(BK-IDX) TO FS-ISSUE(FS-CNT)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       PRINT-FORMAT-BREAKDOWN.
           IF FS-CNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FMT-EXPORT-FILE
           MOVE SPACES TO FMT-EXPORT-REC
           STRING "format,titles,holdings,holdings_pct,issues,"
                  "issues_pct,turnover" DELIMITED BY SIZE
               INTO FMT-EXPORT-REC
           WRITE FMT-EXPORT-REC

           DISPLAY "   BY MATERIAL FORMAT"
           DISPLAY "=============================================="
           PERFORM VARYING FS-IDX FROM 1 BY 1 UNTIL FS-IDX > FS-CNT
               MOVE 0 TO WS-HOLD-SHARE
               MOVE 0 TO WS-ISSUE-SHARE
               MOVE 0 TO WS-TURNOVER
               IF WS-TOTAL-HOLD > 0
                   COMPUTE WS-HOLD-SHARE ROUNDED =
                       FS-HOLD(FS-IDX) * 100 / WS-TOTAL-HOLD
               END-IF
               IF WS-TOTAL-ISSUE > 0
                   COMPUTE WS-ISSUE-SHARE ROUNDED =
                       FS-ISSUE(FS-IDX) * 100 / WS-TOTAL-ISSUE
               END-IF
               IF FS-HOLD(FS-IDX) > 0
                   COMPUTE WS-TURNOVER ROUNDED =
                       FS-ISSUE(FS-IDX) / FS-HOLD(FS-IDX)
               END-IF
               MOVE WS-HOLD-SHARE TO WS-SHARE-EDIT
               MOVE WS-ISSUE-SHARE TO WS-SHARE-EDIT-2
               MOVE WS-TURNOVER TO WS-TURN-EDIT
               DISPLAY FS-FORMAT(FS-IDX) " titles " FS-TITLES(FS-IDX)
               DISPLAY "   holdings " FS-HOLD(FS-IDX) " ("
                   WS-SHARE-EDIT "%)  issues " FS-ISSUE(FS-IDX)
                   " (" WS-SHARE-EDIT-2 "%)  turnover "
                   WS-TURN-EDIT
               MOVE SPACES TO FMT-EXPORT-REC
               STRING FUNCTION TRIM(FS-FORMAT(FS-IDX))
                          DELIMITED BY SIZE ","
                      FS-TITLES(FS-IDX) DELIMITED BY SIZE ","
                      FS-HOLD(FS-IDX) DELIMITED BY SIZE ","
                      WS-SHARE-EDIT DELIMITED BY SIZE ","
                      FS-ISSUE(FS-IDX) DELIMITED BY SIZE ","
                      WS-SHARE-EDIT-2 DELIMITED BY SIZE ","
                      WS-TURN-EDIT DELIMITED BY SIZE
                   INTO FMT-EXPORT-REC
               WRITE FMT-EXPORT-REC
           END-PERFORM
           CLOSE FMT-EXPORT-FILE
           DISPLAY "=============================================="
           DISPLAY "Export written to export_collection_format.csv.".

       END PROGRAM CollectionBalance.
