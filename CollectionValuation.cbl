      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Collection valuation for the insurer's renewal and
      *          the auditors. Every copy on bookcopies.csv that is
      *          still held (not WITHDRAWN or LOST, on a title that
      *          is not WITHDRAWN) is valued at what it cost less an
      *          age-based depreciation, and the values are totalled
      *          by branch and genre. A copy's cost and age come from
      *          acquisitions.csv: a title's copies are matched to its
      *          stocking events oldest first (copy 1..n against the
      *          first row's copies, then the next row's), so each
      *          copy carries the unit cost and date of the delivery
      *          it came in. A copy the file has no cost for is
      *          valued at the default cost and not depreciated.
      *            book value = cost x (100% - rate x whole years
      *                         held), never below the floor
      *          Rate, floor and default cost are parameters (VALRT,
      *          VALFL, VALDC).
      *          The year's write-offs are valued the same way as at
      *          the day they left the collection:
      *            LOST      -- LOST fines assessed in the year, the
      *                         copy found through the loan row
      *                         (log.csv, log_archive.csv)
      *            WITHDRAWN -- copies of titles withdrawn in the year
      *                         (WITHDRAWN entries in audit_log.csv,
      *                         the rule AnnualReturn follows)
      *            DAMAGE    -- copies written off under a damage
      *                         event (damage_items.csv, see
      *                         DamageEvent)
      *            SOLD      -- our copies sold through BookSale in
      *                         the year (sale_inventory.csv), with
      *                         the proceeds; a copy sold in the year
      *                         counts as SOLD rather than WITHDRAWN,
      *                         and one whose title was withdrawn in
      *                         an earlier year carries no book value
      *                         -- it was written off then.
      *          A past year is valued as at 31 December of that year,
      *          the current year as at today. The report goes to
      *          collection_valuation.txt (print spool) and
      *          export_collection_valuation.csv. YearEndClose calls
      *          this with the year and its own file name so the
      *          closed year keeps a copy in its archive set.
      * Tectonics: cobc
      * (Updated by Silas): WRITE-OFF copies from a damage event leave
      *            the holdings and are listed with the year's
      *            write-offs under DAMAGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionValuation IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../audit_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SALE-FILE ASSIGN TO "../sale_inventory.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALE-STATUS.
           SELECT DAMAGE-FILE ASSIGN TO "../damage_items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAMAGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE
               ASSIGN TO "../export_collection_valuation.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  ACQ-FILE.
       01  ACQ-REC         PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  AUDIT-FILE.
       01  AUDIT-REC       PIC X(200).
       FD  SALE-FILE.
       01  SALE-REC        PIC X(100).
       FD  DAMAGE-FILE.
       01  DAMAGE-REC      PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(80).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-COPY-STATUS      PIC XX.
       01  WS-ACQ-STATUS       PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-AUDIT-STATUS     PIC XX.
       01  WS-SALE-STATUS      PIC XX.
       01  WS-DAMAGE-STATUS    PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-NARG             PIC 9(4) COMP-5 VALUE 0.

       01  SYS-DATE            PIC 9(8).
       01  SYS-DATE-INT        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).
       01  WS-YEAR-IN          PIC X(4).
       01  WS-AS-AT-DISPLAY    PIC X(10).
       01  WS-AS-AT-INT        PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60)
           VALUE "../collection_valuation.txt".
       01  WS-CALLED-BY-CLOSE  PIC X VALUE 'N'.
       01  EXPORT-CHOICE       PIC X.

      *> Valuation rules -- parameters.csv over these defaults.
       01  WS-VAL-RATE         PIC 9(3) VALUE 10.
       01  WS-VAL-FLOOR        PIC 9(3) VALUE 20.
       01  WS-VAL-DEFAULT-COST PIC 9(7) VALUE 15000.
       01  WS-PARAM-CODE       PIC X(5).
       01  WS-PARAM-VALUE      PIC 9(7).
       01  WS-PARAM-FOUND      PIC X.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID      PIC X(5).
               10 BK-GENRE   PIC X(30).
               10 BK-STATUS  PIC X(9).
               10 BK-BRANCH  PIC X(10).
       01  BK-CNT              PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4) VALUE 0.
       01  BK-FOUND-IDX        PIC 9(4) VALUE 0.
       01  BK-NAME-X           PIC X(30).
       01  BK-AUTHOR-X         PIC X(30).
       01  BK-COUNT-X          PIC X(5).
       01  BK-ISBN-X           PIC X(17).

      *> Copies, with each copy's place among its title's copies
      *> (CP-ORD) for matching it to a stocking event.
       01  COPY-TABLE.
           05 COPY-ENTRY OCCURS 2000 TIMES.
               10 CP-BOOK-ID    PIC X(5).
               10 CP-COPY-ID    PIC X(6).
               10 CP-STATUS     PIC X(10).
               10 CP-ORD        PIC 9(4).
       01  COPY-CNT            PIC 9(4) VALUE 0.
       01  COPY-IDX            PIC 9(4) VALUE 0.
       01  COPY-JDX            PIC 9(4) VALUE 0.
       01  COPY-FOUND-IDX      PIC 9(4) VALUE 0.
       01  CP-BARCODE-X        PIC X(12).
       01  CP-CONDITION-X      PIC X(10).

      *> Stocking events from acquisitions.csv, in file order --
      *> oldest first, since the acquisition ID only ever grows.
       01  ACQ-TABLE.
           05 ACQ-ENTRY OCCURS 2000 TIMES.
               10 AQ-BOOK-ID    PIC X(5).
               10 AQ-DATE-INT   PIC 9(8).
               10 AQ-COPIES     PIC 9(5).
               10 AQ-COST       PIC 9(7).
       01  AQ-CNT              PIC 9(4) VALUE 0.
       01  AQ-IDX              PIC 9(4) VALUE 0.
       01  AQ-ID-X             PIC X(6).
       01  AQ-VENDOR-X         PIC X(30).
       01  AQ-DATE-X           PIC X(10).
       01  AQ-COPIES-X         PIC X(5).
       01  AQ-COST-X           PIC X(7).

      *> Holdings by branch and genre.
       01  BG-TABLE.
           05 BG-ENTRY OCCURS 200 TIMES.
               10 BG-BRANCH     PIC X(10).
               10 BG-GENRE      PIC X(30).
               10 BG-COPIES     PIC 9(6).
               10 BG-COST       PIC 9(11).
               10 BG-VALUE      PIC 9(11).
       01  BG-CNT              PIC 9(3) VALUE 0.
       01  BG-IDX              PIC 9(3) VALUE 0.
       01  BG-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-BRANCH           PIC X(10).
       01  WS-GENRE            PIC X(30).

      *> LOST fines assessed in the year, and the copy each loan was
      *> for.
       01  LOST-TABLE.
           05 LOST-ENTRY OCCURS 500 TIMES.
               10 LT-TRAN       PIC X(5).
               10 LT-DATE-INT   PIC 9(8).
               10 LT-BOOK-ID    PIC X(5).
               10 LT-COPY-ID    PIC X(6).
       01  LT-CNT              PIC 9(3) VALUE 0.
       01  LT-IDX              PIC 9(3) VALUE 0.
       01  FN-FINE-X           PIC X(5).
       01  FN-TRAN-X           PIC X(5).
       01  FN-MEMBER-X         PIC X(5).
       01  FN-DAYS-X           PIC X(3).
       01  FN-AMOUNT-X         PIC X(6).
       01  FN-PAID-X           PIC X(3).
       01  FN-PAID-DATE-X      PIC X(10).
       01  FN-REASON-X         PIC X(10).
       01  FN-WAIVED-X         PIC X(6).
       01  FN-WREASON-X        PIC X(40).
       01  FN-OP-X             PIC X(10).
       01  FN-PAID-AMT-X       PIC X(6).
       01  FN-ASSESS-X         PIC X(10).
       01  LG-TRAN             PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).
       01  LG-START            PIC X(10).
       01  LG-END              PIC X(10).
       01  LG-DUE              PIC X(3).
       01  LG-RETURN           PIC X(10).
       01  LG-COPY             PIC X(6).
       01  WS-LOG-ROW          PIC X(200).

      *> Title withdrawals from the audit trail, every year -- a
      *> withdrawal before the report year means its copies were
      *> already written off.
       01  WD-TABLE.
           05 WD-ENTRY OCCURS 500 TIMES.
               10 WD-BOOK-ID    PIC X(5).
               10 WD-DATE-INT   PIC 9(8).
               10 WD-YEAR       PIC X(4).
       01  WD-CNT              PIC 9(3) VALUE 0.
       01  WD-IDX              PIC 9(3) VALUE 0.
       01  WD-FOUND-IDX        PIC 9(3) VALUE 0.
       01  AU-DATE             PIC X(10).
       01  AU-TIME             PIC X(8).
       01  AU-PROGRAM          PIC X(20).
       01  AU-ENTITY           PIC X(10).
       01  AU-ID               PIC X(5).
       01  AU-OLD              PIC X(10).
       01  AU-NEW              PIC X(10).

      *> Our copies sold through BookSale in the year.
       01  SOLD-TABLE.
           05 SOLD-ENTRY OCCURS 500 TIMES.
               10 SD-COPY-ID    PIC X(6).
               10 SD-BOOK-ID    PIC X(5).
               10 SD-DATE-INT   PIC 9(8).
               10 SD-PRICE      PIC 9(5).
       01  SD-CNT              PIC 9(3) VALUE 0.
       01  SD-IDX              PIC 9(3) VALUE 0.
       01  WS-SOLD-HIT         PIC X VALUE 'N'.
       01  SL-COPY             PIC X(6).
       01  SL-BOOK             PIC X(5).
       01  SL-TITLE            PIC X(30).
       01  SL-BAND             PIC X.
       01  SL-PRICE            PIC 9(5).
       01  SL-LISTED           PIC X(10).
       01  SL-STATE            PIC X(8).
       01  SL-SOLD             PIC X(10).

      *> Write-off totals: 1 LOST, 2 WITHDRAWN, 3 SOLD, 4 DAMAGE.
       01  WO-NAMES-VALUES.
           05 FILLER PIC X(10) VALUE "LOST".
           05 FILLER PIC X(10) VALUE "WITHDRAWN".
           05 FILLER PIC X(10) VALUE "SOLD".
           05 FILLER PIC X(10) VALUE "DAMAGE".
       01  WO-NAMES REDEFINES WO-NAMES-VALUES.
           05 WO-NAME OCCURS 4 TIMES PIC X(10).
       01  WO-TOTALS.
           05 WO-ENTRY OCCURS 4 TIMES.
               10 WO-COPIES     PIC 9(6).
               10 WO-COST       PIC 9(11).
               10 WO-VALUE      PIC 9(11).
       01  WO-IDX              PIC 9 VALUE 0.
       01  WS-SALE-PROCEEDS    PIC 9(9) VALUE 0.

      *> One damage_items.csv row -- see DamageEvent.
       01  DI-EVENT            PIC X(6).
       01  DI-BOOK-ID          PIC X(5).
       01  DI-COPY-ID          PIC X(6).
       01  DI-BARCODE          PIC X(12).
       01  DI-OLD-STATUS       PIC X(10).
       01  DI-OUTCOME          PIC X(10).
       01  DI-COST             PIC X(7).
       01  DI-DATE             PIC X(10).

      *> One copy's valuation: in VC-BOOK-ID, VC-ORD, VC-AS-AT;
      *> out VC-COST, VC-VALUE, VC-DEFAULTED (no recorded cost) and
      *> VC-LATER (stocked after the as-at day).
       01  VC-BOOK-ID          PIC X(5).
       01  VC-ORD              PIC 9(4).
       01  VC-AS-AT            PIC 9(8).
       01  VC-COST             PIC 9(7).
       01  VC-VALUE            PIC 9(7).
       01  VC-DEFAULTED        PIC X.
       01  VC-LATER            PIC X.
       01  VC-CUM              PIC 9(6).
       01  VC-CHOSEN           PIC 9(4).
       01  VC-LAST             PIC 9(4).
       01  VC-YEARS            PIC 9(4).
       01  VC-PCT              PIC S9(5).

      *> Totals.
       01  WS-TOT-COPIES       PIC 9(6) VALUE 0.
       01  WS-TOT-COST         PIC 9(11) VALUE 0.
       01  WS-TOT-VALUE        PIC 9(11) VALUE 0.
       01  WS-DEFAULTED-COPIES PIC 9(6) VALUE 0.

      *> DD-MM-YYYY -> integer day.
       01  WS-DATE-IN          PIC X(10).
       01  WS-DATE-OUT-INT     PIC 9(8).
       01  WS-DATE-OK          PIC X.
       01  WS-DATE-DIGITS      PIC 9(8).

       01  WS-COPIES-ED        PIC ZZZ,ZZ9.
       01  WS-COST-ED          PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-VALUE-ED         PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-PROCEEDS-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-RATE-ED          PIC ZZ9.
       01  WS-FLOOR-ED         PIC ZZ9.
       01  WS-DEFCOST-ED       PIC Z,ZZZ,ZZ9.

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION        PIC X(4).
       01  WS-PS-SOURCE        PIC X(40).
       01  WS-PS-KIND          PIC X(10).
       01  WS-PS-JOB           PIC 9(5).

      *> Shared (read-only) lock -- coexists with other readers and
      *> only waits out an exclusive writer. See FileLock.
       01  WS-SHARE-ACQUIRED   PIC X VALUE 'N'.
       01  WS-SHARE-OWNER      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
      *> Optional, guarded by C$NARG: YearEndClose passes the year
      *> being closed and the archive file the report goes to.
       01 VAL-YEAR    PIC X(4).
       01 VAL-PATH    PIC X(60).
       PROCEDURE DIVISION USING USER-CHOICE, VAL-YEAR, VAL-PATH.
      *> A shared lock is enough -- this run only reads, and other
      *> readers may run alongside it.
           CALL "C$NARG" USING WS-NARG
           MOVE 'CollectionValuation' TO WS-SHARE-OWNER
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
           IF WS-NARG > 2
               MOVE 'Y' TO WS-CALLED-BY-CLOSE
               MOVE VAL-YEAR TO WS-YEAR-IN
               MOVE VAL-PATH TO WS-REPORT-PATH
           ELSE
      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> values the current year without prompts.
               IF USER-CHOICE = 99
                   MOVE SPACES TO WS-YEAR-IN
               ELSE
                   DISPLAY "Valuation year (YYYY, blank = "
                       SYS-DATE(1:4) "): "
                   ACCEPT WS-YEAR-IN
               END-IF
               IF FUNCTION TRIM(WS-YEAR-IN) = SPACE
                   MOVE SYS-DATE(1:4) TO WS-YEAR-IN
               END-IF
           END-IF
           IF WS-YEAR-IN NOT NUMERIC
               DISPLAY "Year must be four digits."
               EXIT PARAGRAPH
           END-IF
           IF WS-YEAR-IN > SYS-DATE(1:4)
               DISPLAY "A future year can't be valued."
               EXIT PARAGRAPH
           END-IF
           IF WS-YEAR-IN = SYS-DATE(1:4)
               MOVE SYS-DATE-INT TO WS-AS-AT-INT
               MOVE WS-TODAY-DISPLAY TO WS-AS-AT-DISPLAY
           ELSE
               STRING "31-12-" DELIMITED BY SIZE
                      WS-YEAR-IN DELIMITED BY SIZE
                   INTO WS-AS-AT-DISPLAY
               MOVE WS-AS-AT-DISPLAY TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-INT
               MOVE WS-DATE-OUT-INT TO WS-AS-AT-INT
           END-IF

           PERFORM LOAD-VALUATION-PARAMS
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-ACQ-FILE
           PERFORM VALUE-HOLDINGS
           PERFORM LOAD-WITHDRAWALS
           PERFORM LOAD-YEAR-SALES
           PERFORM LOAD-YEAR-LOSSES
           PERFORM VALUE-WRITE-OFFS
           PERFORM WRITE-REPORT

           IF WS-CALLED-BY-CLOSE = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-SUMMARY
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../collection_valuation.txt" TO WS-PS-SOURCE
           MOVE "VALUATION" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           IF USER-CHOICE = 99
               PERFORM EXPORT-VALUATION
               DISPLAY "Exported to ../export_collection_valuation.csv"
           ELSE
               DISPLAY "Export this report to CSV? (Y/N): "
               ACCEPT EXPORT-CHOICE
               IF EXPORT-CHOICE = "Y" OR EXPORT-CHOICE = "y"
                   PERFORM EXPORT-VALUATION
                   DISPLAY "Exported to "
                       "../export_collection_valuation.csv"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       LOAD-VALUATION-PARAMS.
           MOVE "VALRT" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE <= 100
               MOVE WS-PARAM-VALUE TO WS-VAL-RATE
           END-IF
           MOVE "VALFL" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE <= 100
               MOVE WS-PARAM-VALUE TO WS-VAL-FLOOR
           END-IF
           MOVE "VALDC" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-VAL-DEFAULT-COST
           END-IF.

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
                           MOVE SPACES TO BK-BRANCH(BK-CNT)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME-X,
                                    BK-AUTHOR-X, BK-COUNT-X,
                                    BK-GENRE(BK-CNT),
                                    BK-STATUS(BK-CNT), BK-ISBN-X,
                                    BK-BRANCH(BK-CNT)
                           IF BK-BRANCH(BK-CNT) = SPACES
                               MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                           END-IF
                       END-IF
               END-READ
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
                                    CP-BARCODE-X, CP-CONDITION-X,
                                    CP-STATUS(COPY-CNT)
                           MOVE 1 TO CP-ORD(COPY-CNT)
                           PERFORM VARYING COPY-JDX FROM 1 BY 1
                               UNTIL COPY-JDX >= COPY-CNT
                               IF CP-BOOK-ID(COPY-JDX) =
                                   CP-BOOK-ID(COPY-CNT)
                                   ADD 1 TO CP-ORD(COPY-CNT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-FILE.

      *-----------------------------------------------------------------
       LOAD-ACQ-FILE.
           MOVE 0 TO AQ-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ACQ-FILE
           IF WS-ACQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACQ-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AQ-CNT < 2000
                           ADD 1 TO AQ-CNT
                           MOVE SPACES TO AQ-COPIES-X AQ-COST-X
                           UNSTRING ACQ-REC DELIMITED BY ","
                               INTO AQ-ID-X, AQ-BOOK-ID(AQ-CNT),
                                    AQ-VENDOR-X, AQ-DATE-X,
                                    AQ-COPIES-X, AQ-COST-X
                           MOVE 0 TO AQ-COPIES(AQ-CNT)
                           MOVE 0 TO AQ-COST(AQ-CNT)
                           IF FUNCTION TRIM(AQ-COPIES-X) IS NUMERIC
                               COMPUTE AQ-COPIES(AQ-CNT) =
                                   FUNCTION NUMVAL(AQ-COPIES-X)
                           END-IF
                           IF FUNCTION TRIM(AQ-COST-X) IS NUMERIC
                               COMPUTE AQ-COST(AQ-CNT) =
                                   FUNCTION NUMVAL(AQ-COST-X)
                           END-IF
                           MOVE AQ-DATE-X TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-OUT-INT TO AQ-DATE-INT(AQ-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACQ-FILE.

      *-----------------------------------------------------------------
      *> Every copy still held, valued as at the as-at day and
      *> added to its branch/genre line.
       VALUE-HOLDINGS.
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF FUNCTION TRIM(CP-STATUS(COPY-IDX)) NOT = "LOST"
                   AND FUNCTION TRIM(CP-STATUS(COPY-IDX))
                       NOT = "WITHDRAWN"
                   AND FUNCTION TRIM(CP-STATUS(COPY-IDX))
                       NOT = "WRITE-OFF"
                   PERFORM VALUE-HELD-COPY
               END-IF
           END-PERFORM.

       VALUE-HELD-COPY.
           PERFORM FIND-COPY-BOOK
           IF BK-FOUND-IDX > 0
               IF FUNCTION TRIM(BK-STATUS(BK-FOUND-IDX)) = "WITHDRAWN"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CP-BOOK-ID(COPY-IDX) TO VC-BOOK-ID
           MOVE CP-ORD(COPY-IDX) TO VC-ORD
           MOVE WS-AS-AT-INT TO VC-AS-AT
           PERFORM VALUE-ONE-COPY
           IF VC-LATER = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BG-ROW
           IF BG-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BG-COPIES(BG-FOUND-IDX)
           ADD VC-COST TO BG-COST(BG-FOUND-IDX)
           ADD VC-VALUE TO BG-VALUE(BG-FOUND-IDX)
           ADD 1 TO WS-TOT-COPIES
           ADD VC-COST TO WS-TOT-COST
           ADD VC-VALUE TO WS-TOT-VALUE
           IF VC-DEFAULTED = 'Y'
               ADD 1 TO WS-DEFAULTED-COPIES
           END-IF.

      *-----------------------------------------------------------------
      *> The copy's title row -- BK-FOUND-IDX 0 for a copy whose
      *> title is missing (valued under branch MAIN, genre UNKNOWN).
       FIND-COPY-BOOK.
           MOVE 0 TO BK-FOUND-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = CP-BOOK-ID(COPY-IDX)
                   MOVE BK-IDX TO BK-FOUND-IDX
                   MOVE BK-CNT TO BK-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       FIND-BG-ROW.
           IF BK-FOUND-IDX > 0
               MOVE BK-BRANCH(BK-FOUND-IDX) TO WS-BRANCH
               MOVE BK-GENRE(BK-FOUND-IDX) TO WS-GENRE
           ELSE
               MOVE "MAIN" TO WS-BRANCH
               MOVE "UNKNOWN" TO WS-GENRE
           END-IF
           IF WS-GENRE = SPACES
               MOVE "UNKNOWN" TO WS-GENRE
           END-IF
           MOVE 0 TO BG-FOUND-IDX
           PERFORM VARYING BG-IDX FROM 1 BY 1 UNTIL BG-IDX > BG-CNT
               IF BG-BRANCH(BG-IDX) = WS-BRANCH
                   AND BG-GENRE(BG-IDX) = WS-GENRE
                   MOVE BG-IDX TO BG-FOUND-IDX
               END-IF
           END-PERFORM
           IF BG-FOUND-IDX = 0 AND BG-CNT < 200
               ADD 1 TO BG-CNT
               MOVE WS-BRANCH TO BG-BRANCH(BG-CNT)
               MOVE WS-GENRE TO BG-GENRE(BG-CNT)
               MOVE 0 TO BG-COPIES(BG-CNT) BG-COST(BG-CNT)
               MOVE 0 TO BG-VALUE(BG-CNT)
               MOVE BG-CNT TO BG-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      *> Copy VC-ORD of title VC-BOOK-ID takes the stocking event
      *> whose running copy count first reaches it; a copy beyond
      *> every recorded event takes the latest one. No event at all,
      *> or no cost on it, means the default cost undepreciated.
       VALUE-ONE-COPY.
           MOVE 0 TO VC-CUM VC-CHOSEN VC-LAST
           MOVE 'N' TO VC-DEFAULTED VC-LATER
           PERFORM VARYING AQ-IDX FROM 1 BY 1 UNTIL AQ-IDX > AQ-CNT
               IF AQ-BOOK-ID(AQ-IDX) = VC-BOOK-ID
                   MOVE AQ-IDX TO VC-LAST
                   ADD AQ-COPIES(AQ-IDX) TO VC-CUM
                   IF VC-CHOSEN = 0 AND VC-CUM >= VC-ORD
                       MOVE AQ-IDX TO VC-CHOSEN
                   END-IF
               END-IF
           END-PERFORM
           IF VC-CHOSEN = 0
               MOVE VC-LAST TO VC-CHOSEN
           END-IF
           IF VC-CHOSEN = 0
               MOVE WS-VAL-DEFAULT-COST TO VC-COST
               MOVE VC-COST TO VC-VALUE
               MOVE 'Y' TO VC-DEFAULTED
               EXIT PARAGRAPH
           END-IF
           IF AQ-DATE-INT(VC-CHOSEN) > VC-AS-AT
               MOVE 'Y' TO VC-LATER
           END-IF
           IF AQ-COST(VC-CHOSEN) = 0
               MOVE WS-VAL-DEFAULT-COST TO VC-COST
               MOVE VC-COST TO VC-VALUE
               MOVE 'Y' TO VC-DEFAULTED
               EXIT PARAGRAPH
           END-IF
           MOVE AQ-COST(VC-CHOSEN) TO VC-COST
           MOVE 0 TO VC-YEARS
           IF AQ-DATE-INT(VC-CHOSEN) > 0
               AND AQ-DATE-INT(VC-CHOSEN) < VC-AS-AT
               COMPUTE VC-YEARS =
                   (VC-AS-AT - AQ-DATE-INT(VC-CHOSEN)) / 365
           END-IF
           COMPUTE VC-PCT = 100 - WS-VAL-RATE * VC-YEARS
           IF VC-PCT < WS-VAL-FLOOR
               MOVE WS-VAL-FLOOR TO VC-PCT
           END-IF
           COMPUTE VC-VALUE ROUNDED = VC-COST * VC-PCT / 100.

      *-----------------------------------------------------------------
      *> WITHDRAWN title entries from the audit trail, every year.
       LOAD-WITHDRAWALS.
           MOVE 0 TO WD-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING AUDIT-REC DELIMITED BY ","
                           INTO AU-DATE, AU-TIME, AU-PROGRAM,
                                AU-ENTITY, AU-ID, AU-OLD, AU-NEW
                       IF FUNCTION TRIM(AU-NEW) = "WITHDRAWN"
                           AND FUNCTION TRIM(AU-ENTITY) = "BOOK"
                           AND WD-CNT < 500
                           ADD 1 TO WD-CNT
                           MOVE AU-ID TO WD-BOOK-ID(WD-CNT)
                           MOVE AU-DATE(7:4) TO WD-YEAR(WD-CNT)
                           MOVE AU-DATE TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-OUT-INT TO WD-DATE-INT(WD-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      *-----------------------------------------------------------------
      *> Sale rows SOLD in the year for copies on bookcopies.csv --
      *> donated stock the library never held isn't a write-off.
       LOAD-YEAR-SALES.
           MOVE 0 TO SD-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT SALE-FILE
           IF WS-SALE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SALE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO SL-PRICE
                       MOVE SPACES TO SL-STATE SL-SOLD
                       UNSTRING SALE-REC DELIMITED BY ","
                           INTO SL-COPY, SL-BOOK, SL-TITLE, SL-BAND,
                                SL-PRICE, SL-LISTED, SL-STATE, SL-SOLD
                       IF SL-PRICE NOT NUMERIC
                           MOVE 0 TO SL-PRICE
                       END-IF
                       IF FUNCTION TRIM(SL-STATE) = "SOLD"
                           AND SL-SOLD(7:4) = WS-YEAR-IN
                           AND SD-CNT < 500
                           PERFORM FIND-SALE-COPY
                           IF COPY-FOUND-IDX > 0
                               ADD 1 TO SD-CNT
                               MOVE SL-COPY TO SD-COPY-ID(SD-CNT)
                               MOVE SL-BOOK TO SD-BOOK-ID(SD-CNT)
                               MOVE SL-PRICE TO SD-PRICE(SD-CNT)
                               MOVE SL-SOLD TO WS-DATE-IN
                               PERFORM CONVERT-DATE-TO-INT
                               MOVE WS-DATE-OUT-INT
                                   TO SD-DATE-INT(SD-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALE-FILE.

       FIND-SALE-COPY.
           MOVE 0 TO COPY-FOUND-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF CP-COPY-ID(COPY-IDX) = SL-COPY
                   AND CP-BOOK-ID(COPY-IDX) = SL-BOOK
                   MOVE COPY-IDX TO COPY-FOUND-IDX
                   MOVE COPY-CNT TO COPY-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> LOST fines assessed in the year, then the loan rows they
      *> were charged on for the book and copy.
       LOAD-YEAR-LOSSES.
           MOVE 0 TO LT-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FN-ASSESS-X
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FN-FINE-X, FN-TRAN-X, FN-MEMBER-X,
                                FN-DAYS-X, FN-AMOUNT-X, FN-PAID-X,
                                FN-PAID-DATE-X, FN-REASON-X,
                                FN-WAIVED-X, FN-WREASON-X, FN-OP-X,
                                FN-PAID-AMT-X, FN-ASSESS-X
                       IF FUNCTION TRIM(FN-REASON-X) = "LOST"
                           AND FN-ASSESS-X(7:4) = WS-YEAR-IN
                           AND LT-CNT < 500
                           ADD 1 TO LT-CNT
                           MOVE FN-TRAN-X TO LT-TRAN(LT-CNT)
                           MOVE SPACES TO LT-BOOK-ID(LT-CNT)
                           MOVE SPACES TO LT-COPY-ID(LT-CNT)
                           MOVE FN-ASSESS-X TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-OUT-INT TO LT-DATE-INT(LT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE
           IF LT-CNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LOG-REC TO WS-LOG-ROW
                           PERFORM MATCH-LOST-LOAN
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
                           MOVE ARCHIVE-REC TO WS-LOG-ROW
                           PERFORM MATCH-LOST-LOAN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       MATCH-LOST-LOAN.
           MOVE SPACES TO LG-COPY
           UNSTRING WS-LOG-ROW DELIMITED BY ","
               INTO LG-TRAN, LG-MEMBER, LG-BOOK, LG-START, LG-END,
                    LG-DUE, LG-RETURN, LG-COPY
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-CNT
               IF LT-TRAN(LT-IDX) = LG-TRAN
                   MOVE LG-BOOK TO LT-BOOK-ID(LT-IDX)
                   MOVE LG-COPY TO LT-COPY-ID(LT-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The year's write-offs, each valued as at the day it left.
       VALUE-WRITE-OFFS.
           PERFORM VARYING WO-IDX FROM 1 BY 1 UNTIL WO-IDX > 4
               MOVE 0 TO WO-COPIES(WO-IDX) WO-COST(WO-IDX)
               MOVE 0 TO WO-VALUE(WO-IDX)
           END-PERFORM
           MOVE 0 TO WS-SALE-PROCEEDS

           MOVE 1 TO WO-IDX
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-CNT
               IF LT-BOOK-ID(LT-IDX) NOT = SPACES
                   MOVE LT-BOOK-ID(LT-IDX) TO VC-BOOK-ID
                   MOVE 1 TO VC-ORD
                   PERFORM VARYING COPY-IDX FROM 1 BY 1
                       UNTIL COPY-IDX > COPY-CNT
                       IF CP-COPY-ID(COPY-IDX) = LT-COPY-ID(LT-IDX)
                           AND CP-BOOK-ID(COPY-IDX) = VC-BOOK-ID
                           AND LT-COPY-ID(LT-IDX) NOT = SPACES
                           MOVE CP-ORD(COPY-IDX) TO VC-ORD
                       END-IF
                   END-PERFORM
                   MOVE LT-DATE-INT(LT-IDX) TO VC-AS-AT
                   PERFORM VALUE-ONE-COPY
                   PERFORM ADD-WRITE-OFF
               END-IF
           END-PERFORM

           MOVE 2 TO WO-IDX
           PERFORM VARYING WD-IDX FROM 1 BY 1 UNTIL WD-IDX > WD-CNT
               IF WD-YEAR(WD-IDX) = WS-YEAR-IN
                   PERFORM VARYING COPY-IDX FROM 1 BY 1
                       UNTIL COPY-IDX > COPY-CNT
                       IF CP-BOOK-ID(COPY-IDX) = WD-BOOK-ID(WD-IDX)
                           AND FUNCTION TRIM(CP-STATUS(COPY-IDX))
                               NOT = "LOST"
                           AND FUNCTION TRIM(CP-STATUS(COPY-IDX))
                               NOT = "WRITE-OFF"
                           PERFORM CHECK-COPY-SOLD
                           IF WS-SOLD-HIT = 'N'
                               MOVE CP-BOOK-ID(COPY-IDX) TO VC-BOOK-ID
                               MOVE CP-ORD(COPY-IDX) TO VC-ORD
                               MOVE WD-DATE-INT(WD-IDX) TO VC-AS-AT
                               PERFORM VALUE-ONE-COPY
                               PERFORM ADD-WRITE-OFF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 3 TO WO-IDX
           PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SD-CNT
               ADD SD-PRICE(SD-IDX) TO WS-SALE-PROCEEDS
               MOVE SD-BOOK-ID(SD-IDX) TO VC-BOOK-ID
               MOVE 1 TO VC-ORD
               PERFORM VARYING COPY-IDX FROM 1 BY 1
                   UNTIL COPY-IDX > COPY-CNT
                   IF CP-COPY-ID(COPY-IDX) = SD-COPY-ID(SD-IDX)
                       AND CP-BOOK-ID(COPY-IDX) = VC-BOOK-ID
                       MOVE CP-ORD(COPY-IDX) TO VC-ORD
                   END-IF
               END-PERFORM
               MOVE SD-DATE-INT(SD-IDX) TO VC-AS-AT
               PERFORM VALUE-ONE-COPY
               PERFORM FIND-EARLIER-WITHDRAWAL
               IF WD-FOUND-IDX > 0
                   MOVE 0 TO VC-VALUE
               END-IF
               PERFORM ADD-WRITE-OFF
           END-PERFORM

           MOVE 4 TO WO-IDX
           PERFORM VALUE-DAMAGE-WRITE-OFFS.

      *> Copies written off under a damage event in the year, each
      *> valued as at the day it was scanned.
       VALUE-DAMAGE-WRITE-OFFS.
           MOVE 'N' TO FILE-END
           OPEN INPUT DAMAGE-FILE
           IF WS-DAMAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DAMAGE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DI-OUTCOME DI-DATE
                       UNSTRING DAMAGE-REC DELIMITED BY ","
                           INTO DI-EVENT, DI-BOOK-ID, DI-COPY-ID,
                                DI-BARCODE, DI-OLD-STATUS, DI-OUTCOME,
                                DI-COST, DI-DATE
                       IF FUNCTION TRIM(DI-OUTCOME) = "WRITE-OFF"
                           AND DI-DATE(7:4) = WS-YEAR-IN
                           MOVE DI-BOOK-ID TO VC-BOOK-ID
                           MOVE 1 TO VC-ORD
                           PERFORM VARYING COPY-IDX FROM 1 BY 1
                               UNTIL COPY-IDX > COPY-CNT
                               IF CP-COPY-ID(COPY-IDX) = DI-COPY-ID
                                   AND CP-BOOK-ID(COPY-IDX) =
                                       DI-BOOK-ID
                                   MOVE CP-ORD(COPY-IDX) TO VC-ORD
                               END-IF
                           END-PERFORM
                           MOVE DI-DATE TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-OUT-INT TO VC-AS-AT
                           PERFORM VALUE-ONE-COPY
                           PERFORM ADD-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAMAGE-FILE.

       ADD-WRITE-OFF.
           ADD 1 TO WO-COPIES(WO-IDX)
           ADD VC-COST TO WO-COST(WO-IDX)
           ADD VC-VALUE TO WO-VALUE(WO-IDX).

      *> WS-SOLD-HIT 'Y' when copy COPY-IDX was sold in the year.
       CHECK-COPY-SOLD.
           MOVE 'N' TO WS-SOLD-HIT
           PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SD-CNT
               IF SD-COPY-ID(SD-IDX) = CP-COPY-ID(COPY-IDX)
                   AND SD-BOOK-ID(SD-IDX) = CP-BOOK-ID(COPY-IDX)
                   MOVE 'Y' TO WS-SOLD-HIT
               END-IF
           END-PERFORM.

      *> WD-FOUND-IDX > 0 when the sold copy's title was withdrawn
      *> before the report year.
       FIND-EARLIER-WITHDRAWAL.
           MOVE 0 TO WD-FOUND-IDX
           PERFORM VARYING WD-IDX FROM 1 BY 1 UNTIL WD-IDX > WD-CNT
               IF WD-BOOK-ID(WD-IDX) = SD-BOOK-ID(SD-IDX)
                   AND WD-YEAR(WD-IDX) < WS-YEAR-IN
                   MOVE WD-IDX TO WD-FOUND-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       DISPLAY-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "   COLLECTION VALUATION -- AS AT "
               WS-AS-AT-DISPLAY
           DISPLAY "=============================================="
           MOVE WS-TOT-COPIES TO WS-COPIES-ED
           MOVE WS-TOT-COST TO WS-COST-ED
           MOVE WS-TOT-VALUE TO WS-VALUE-ED
           DISPLAY "Copies held       : " WS-COPIES-ED
           DISPLAY "At cost           : " WS-COST-ED " MMK"
           DISPLAY "Book value        : " WS-VALUE-ED " MMK"
           IF WS-DEFAULTED-COPIES > 0
               MOVE WS-DEFAULTED-COPIES TO WS-COPIES-ED
               DISPLAY "(" FUNCTION TRIM(WS-COPIES-ED) " cop(ies) "
                   "with no recorded cost, valued at the default)"
           END-IF
           DISPLAY "Write-offs in " WS-YEAR-IN ":"
           PERFORM VARYING WO-IDX FROM 1 BY 1 UNTIL WO-IDX > 4
               MOVE WO-COPIES(WO-IDX) TO WS-COPIES-ED
               MOVE WO-VALUE(WO-IDX) TO WS-VALUE-ED
               DISPLAY "  " WO-NAME(WO-IDX) " " WS-COPIES-ED
                   " cop(ies), book value " WS-VALUE-ED " MMK"
           END-PERFORM
           MOVE WS-SALE-PROCEEDS TO WS-PROCEEDS-ED
           DISPLAY "  Sale proceeds   : " WS-PROCEEDS-ED " MMK"
           DISPLAY "Full report: collection_valuation.txt"
           DISPLAY "==============================================".

      *-----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "              COLLECTION VALUATION" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "As at " DELIMITED BY SIZE
                  WS-AS-AT-DISPLAY DELIMITED BY SIZE
                  "   (printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-VAL-RATE TO WS-RATE-ED
           MOVE WS-VAL-FLOOR TO WS-FLOOR-ED
           MOVE WS-VAL-DEFAULT-COST TO WS-DEFCOST-ED
           MOVE SPACES TO REPORT-REC
           STRING "Depreciation " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-ED) DELIMITED BY SIZE
                  "% a year, floor " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLOOR-ED) DELIMITED BY SIZE
                  "% of cost, default cost " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEFCOST-ED) DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:78)
           WRITE REPORT-REC
           MOVE "Branch     Genre" TO REPORT-REC
           MOVE "Copies" TO REPORT-REC(46:6)
           MOVE "Cost" TO REPORT-REC(60:4)
           MOVE "Book value" TO REPORT-REC(69:10)
           WRITE REPORT-REC
           PERFORM VARYING BG-IDX FROM 1 BY 1 UNTIL BG-IDX > BG-CNT
               MOVE SPACES TO REPORT-REC
               MOVE BG-BRANCH(BG-IDX) TO REPORT-REC(1:10)
               MOVE BG-GENRE(BG-IDX)(1:25) TO REPORT-REC(12:25)
               MOVE BG-COPIES(BG-IDX) TO WS-COPIES-ED
               MOVE WS-COPIES-ED TO REPORT-REC(44:7)
               MOVE BG-COST(BG-IDX) TO WS-COST-ED
               MOVE WS-COST-ED TO REPORT-REC(52:13)
               MOVE BG-VALUE(BG-IDX) TO WS-VALUE-ED
               MOVE WS-VALUE-ED TO REPORT-REC(66:13)
               WRITE REPORT-REC
           END-PERFORM
           MOVE ALL "-" TO REPORT-REC(1:78)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "TOTAL HELD" TO REPORT-REC(1:10)
           MOVE WS-TOT-COPIES TO WS-COPIES-ED
           MOVE WS-COPIES-ED TO REPORT-REC(44:7)
           MOVE WS-TOT-COST TO WS-COST-ED
           MOVE WS-COST-ED TO REPORT-REC(52:13)
           MOVE WS-TOT-VALUE TO WS-VALUE-ED
           MOVE WS-VALUE-ED TO REPORT-REC(66:13)
           WRITE REPORT-REC
           IF WS-DEFAULTED-COPIES > 0
               MOVE SPACES TO REPORT-REC
               MOVE WS-DEFAULTED-COPIES TO WS-COPIES-ED
               STRING "Includes " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COPIES-ED) DELIMITED BY SIZE
                      " cop(ies) with no recorded cost, valued at "
                          DELIMITED BY SIZE
                      "the default." DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "WRITE-OFFS IN " DELIMITED BY SIZE
                  WS-YEAR-IN DELIMITED BY SIZE
                  " (at book value when written off)"
                      DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WO-IDX FROM 1 BY 1 UNTIL WO-IDX > 4
               MOVE SPACES TO REPORT-REC
               MOVE WO-NAME(WO-IDX) TO REPORT-REC(1:10)
               MOVE WO-COPIES(WO-IDX) TO WS-COPIES-ED
               MOVE WS-COPIES-ED TO REPORT-REC(44:7)
               MOVE WO-COST(WO-IDX) TO WS-COST-ED
               MOVE WS-COST-ED TO REPORT-REC(52:13)
               MOVE WO-VALUE(WO-IDX) TO WS-VALUE-ED
               MOVE WS-VALUE-ED TO REPORT-REC(66:13)
               WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           MOVE "Sale proceeds" TO REPORT-REC(1:13)
           MOVE WS-SALE-PROCEEDS TO WS-VALUE-ED
           MOVE WS-VALUE-ED TO REPORT-REC(66:13)
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
       EXPORT-VALUATION.
           OPEN OUTPUT EXPORT-FILE
           MOVE "section,branch,genre,copies,cost,book_value"
               TO EXPORT-REC
           WRITE EXPORT-REC
           PERFORM VARYING BG-IDX FROM 1 BY 1 UNTIL BG-IDX > BG-CNT
               MOVE SPACES TO EXPORT-REC
               STRING "HELD," DELIMITED BY SIZE
                      FUNCTION TRIM(BG-BRANCH(BG-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(BG-GENRE(BG-IDX))
                          DELIMITED BY SIZE ","
                      BG-COPIES(BG-IDX) DELIMITED BY SIZE ","
                      BG-COST(BG-IDX) DELIMITED BY SIZE ","
                      BG-VALUE(BG-IDX) DELIMITED BY SIZE
                   INTO EXPORT-REC
               WRITE EXPORT-REC
           END-PERFORM
           PERFORM VARYING WO-IDX FROM 1 BY 1 UNTIL WO-IDX > 4
               MOVE SPACES TO EXPORT-REC
               STRING "WRITEOFF," DELIMITED BY SIZE
                      FUNCTION TRIM(WO-NAME(WO-IDX))
                          DELIMITED BY SIZE ",,"
                      WO-COPIES(WO-IDX) DELIMITED BY SIZE ","
                      WO-COST(WO-IDX) DELIMITED BY SIZE ","
                      WO-VALUE(WO-IDX) DELIMITED BY SIZE
                   INTO EXPORT-REC
               WRITE EXPORT-REC
           END-PERFORM
           MOVE SPACES TO EXPORT-REC
           STRING "PROCEEDS,SOLD,,,," DELIMITED BY SIZE
                  WS-SALE-PROCEEDS DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC
           CLOSE EXPORT-FILE.

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

       END PROGRAM CollectionValuation.
