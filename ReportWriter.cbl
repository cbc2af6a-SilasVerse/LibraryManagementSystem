      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Saved ad-hoc report definitions over the core data
      *          files, so a one-off question from management ("which
      *          STUDENT members at EAST expire this month?") no longer
      *          needs a new report program. A supervisor (function
      *          RPTDEF, supervisor-only in PermCheck) saves a named
      *          definition on report_defs.csv:
      *            name,source file,filters,columns,sort column,sort
      *            direction (A/D),subtotal column,output (SCREEN/CSV/
      *            PRINT),owner,date saved
      *          The source is one of books.csv, members.csv, log.csv,
      *          fine.csv, holds.csv or bookcopies.csv, and columns go
      *          by the names the layout registry publishes (see
      *          LayoutUpgrade). members.csv also offers "branch" --
      *          the member's home branch, taken as the branch of their
      *          earliest loan on file as BranchCircReport does, since
      *          the member record carries none. The PIN is never
      *          reportable.
      *          Filters are up to five "column operator value"
      *          conditions joined by ";", all of which must hold:
      *            EQ NE GT GE LT LE -- dates (DD-MM-YYYY) compare as
      *              dates, whole numbers as numbers, anything else as
      *              upper-case text; TODAY stands for today's date and
      *              BLANK for an empty column
      *            HAS -- the column contains the text
      *            IN  -- a date column falls in THISMONTH, LASTMONTH,
      *              NEXTMONTH or THISYEAR
      *          e.g. type EQ STUDENT;branch EQ EAST;expiration IN
      *          THISMONTH. Up to 12 output columns (blank = all),
      *          one sort column, and a subtotal column that groups
      *          the rows and gives a row count and the total of each
      *          amount column (book count, fine days, amount and paid
      *          amount) per group and overall.
      *          Output goes to the screen, to export_report_<name>.csv
      *          (a leading line column D/S/T for detail, subtotal and
      *          total rows, a trailing rows column) or to
      *          report_<name>.txt through the print spool. A saved
      *          report runs from the Records menu (any output may be
      *          chosen for that run), or from the run calendar:
      *          NightlyBatch runs a batch_schedule.csv step named
      *          RPT:<name> through here in batch mode and captures the
      *          file it wrote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportWriter IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEF-FILE ASSIGN TO "../report_defs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT SRC-FILE ASSIGN TO WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT OUT-FILE ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEF-FILE.
       01  DEF-REC             PIC X(450).
       FD  SRC-FILE.
       01  SRC-REC             PIC X(300).
       FD  OUT-FILE.
       01  OUT-REC             PIC X(450).

       WORKING-STORAGE SECTION.
       01  WS-DEF-STATUS       PIC XX.
       01  WS-SRC-STATUS       PIC XX.
       01  WS-OUT-STATUS       PIC XX.
       01  WS-SRC-PATH         PIC X(40).
       01  WS-SRC-FOUND        PIC X VALUE 'N'.
       01  WS-OUT-PATH         PIC X(60).
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-NARG             PIC 9(4) COMP-5 VALUE 0.
       01  WS-MENU-CHOICE      PIC 9.
       01  WS-DONE             PIC X VALUE 'N'.
       01  WS-BATCH-MODE       PIC X VALUE 'N'.
       01  CONFIRM             PIC X.

       01  SYS-DATE            PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).
      *> The periods an IN filter can name, as YYYYMM.
       01  WS-THIS-YM          PIC 9(6).
       01  WS-LAST-YM          PIC 9(6).
       01  WS-NEXT-YM          PIC 9(6).
       01  WS-ROW-YM           PIC 9(6).

       01  WS-OPERATOR-ID      PIC X(10).
       01  WS-OP-VALID         PIC X VALUE 'M'.
       01  WS-OP-ROLE          PIC X(5) VALUE SPACES.
       01  WS-PERM-FUNCTION    PIC X(8) VALUE "RPTDEF".
       01  WS-PERM-ALLOWED     PIC X.
       01  WS-SUPER-OK         PIC X VALUE 'N'.

      *> The six source files, their column names in registry order
      *> (two halves, joined when a source is picked) and a column
      *> type each -- N marks an amount column that subtotals, T
      *> anything else. members.csv's 14th column, branch, is
      *> derived rather than read.
       01  SOURCE-VALUES.
           05  FILLER PIC X(16) VALUE "books.csv".
           05  FILLER PIC X(55) VALUE
               "id;name;author;count;genre;status;isbn;branch".
           05  FILLER PIC X(55) VALUE SPACES.
           05  FILLER PIC X(20) VALUE "TTTNTTTT".
           05  FILLER PIC X(16) VALUE "members.csv".
           05  FILLER PIC X(55) VALUE
               "id;name;email;address;gender;status;override;type;".
           05  FILLER PIC X(55) VALUE
               "phone;expiration;pin;guardian;channel;branch".
           05  FILLER PIC X(20) VALUE "TTTTTTTTTTTTTT".
           05  FILLER PIC X(16) VALUE "log.csv".
           05  FILLER PIC X(55) VALUE
               "tran;member;book;start;due;overdue;returned;copy;".
           05  FILLER PIC X(55) VALUE
               "branch;operator;loantype;proxy;co_time;rt_time".
           05  FILLER PIC X(20) VALUE "TTTTTTTTTTTTTT".
           05  FILLER PIC X(16) VALUE "fine.csv".
           05  FILLER PIC X(55) VALUE
               "fine;tran;member;days;amount;paid;paid_date;reason;".
           05  FILLER PIC X(55) VALUE
               "waived;waiver_reason;operator;paid_amount;assessed".
           05  FILLER PIC X(20) VALUE "TTTNNTTTTTTNT".
           05  FILLER PIC X(16) VALUE "holds.csv".
           05  FILLER PIC X(55) VALUE
               "book;member;requested;notified;notify_date;status;".
           05  FILLER PIC X(55) VALUE
               "pickup".
           05  FILLER PIC X(20) VALUE "TTTTTTT".
           05  FILLER PIC X(16) VALUE "bookcopies.csv".
           05  FILLER PIC X(55) VALUE
               "book;copy;barcode;condition;status".
           05  FILLER PIC X(55) VALUE SPACES.
           05  FILLER PIC X(20) VALUE "TTTTT".
       01  SOURCE-TABLE REDEFINES SOURCE-VALUES.
           05  SR-ENTRY OCCURS 6 TIMES.
               10  SR-FILE      PIC X(16).
               10  SR-NAMES-1   PIC X(55).
               10  SR-NAMES-2   PIC X(55).
               10  SR-TYPES     PIC X(20).
       01  SR-IDX              PIC 9(2) VALUE 0.
       01  SR-PICK             PIC 9(2) VALUE 0.
       01  WS-SOURCE-IN        PIC X(16).

      *> The picked source's columns.
       01  COLUMN-TABLE.
           05  COL-ENTRY OCCURS 20 TIMES.
               10  COL-NAME     PIC X(15).
               10  COL-TYPE     PIC X.
       01  COL-CNT             PIC 9(2) VALUE 0.
       01  COL-IDX             PIC 9(2) VALUE 0.
       01  WS-NAME-LIST        PIC X(110).
       01  WS-LIST-PTR         PIC 9(3) VALUE 1.
       01  WS-LOOKUP-NAME      PIC X(15).
       01  WS-FOUND-COL        PIC 9(2) VALUE 0.
       01  WS-PIN-COL          PIC 9(2) VALUE 0.
       01  WS-HOME-COL         PIC 9(2) VALUE 0.

      *> Saved definitions -- report_defs.csv in memory.
       01  DEF-TABLE.
           05  DEF-ENTRY OCCURS 100 TIMES.
               10  RD-NAME      PIC X(10).
               10  RD-SOURCE    PIC X(16).
               10  RD-FILTERS   PIC X(200).
               10  RD-COLUMNS   PIC X(150).
               10  RD-SORT      PIC X(15).
               10  RD-DIR       PIC X.
               10  RD-BREAK     PIC X(15).
               10  RD-OUTPUT    PIC X(6).
               10  RD-OWNER     PIC X(10).
               10  RD-DATE      PIC X(10).
       01  DEF-CNT             PIC 9(3) VALUE 0.
       01  DEF-IDX             PIC 9(3) VALUE 0.
       01  DEF-PICK            PIC 9(3) VALUE 0.
       01  WS-NAME-IN          PIC X(10).

      *> The definition being run or built -- laid out as DEF-ENTRY.
       01  CUR-DEF.
           05  CD-NAME          PIC X(10).
           05  CD-SOURCE        PIC X(16).
           05  CD-FILTERS       PIC X(200).
           05  CD-COLUMNS       PIC X(150).
           05  CD-SORT          PIC X(15).
           05  CD-DIR           PIC X.
           05  CD-BREAK         PIC X(15).
           05  CD-OUTPUT        PIC X(6).
           05  CD-OWNER         PIC X(10).
           05  CD-DATE          PIC X(10).

      *> The definition parsed against its source's columns.
       01  FILTER-TABLE.
           05  FL-ENTRY OCCURS 5 TIMES.
               10  FL-COL       PIC 9(2).
               10  FL-OP        PIC X(4).
               10  FL-VALUE     PIC X(40).
       01  FL-CNT              PIC 9 VALUE 0.
       01  FL-IDX              PIC 9 VALUE 0.
       01  OUTCOL-TABLE.
           05  OC-ENTRY OCCURS 12 TIMES.
               10  OC-COL       PIC 9(2).
               10  OC-WIDTH     PIC 9(2).
               10  OC-SUM       PIC 9(11).
               10  OC-GRAND     PIC 9(11).
       01  OC-CNT              PIC 9(2) VALUE 0.
       01  OC-IDX              PIC 9(2) VALUE 0.
       01  WS-SORT-COL         PIC 9(2) VALUE 0.
       01  WS-BREAK-COL        PIC 9(2) VALUE 0.
       01  WS-RUN-OUTPUT       PIC X(6).
       01  WS-SPEC-OK          PIC X VALUE 'Y'.
       01  WS-SPEC-MSG         PIC X(60).
       01  WS-NEED-HOME        PIC X VALUE 'N'.
       01  WS-COND             PIC X(60).
       01  WS-COND-PTR         PIC 9(3) VALUE 1.
       01  WS-C-COL            PIC X(15).
       01  WS-C-OP             PIC X(4).
       01  WS-C-VALUE          PIC X(40).
       01  WS-ITEM             PIC X(15).
       01  WS-ITEM-PTR         PIC 9(3) VALUE 1.
       01  WS-TEXT-IN          PIC X(200).
       01  WS-TEXT-PTR         PIC 9(3) VALUE 1.
       01  WS-FILTER-DONE      PIC X VALUE 'N'.

      *> Selected rows. Unused entries are HIGH-VALUES so the table
      *> SORT leaves them at the end either way round.
       01  RESULT-TABLE.
           05  RS-ENTRY OCCURS 3000 TIMES.
               10  RS-BREAK-KEY PIC X(40).
               10  RS-SORT-KEY  PIC X(40).
               10  RS-BREAK-VAL PIC X(30).
               10  RS-VAL OCCURS 12 TIMES PIC X(30).
       01  RS-CNT              PIC 9(4) VALUE 0.
       01  RS-IDX              PIC 9(4) VALUE 0.
       01  WS-RS-DROPPED       PIC 9(6) VALUE 0.
       01  WS-ROWS-READ        PIC 9(6) VALUE 0.
       01  WS-ROW-PASS         PIC X VALUE 'Y'.

      *> One source row split into its columns; quotes round a
      *> members.csv address are dropped.
       01  FIELD-TABLE.
           05 FLD OCCURS 20 TIMES PIC X(100).
       01  FLD-CNT             PIC 9(2) VALUE 0.
       01  FLD-LEN             PIC 9(3) VALUE 0.
       01  WS-POS              PIC 9(3) VALUE 0.
       01  WS-ROW-LEN          PIC 9(3) VALUE 0.
       01  WS-IN-QUOTES        PIC X VALUE 'N'.
       01  WS-CHAR             PIC X.

      *> Each member's home branch -- the branch of their earliest
      *> loan on log.csv or log_archive.csv.
       01  HOME-TABLE.
           05 HOME-ENTRY OCCURS 3000 TIMES.
               10 HM-MID          PIC X(5).
               10 HM-EARLIEST-INT PIC 9(8).
               10 HM-BRANCH       PIC X(10).
       01  HOME-CNT            PIC 9(4) VALUE 0.
       01  HOME-IDX            PIC 9(4) VALUE 0.
       01  HOME-FOUND-IDX      PIC 9(4) VALUE 0.
       01  WS-LOG-PASS         PIC 9 VALUE 0.

      *> Comparison work areas.
       01  WS-KEY-IN           PIC X(100).
       01  WS-KEY-OUT          PIC X(40).
       01  WS-KEY-NUM          PIC 9(15).
       01  WS-LEFT             PIC X(100).
       01  WS-RIGHT            PIC X(100).
       01  WS-LEFT-INT         PIC 9(8).
       01  WS-RIGHT-INT        PIC 9(8).
       01  WS-LEFT-NUM         PIC 9(15).
       01  WS-RIGHT-NUM        PIC 9(15).
       01  WS-LEFT-IS-NUM      PIC X.
       01  WS-RIGHT-IS-NUM     PIC X.
       01  WS-CMP              PIC X.
       01  WS-TRIM             PIC X(100).
       01  WS-TLEN             PIC 9(3) VALUE 0.
       01  WS-IS-NUM           PIC X.
       01  WS-TALLY            PIC 9(3) VALUE 0.
       01  WS-DATE-IN          PIC X(10).
       01  WS-DATE-FMT         PIC 9(8).
       01  WS-DATE-INT         PIC 9(8).

      *> Report lines.
       01  WS-EMIT-MODE        PIC X VALUE 'S'.
       01  WS-LINE             PIC X(450).
       01  WS-LINE-PTR         PIC 9(3) VALUE 1.
       01  WS-CELL             PIC X(100).
       01  WS-CELL-LEN         PIC 9(3) VALUE 0.
       01  WS-GROUP-ROWS       PIC 9(6) VALUE 0.
       01  WS-PREV-BREAK       PIC X(40).
       01  WS-PREV-BREAK-VAL   PIC X(30).
       01  WS-SUM-ED           PIC Z(10)9.
       01  WS-ROWS-ED          PIC Z(5)9.
       01  WS-READ-ED          PIC Z(5)9.
       01  WS-LABEL            PIC X(50).

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION        PIC X(4).
       01  WS-PS-SOURCE        PIC X(40).
       01  WS-PS-KIND          PIC X(10).
       01  WS-PS-JOB           PIC 9(5).

       01  WS-SHARE-ACQUIRED   PIC X VALUE 'N'.
       01  WS-SHARE-OWNER      PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-PROGRAM   PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE   PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
      *> Optional, guarded by C$NARG: NightlyBatch passes the report
      *> to run and gets back the file it wrote (blank for SCREEN).
       01 RW-NAME     PIC X(10).
       01 RW-OUT-PATH PIC X(60).
       PROCEDURE DIVISION USING USER-CHOICE, RW-NAME, RW-OUT-PATH.
      *> A shared lock is enough -- a run only reads the data files,
      *> and report_defs.csv is this program's own.
           CALL "C$NARG" USING WS-NARG
           MOVE 'ReportWriter' TO WS-SHARE-OWNER
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
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           MOVE SYS-DATE(1:6) TO WS-THIS-YM
           IF SYS-DATE(5:2) = "01"
               COMPUTE WS-LAST-YM = WS-THIS-YM - 89
           ELSE
               COMPUTE WS-LAST-YM = WS-THIS-YM - 1
           END-IF
           IF SYS-DATE(5:2) = "12"
               COMPUTE WS-NEXT-YM = WS-THIS-YM + 89
           ELSE
               COMPUTE WS-NEXT-YM = WS-THIS-YM + 1
           END-IF
           PERFORM LOAD-DEF-FILE

      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> runs the named report as defined, without prompts.
           IF WS-NARG > 1
               MOVE 'Y' TO WS-BATCH-MODE
               IF WS-NARG > 2
                   MOVE SPACES TO RW-OUT-PATH
               END-IF
               MOVE FUNCTION UPPER-CASE(RW-NAME) TO WS-NAME-IN
               PERFORM FIND-DEFINITION
               IF DEF-PICK = 0
                   DISPLAY "No saved report named "
                       FUNCTION TRIM(WS-NAME-IN) "."
                   MOVE 'ReportWriter' TO WS-ERRLOG-PROGRAM
                   MOVE SPACES TO WS-ERRLOG-MESSAGE
                   STRING 'Scheduled report not defined: '
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NAME-IN) DELIMITED BY SIZE
                       INTO WS-ERRLOG-MESSAGE
                   CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                       WS-ERRLOG-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE DEF-ENTRY(DEF-PICK) TO CUR-DEF
               MOVE CD-OUTPUT TO WS-RUN-OUTPUT
               PERFORM RUN-REPORT
               IF WS-NARG > 2
                   IF WS-RUN-OUTPUT NOT = "SCREEN"
                       MOVE WS-OUT-PATH TO RW-OUT-PATH
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF USER-CHOICE = 99
               DISPLAY "No report named for the batch run."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DONE
           PERFORM REPORT-MENU THRU REPORT-MENU-EXIT
               UNTIL WS-DONE = 'Y'.

      *-----------------------------------------------------------------
       REPORT-MENU.
           DISPLAY "=============================="
           DISPLAY "   SAVED REPORTS"
           DISPLAY "=============================="
           DISPLAY "1) Run a saved report"
           DISPLAY "2) List saved reports"
           DISPLAY "3) Define or replace a report (supervisor)"
           DISPLAY "4) Delete a report (supervisor)"
           DISPLAY "5) Show a source file's columns"
           DISPLAY "6) Done"
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM RUN-SAVED-REPORT
              WHEN 2
                  PERFORM LIST-DEFINITIONS
              WHEN 3
                  PERFORM DEFINE-REPORT
              WHEN 4
                  PERFORM DELETE-REPORT
              WHEN 5
                  PERFORM SHOW-SOURCE-COLUMNS
              WHEN 6
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       REPORT-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Prompts for a saved report's name; DEF-PICK is its row, 0
      *> when it isn't on file.
       PICK-DEFINITION.
           DISPLAY "Report name: "
           ACCEPT WS-NAME-IN
           MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN
           PERFORM FIND-DEFINITION
           IF DEF-PICK = 0
               DISPLAY "No saved report named "
                   FUNCTION TRIM(WS-NAME-IN) "."
           END-IF.

       FIND-DEFINITION.
           MOVE 0 TO DEF-PICK
           PERFORM VARYING DEF-IDX FROM 1 BY 1
               UNTIL DEF-IDX > DEF-CNT
               IF RD-NAME(DEF-IDX) = WS-NAME-IN
                   MOVE DEF-IDX TO DEF-PICK
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A run from the menu may send this one run somewhere other
      *> than the definition's own output.
       RUN-SAVED-REPORT.
           IF DEF-CNT = 0
               DISPLAY "(no saved reports on file)"
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-DEFINITION
           IF DEF-PICK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE DEF-ENTRY(DEF-PICK) TO CUR-DEF
           DISPLAY "Output SCREEN, CSV or PRINT (blank = "
               FUNCTION TRIM(CD-OUTPUT) "): "
           ACCEPT WS-RUN-OUTPUT
           MOVE FUNCTION UPPER-CASE(WS-RUN-OUTPUT) TO WS-RUN-OUTPUT
           IF WS-RUN-OUTPUT = SPACES
               MOVE CD-OUTPUT TO WS-RUN-OUTPUT
           END-IF
           IF WS-RUN-OUTPUT NOT = "SCREEN" AND NOT = "CSV"
               AND NOT = "PRINT"
               DISPLAY "Output must be SCREEN, CSV or PRINT."
               EXIT PARAGRAPH
           END-IF
           PERFORM RUN-REPORT.

      *-----------------------------------------------------------------
       LIST-DEFINITIONS.
           IF DEF-CNT = 0
               DISPLAY "(no saved reports on file)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Name       Source           Output Owner      Saved"
           PERFORM VARYING DEF-IDX FROM 1 BY 1
               UNTIL DEF-IDX > DEF-CNT
               DISPLAY RD-NAME(DEF-IDX) " " RD-SOURCE(DEF-IDX) " "
                   RD-OUTPUT(DEF-IDX) " " RD-OWNER(DEF-IDX) " "
                   RD-DATE(DEF-IDX)
               IF RD-FILTERS(DEF-IDX) NOT = SPACES
                   DISPLAY "    where   "
                       FUNCTION TRIM(RD-FILTERS(DEF-IDX))
               END-IF
               IF RD-COLUMNS(DEF-IDX) = SPACES
                   DISPLAY "    columns (all)"
               ELSE
                   DISPLAY "    columns "
                       FUNCTION TRIM(RD-COLUMNS(DEF-IDX))
               END-IF
               IF RD-SORT(DEF-IDX) NOT = SPACES
                   DISPLAY "    sort    "
                       FUNCTION TRIM(RD-SORT(DEF-IDX)) " "
                       RD-DIR(DEF-IDX)
               END-IF
               IF RD-BREAK(DEF-IDX) NOT = SPACES
                   DISPLAY "    totals  by "
                       FUNCTION TRIM(RD-BREAK(DEF-IDX))
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Definitions are a supervisor's job. Main lets anyone into
      *> the Records menu, so the supervisor's ID is checked here;
      *> an installation without an operator master lets it through
      *> as every other supervised item does.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPER-OK
           DISPLAY "Supervisor operator ID: "
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operator ID can't be blank!"
               EXIT PARAGRAPH
           END-IF
           CALL 'OperatorCheck' USING WS-OPERATOR-ID, WS-OP-VALID,
               WS-OP-ROLE
           IF WS-OP-VALID = 'N'
               DISPLAY "Unknown or inactive operator ID!"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-VALID = 'M'
               MOVE 'Y' TO WS-SUPER-OK
               EXIT PARAGRAPH
           END-IF
           CALL 'PermCheck' USING WS-OPERATOR-ID, WS-OP-ROLE,
               WS-PERM-FUNCTION, WS-PERM-ALLOWED
           IF WS-PERM-ALLOWED = 'Y'
               MOVE 'Y' TO WS-SUPER-OK
           ELSE
               DISPLAY "Saved report definitions are kept by "
                   "supervisors."
               MOVE 'ReportWriter' TO WS-ERRLOG-PROGRAM
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'Permission denied: RPTDEF for operator '
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   INTO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      *> Builds CUR-DEF one piece at a time, each piece checked
      *> against the source's columns as it is entered, and saves it
      *> over any definition of the same name.
       DEFINE-REPORT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUR-DEF
           DISPLAY "Report name (up to 10 characters, no spaces): "
           ACCEPT WS-NAME-IN
           MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN
           INSPECT WS-NAME-IN REPLACING ALL "," BY "-"
                                        ALL ";" BY "-"
                                        ALL ":" BY "-"
                                        ALL "/" BY "-"
           IF WS-NAME-IN = SPACES
               DISPLAY "Report name can't be blank."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-NAME-IN) TO WS-NAME-IN
           MOVE 0 TO WS-TALLY
           INSPECT WS-NAME-IN TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TALLY < FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-IN))
               DISPLAY "Report name can't contain spaces."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DEFINITION
           IF DEF-PICK > 0
               DISPLAY "Report " FUNCTION TRIM(WS-NAME-IN)
                   " already exists -- replace it? (Y/N): "
               ACCEPT CONFIRM
               IF FUNCTION UPPER-CASE(CONFIRM) NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF DEF-CNT >= 100
                   DISPLAY "Report definition file is full."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-NAME-IN TO CD-NAME

           DISPLAY "Source file (books, members, log, fine, holds, "
               "bookcopies): "
           ACCEPT WS-SOURCE-IN
           PERFORM FIND-SOURCE
           IF SR-PICK = 0
               DISPLAY "No such source file."
               EXIT PARAGRAPH
           END-IF
           MOVE SR-FILE(SR-PICK) TO CD-SOURCE
           PERFORM LIST-COLUMNS

           DISPLAY "Filters, one at a time as column operator value"
           DISPLAY "  operators EQ NE GT GE LT LE HAS, or IN with "
               "THISMONTH LASTMONTH NEXTMONTH THISYEAR;"
           DISPLAY "  TODAY stands for today's date, BLANK for an "
               "empty column."
           MOVE 0 TO FL-CNT
           MOVE 'N' TO WS-FILTER-DONE
           PERFORM ACCEPT-ONE-FILTER UNTIL WS-FILTER-DONE = 'Y'

           MOVE 'N' TO WS-SPEC-OK
           PERFORM UNTIL WS-SPEC-OK = 'Y'
               DISPLAY "Output columns separated by ; (blank = all): "
               MOVE SPACES TO CD-COLUMNS
               ACCEPT CD-COLUMNS
               MOVE FUNCTION LOWER-CASE(CD-COLUMNS) TO CD-COLUMNS
               INSPECT CD-COLUMNS REPLACING ALL "," BY ";"
               PERFORM PARSE-COLUMNS
               IF WS-SPEC-OK = 'N'
                   DISPLAY FUNCTION TRIM(WS-SPEC-MSG)
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SPEC-OK
           PERFORM UNTIL WS-SPEC-OK = 'Y'
               DISPLAY "Sort column (blank = file order): "
               MOVE SPACES TO CD-SORT
               ACCEPT CD-SORT
               MOVE FUNCTION LOWER-CASE(CD-SORT) TO CD-SORT
               MOVE "A" TO CD-DIR
               IF CD-SORT NOT = SPACES
                   DISPLAY "Ascending or descending (A/D): "
                   ACCEPT CD-DIR
                   MOVE FUNCTION UPPER-CASE(CD-DIR) TO CD-DIR
                   IF CD-DIR NOT = "D"
                       MOVE "A" TO CD-DIR
                   END-IF
               END-IF
               DISPLAY "Subtotal by column (blank = no subtotals): "
               MOVE SPACES TO CD-BREAK
               ACCEPT CD-BREAK
               MOVE FUNCTION LOWER-CASE(CD-BREAK) TO CD-BREAK
               PERFORM PARSE-SORT-BREAK
               IF WS-SPEC-OK = 'N'
                   DISPLAY FUNCTION TRIM(WS-SPEC-MSG)
               END-IF
           END-PERFORM

           DISPLAY "Output SCREEN, CSV or PRINT (blank = SCREEN): "
           ACCEPT CD-OUTPUT
           MOVE FUNCTION UPPER-CASE(CD-OUTPUT) TO CD-OUTPUT
           IF CD-OUTPUT = SPACES
               MOVE "SCREEN" TO CD-OUTPUT
           END-IF
           IF CD-OUTPUT NOT = "SCREEN" AND NOT = "CSV"
               AND NOT = "PRINT"
               DISPLAY "Output must be SCREEN, CSV or PRINT."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO CD-OWNER
           MOVE WS-TODAY-DISPLAY TO CD-DATE

           IF DEF-PICK = 0
               ADD 1 TO DEF-CNT
               MOVE DEF-CNT TO DEF-PICK
           END-IF
           MOVE CUR-DEF TO DEF-ENTRY(DEF-PICK)
           PERFORM REWRITE-DEF-FILE
           DISPLAY "Report " FUNCTION TRIM(CD-NAME) " saved."
           DISPLAY "Run it now? (Y/N): "
           ACCEPT CONFIRM
           IF FUNCTION UPPER-CASE(CONFIRM) = 'Y'
               MOVE CD-OUTPUT TO WS-RUN-OUTPUT
               PERFORM RUN-REPORT
           END-IF.

      *-----------------------------------------------------------------
      *> One filter condition, added to CD-FILTERS once it parses;
      *> blank (or the fifth) ends the list.
       ACCEPT-ONE-FILTER.
           IF FL-CNT >= 5
               MOVE 'Y' TO WS-FILTER-DONE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Filter (blank = no more): "
           MOVE SPACES TO WS-COND
           ACCEPT WS-COND
           IF WS-COND = SPACES
               MOVE 'Y' TO WS-FILTER-DONE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-COND REPLACING ALL "," BY " "
                                     ALL ";" BY " "
           MOVE 'Y' TO WS-SPEC-OK
           PERFORM PARSE-CONDITION
           IF WS-SPEC-OK = 'N'
               DISPLAY FUNCTION TRIM(WS-SPEC-MSG)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEXT-IN
           IF CD-FILTERS = SPACES
               STRING FUNCTION TRIM(WS-C-COL) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C-OP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C-VALUE) DELIMITED BY SIZE
                   INTO WS-TEXT-IN
           ELSE
               STRING FUNCTION TRIM(CD-FILTERS) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C-COL) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C-OP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C-VALUE) DELIMITED BY SIZE
                   INTO WS-TEXT-IN
           END-IF
           MOVE WS-TEXT-IN TO CD-FILTERS.

      *-----------------------------------------------------------------
       DELETE-REPORT.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-DEFINITION
           IF DEF-PICK = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete report " FUNCTION TRIM(WS-NAME-IN)
               "? (Y/N): "
           ACCEPT CONFIRM
           IF FUNCTION UPPER-CASE(CONFIRM) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DEF-IDX FROM DEF-PICK BY 1
               UNTIL DEF-IDX >= DEF-CNT
               MOVE DEF-ENTRY(DEF-IDX + 1) TO DEF-ENTRY(DEF-IDX)
           END-PERFORM
           SUBTRACT 1 FROM DEF-CNT
           PERFORM REWRITE-DEF-FILE
           DISPLAY "Report " FUNCTION TRIM(WS-NAME-IN) " deleted.".

      *-----------------------------------------------------------------
       SHOW-SOURCE-COLUMNS.
           DISPLAY "Source file (books, members, log, fine, holds, "
               "bookcopies): "
           ACCEPT WS-SOURCE-IN
           PERFORM FIND-SOURCE
           IF SR-PICK = 0
               DISPLAY "No such source file."
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-COLUMNS.

       LIST-COLUMNS.
           DISPLAY "Columns of " FUNCTION TRIM(SR-FILE(SR-PICK)) ":"
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COL-CNT
               EVALUATE TRUE
                   WHEN COL-IDX = WS-PIN-COL
                       DISPLAY "  " COL-NAME(COL-IDX)
                           " (not reportable)"
                   WHEN COL-IDX = WS-HOME-COL
                       DISPLAY "  " COL-NAME(COL-IDX)
                           " (home branch -- earliest loan's branch)"
                   WHEN COL-TYPE(COL-IDX) = "N"
                       DISPLAY "  " COL-NAME(COL-IDX)
                           " (amount -- totals in subtotals)"
                   WHEN OTHER
                       DISPLAY "  " COL-NAME(COL-IDX)
               END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------
      *> WS-SOURCE-IN, with or without its .csv, to SR-PICK, and the
      *> source's columns into COLUMN-TABLE.
       FIND-SOURCE.
           MOVE 0 TO SR-PICK
           MOVE FUNCTION LOWER-CASE(WS-SOURCE-IN) TO WS-SOURCE-IN
           MOVE 0 TO WS-TALLY
           INSPECT WS-SOURCE-IN TALLYING WS-TALLY FOR ALL ".csv"
           IF WS-TALLY = 0 AND WS-SOURCE-IN NOT = SPACES
               MOVE SPACES TO WS-TEXT-IN
               STRING FUNCTION TRIM(WS-SOURCE-IN) DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO WS-TEXT-IN
               MOVE WS-TEXT-IN TO WS-SOURCE-IN
           END-IF
           PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > 6
               IF SR-FILE(SR-IDX) = WS-SOURCE-IN
                   MOVE SR-IDX TO SR-PICK
               END-IF
           END-PERFORM
           IF SR-PICK > 0
               PERFORM LOAD-SOURCE-COLUMNS
           END-IF.

       LOAD-SOURCE-COLUMNS.
           MOVE SPACES TO COLUMN-TABLE
           MOVE 0 TO COL-CNT
           MOVE 0 TO WS-PIN-COL
           MOVE 0 TO WS-HOME-COL
           MOVE SPACES TO WS-NAME-LIST
           STRING SR-NAMES-1(SR-PICK) DELIMITED BY SPACE
                  SR-NAMES-2(SR-PICK) DELIMITED BY SPACE
               INTO WS-NAME-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 110 OR COL-CNT >= 20
               MOVE SPACES TO WS-ITEM
               UNSTRING WS-NAME-LIST DELIMITED BY ";"
                   INTO WS-ITEM WITH POINTER WS-LIST-PTR
               IF WS-ITEM NOT = SPACES
                   ADD 1 TO COL-CNT
                   MOVE WS-ITEM TO COL-NAME(COL-CNT)
                   MOVE SR-TYPES(SR-PICK)(COL-CNT:1)
                       TO COL-TYPE(COL-CNT)
               END-IF
           END-PERFORM
           IF SR-FILE(SR-PICK) = "members.csv"
               MOVE 11 TO WS-PIN-COL
               MOVE 14 TO WS-HOME-COL
           END-IF.

      *> WS-LOOKUP-NAME to its column number in WS-FOUND-COL, 0 when
      *> the source has no such column.
       FIND-COLUMN.
           MOVE 0 TO WS-FOUND-COL
           MOVE FUNCTION LOWER-CASE(WS-LOOKUP-NAME) TO WS-LOOKUP-NAME
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COL-CNT
               IF COL-NAME(COL-IDX) = WS-LOOKUP-NAME
                   MOVE COL-IDX TO WS-FOUND-COL
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> CUR-DEF against its source, ready to run: the same checks
      *> DEFINE-REPORT makes as it goes, made again in case a data
      *> file's layout has moved on since the definition was saved.
       BUILD-RUN-SPEC.
           MOVE 'Y' TO WS-SPEC-OK
           MOVE SPACES TO WS-SPEC-MSG
           MOVE CD-SOURCE TO WS-SOURCE-IN
           PERFORM FIND-SOURCE
           IF SR-PICK = 0
               MOVE 'N' TO WS-SPEC-OK
               MOVE "Unknown source file on the definition."
                   TO WS-SPEC-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FL-CNT
           MOVE 1 TO WS-TEXT-PTR
           PERFORM UNTIL WS-TEXT-PTR > 200 OR WS-SPEC-OK = 'N'
               MOVE SPACES TO WS-COND
               UNSTRING CD-FILTERS DELIMITED BY ";"
                   INTO WS-COND WITH POINTER WS-TEXT-PTR
               IF WS-COND NOT = SPACES
                   PERFORM PARSE-CONDITION
               END-IF
           END-PERFORM
           IF WS-SPEC-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-COLUMNS
           IF WS-SPEC-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-SORT-BREAK
           IF WS-SPEC-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NEED-HOME
           IF WS-HOME-COL > 0
               IF WS-SORT-COL = WS-HOME-COL
                   OR WS-BREAK-COL = WS-HOME-COL
                   MOVE 'Y' TO WS-NEED-HOME
               END-IF
               PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-CNT
                   IF FL-COL(FL-IDX) = WS-HOME-COL
                       MOVE 'Y' TO WS-NEED-HOME
                   END-IF
               END-PERFORM
               PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
                   IF OC-COL(OC-IDX) = WS-HOME-COL
                       MOVE 'Y' TO WS-NEED-HOME
                   END-IF
               END-PERFORM
           END-IF.

      *> WS-COND ("column operator value") into the next FL-ENTRY.
       PARSE-CONDITION.
           IF FL-CNT >= 5
               MOVE 'N' TO WS-SPEC-OK
               MOVE "No more than five filters." TO WS-SPEC-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-COND) TO WS-COND
           MOVE SPACES TO WS-C-COL WS-C-OP WS-C-VALUE
           MOVE 1 TO WS-COND-PTR
           UNSTRING WS-COND DELIMITED BY ALL SPACE
               INTO WS-C-COL WS-C-OP WITH POINTER WS-COND-PTR
           IF WS-COND-PTR <= 60
               MOVE WS-COND(WS-COND-PTR:) TO WS-C-VALUE
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-C-COL) TO WS-C-COL
           MOVE FUNCTION UPPER-CASE(WS-C-OP) TO WS-C-OP
           MOVE FUNCTION UPPER-CASE(WS-C-VALUE) TO WS-C-VALUE
           MOVE WS-C-COL TO WS-LOOKUP-NAME
           PERFORM FIND-COLUMN
           IF WS-FOUND-COL = 0 OR WS-FOUND-COL = WS-PIN-COL
               MOVE 'N' TO WS-SPEC-OK
               MOVE SPACES TO WS-SPEC-MSG
               STRING "No column " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C-COL) DELIMITED BY SIZE
                      " to filter on." DELIMITED BY SIZE
                   INTO WS-SPEC-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-C-OP NOT = "EQ" AND NOT = "NE" AND NOT = "GT"
               AND NOT = "GE" AND NOT = "LT" AND NOT = "LE"
               AND NOT = "HAS" AND NOT = "IN"
               MOVE 'N' TO WS-SPEC-OK
               MOVE "Operator must be EQ NE GT GE LT LE HAS or IN."
                   TO WS-SPEC-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-C-VALUE = SPACES
               MOVE 'N' TO WS-SPEC-OK
               MOVE "A filter needs a value (BLANK for an empty one)."
                   TO WS-SPEC-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-C-OP = "IN"
               AND WS-C-VALUE NOT = "THISMONTH"
               AND WS-C-VALUE NOT = "LASTMONTH"
               AND WS-C-VALUE NOT = "NEXTMONTH"
               AND WS-C-VALUE NOT = "THISYEAR"
               MOVE 'N' TO WS-SPEC-OK
               MOVE "IN takes THISMONTH LASTMONTH NEXTMONTH THISYEAR"
                   TO WS-SPEC-MSG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FL-CNT
           MOVE WS-FOUND-COL TO FL-COL(FL-CNT)
           MOVE WS-C-OP TO FL-OP(FL-CNT)
           MOVE WS-C-VALUE TO FL-VALUE(FL-CNT).

      *> CD-COLUMNS into OUTCOL-TABLE; blank means every column the
      *> source has (bar the PIN), up to twelve.
       PARSE-COLUMNS.
           MOVE 'Y' TO WS-SPEC-OK
           MOVE 0 TO OC-CNT
           INITIALIZE OUTCOL-TABLE
           IF CD-COLUMNS = SPACES
               PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-CNT OR OC-CNT >= 12
                   IF COL-IDX NOT = WS-PIN-COL
                       ADD 1 TO OC-CNT
                       MOVE COL-IDX TO OC-COL(OC-CNT)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ITEM-PTR
           PERFORM UNTIL WS-ITEM-PTR > 150 OR WS-SPEC-OK = 'N'
               MOVE SPACES TO WS-ITEM
               UNSTRING CD-COLUMNS DELIMITED BY ";"
                   INTO WS-ITEM WITH POINTER WS-ITEM-PTR
               IF WS-ITEM NOT = SPACES
                   MOVE FUNCTION TRIM(WS-ITEM) TO WS-LOOKUP-NAME
                   PERFORM FIND-COLUMN
                   EVALUATE TRUE
                       WHEN WS-FOUND-COL = 0
                           OR WS-FOUND-COL = WS-PIN-COL
                           MOVE 'N' TO WS-SPEC-OK
                           MOVE SPACES TO WS-SPEC-MSG
                           STRING "No column " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-LOOKUP-NAME)
                                      DELIMITED BY SIZE
                                  " to show." DELIMITED BY SIZE
                               INTO WS-SPEC-MSG
                       WHEN OC-CNT >= 12
                           MOVE 'N' TO WS-SPEC-OK
                           MOVE "No more than twelve output columns."
                               TO WS-SPEC-MSG
                       WHEN OTHER
                           ADD 1 TO OC-CNT
                           MOVE WS-FOUND-COL TO OC-COL(OC-CNT)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       PARSE-SORT-BREAK.
           MOVE 'Y' TO WS-SPEC-OK
           MOVE 0 TO WS-SORT-COL
           MOVE 0 TO WS-BREAK-COL
           IF CD-SORT NOT = SPACES
               MOVE CD-SORT TO WS-LOOKUP-NAME
               PERFORM FIND-COLUMN
               IF WS-FOUND-COL = 0 OR WS-FOUND-COL = WS-PIN-COL
                   MOVE 'N' TO WS-SPEC-OK
                   MOVE "No such column to sort on." TO WS-SPEC-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FOUND-COL TO WS-SORT-COL
           END-IF
           IF CD-BREAK NOT = SPACES
               MOVE CD-BREAK TO WS-LOOKUP-NAME
               PERFORM FIND-COLUMN
               IF WS-FOUND-COL = 0 OR WS-FOUND-COL = WS-PIN-COL
                   MOVE 'N' TO WS-SPEC-OK
                   MOVE "No such column to subtotal by."
                       TO WS-SPEC-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FOUND-COL TO WS-BREAK-COL
           END-IF.

      *-----------------------------------------------------------------
      *> CUR-DEF run to WS-RUN-OUTPUT.
       RUN-REPORT.
           PERFORM BUILD-RUN-SPEC
           IF WS-SPEC-OK = 'N'
               DISPLAY "Report " FUNCTION TRIM(CD-NAME)
                   " can't run: " FUNCTION TRIM(WS-SPEC-MSG)
               EXIT PARAGRAPH
           END-IF
           IF WS-NEED-HOME = 'Y'
               PERFORM DERIVE-HOME-BRANCHES
           END-IF
           PERFORM SELECT-SOURCE-ROWS
           IF WS-SRC-FOUND = 'N'
               DISPLAY "No " FUNCTION TRIM(CD-SOURCE) " to report on."
               EXIT PARAGRAPH
           END-IF
           IF RS-CNT > 1
               IF CD-DIR = "D"
                   SORT RS-ENTRY ASCENDING RS-BREAK-KEY
                       DESCENDING RS-SORT-KEY
               ELSE
                   SORT RS-ENTRY ASCENDING RS-BREAK-KEY RS-SORT-KEY
               END-IF
           END-IF
           PERFORM SIZE-COLUMNS

           EVALUATE WS-RUN-OUTPUT
               WHEN "CSV"
                   MOVE SPACES TO WS-OUT-PATH
                   STRING "../export_report_" DELIMITED BY SIZE
                          FUNCTION TRIM(CD-NAME) DELIMITED BY SIZE
                          ".csv" DELIMITED BY SIZE
                       INTO WS-OUT-PATH
                   OPEN OUTPUT OUT-FILE
                   IF WS-OUT-STATUS NOT = "00"
                       DISPLAY "Can't write " FUNCTION TRIM(WS-OUT-PATH)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'C' TO WS-EMIT-MODE
                   PERFORM EMIT-REPORT
                   CLOSE OUT-FILE
                   MOVE RS-CNT TO WS-ROWS-ED
                   DISPLAY FUNCTION TRIM(WS-ROWS-ED)
                       " row(s) written to "
                       FUNCTION TRIM(WS-OUT-PATH(4:)) "."
               WHEN "PRINT"
                   MOVE SPACES TO WS-OUT-PATH
                   STRING "../report_" DELIMITED BY SIZE
                          FUNCTION TRIM(CD-NAME) DELIMITED BY SIZE
                          ".txt" DELIMITED BY SIZE
                       INTO WS-OUT-PATH
                   OPEN OUTPUT OUT-FILE
                   IF WS-OUT-STATUS NOT = "00"
                       DISPLAY "Can't write " FUNCTION TRIM(WS-OUT-PATH)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'P' TO WS-EMIT-MODE
                   PERFORM EMIT-REPORT
                   CLOSE OUT-FILE
                   MOVE "ADD " TO WS-PS-ACTION
                   MOVE WS-OUT-PATH TO WS-PS-SOURCE
                   MOVE "REPORT" TO WS-PS-KIND
                   CALL 'PrintSpool' USING WS-PS-ACTION,
                       WS-PS-SOURCE, WS-PS-KIND, WS-PS-JOB
                   MOVE RS-CNT TO WS-ROWS-ED
                   DISPLAY FUNCTION TRIM(WS-ROWS-ED)
                       " row(s) printed to "
                       FUNCTION TRIM(WS-OUT-PATH(4:))
                       " -- spool job " WS-PS-JOB "."
               WHEN OTHER
                   MOVE SPACES TO WS-OUT-PATH
                   MOVE 'S' TO WS-EMIT-MODE
                   PERFORM EMIT-REPORT
           END-EVALUATE
           IF WS-RS-DROPPED > 0
               DISPLAY WS-RS-DROPPED " further matching row(s) left "
                   "out -- the report holds 3000 rows. Narrow the "
                   "filters."
           END-IF.

      *-----------------------------------------------------------------
      *> Reads the source, keeping each row every filter passes.
       SELECT-SOURCE-ROWS.
           MOVE HIGH-VALUES TO RESULT-TABLE
           MOVE 0 TO RS-CNT
           MOVE 0 TO WS-RS-DROPPED
           MOVE 0 TO WS-ROWS-READ
           MOVE SPACES TO WS-SRC-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(CD-SOURCE) DELIMITED BY SIZE
               INTO WS-SRC-PATH
           MOVE 'N' TO FILE-END
           MOVE 'N' TO WS-SRC-FOUND
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SRC-FOUND
           PERFORM UNTIL FILE-END = 'Y'
               READ SRC-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SRC-REC NOT = SPACES
                           ADD 1 TO WS-ROWS-READ
                           PERFORM SPLIT-ROW
                           IF WS-NEED-HOME = 'Y'
                               PERFORM FILL-HOME-BRANCH
                           END-IF
                           PERFORM APPLY-FILTERS
                           IF WS-ROW-PASS = 'Y'
                               PERFORM KEEP-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRC-FILE.

       KEEP-ROW.
           IF RS-CNT >= 3000
               ADD 1 TO WS-RS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RS-CNT
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > 12
               IF OC-IDX > OC-CNT
                   MOVE SPACES TO RS-VAL(RS-CNT, OC-IDX)
               ELSE
                   MOVE FLD(OC-COL(OC-IDX)) TO RS-VAL(RS-CNT, OC-IDX)
               END-IF
           END-PERFORM
           IF WS-SORT-COL > 0
               MOVE FLD(WS-SORT-COL) TO WS-KEY-IN
               PERFORM MAKE-KEY
               MOVE WS-KEY-OUT TO RS-SORT-KEY(RS-CNT)
           ELSE
               MOVE SPACES TO RS-SORT-KEY(RS-CNT)
               MOVE WS-ROWS-READ TO RS-SORT-KEY(RS-CNT)(1:6)
           END-IF
           IF WS-BREAK-COL > 0
               MOVE FLD(WS-BREAK-COL) TO WS-KEY-IN
               PERFORM MAKE-KEY
               MOVE WS-KEY-OUT TO RS-BREAK-KEY(RS-CNT)
               MOVE FLD(WS-BREAK-COL) TO RS-BREAK-VAL(RS-CNT)
           ELSE
               MOVE SPACES TO RS-BREAK-KEY(RS-CNT)
               MOVE SPACES TO RS-BREAK-VAL(RS-CNT)
           END-IF.

      *> A sort key that orders the way the value reads: a date as
      *> YYYYMMDD, a whole number zero-filled, text in upper case.
       MAKE-KEY.
           MOVE WS-KEY-IN TO WS-TRIM
           PERFORM CHECK-NUMERIC
           MOVE WS-KEY-IN(1:10) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           EVALUATE TRUE
               WHEN WS-DATE-INT > 0
                   MOVE SPACES TO WS-KEY-OUT
                   MOVE WS-DATE-FMT TO WS-KEY-OUT(1:8)
               WHEN WS-IS-NUM = 'Y'
                   COMPUTE WS-KEY-NUM = FUNCTION NUMVAL(WS-TRIM)
                   MOVE SPACES TO WS-KEY-OUT
                   MOVE WS-KEY-NUM TO WS-KEY-OUT(1:15)
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-OUT
           END-EVALUATE.

      *> WS-TRIM (left-justified on the way out) holds a whole
      *> number of up to fifteen digits? WS-IS-NUM says.
       CHECK-NUMERIC.
           MOVE 'N' TO WS-IS-NUM
           MOVE FUNCTION TRIM(WS-TRIM) TO WS-TRIM
           MOVE 0 TO WS-TLEN
           IF WS-TRIM NOT = SPACES
               COMPUTE WS-TLEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-TRIM))
           END-IF
           IF WS-TLEN > 0 AND WS-TLEN <= 15
               IF WS-TRIM(1:WS-TLEN) IS NUMERIC
                   MOVE 'Y' TO WS-IS-NUM
               END-IF
           END-IF.

       CONVERT-DATE-TO-INT.
           MOVE 0 TO WS-DATE-INT
           MOVE 0 TO WS-DATE-FMT
           IF WS-DATE-IN(1:2) NUMERIC AND WS-DATE-IN(4:2) NUMERIC
               AND WS-DATE-IN(7:4) NUMERIC
               AND WS-DATE-IN(3:1) = "-" AND WS-DATE-IN(6:1) = "-"
               STRING WS-DATE-IN(7:4) DELIMITED BY SIZE
                      WS-DATE-IN(4:2) DELIMITED BY SIZE
                      WS-DATE-IN(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FMT) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
               ELSE
                   MOVE 0 TO WS-DATE-FMT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> Every filter must hold for the row to be kept.
       APPLY-FILTERS.
           MOVE 'Y' TO WS-ROW-PASS
           PERFORM VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > FL-CNT OR WS-ROW-PASS = 'N'
               PERFORM APPLY-ONE-FILTER
           END-PERFORM.

       APPLY-ONE-FILTER.
           MOVE FLD(FL-COL(FL-IDX)) TO WS-LEFT
           EVALUATE FL-OP(FL-IDX)
               WHEN "IN"
                   MOVE WS-LEFT(1:10) TO WS-DATE-IN
                   PERFORM CONVERT-DATE-TO-INT
                   IF WS-DATE-INT = 0
                       MOVE 'N' TO WS-ROW-PASS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DATE-FMT(1:6) TO WS-ROW-YM
                   EVALUATE FL-VALUE(FL-IDX)
                       WHEN "THISMONTH"
                           IF WS-ROW-YM NOT = WS-THIS-YM
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN "LASTMONTH"
                           IF WS-ROW-YM NOT = WS-LAST-YM
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN "NEXTMONTH"
                           IF WS-ROW-YM NOT = WS-NEXT-YM
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN OTHER
                           IF WS-DATE-FMT(1:4) NOT = SYS-DATE(1:4)
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                   END-EVALUATE
               WHEN "HAS"
                   MOVE FUNCTION UPPER-CASE(WS-LEFT) TO WS-LEFT
                   MOVE FL-VALUE(FL-IDX) TO WS-TRIM
                   PERFORM CHECK-NUMERIC
                   MOVE 0 TO WS-TALLY
                   IF WS-TLEN > 0
                       INSPECT WS-LEFT TALLYING WS-TALLY
                           FOR ALL WS-TRIM(1:WS-TLEN)
                   END-IF
                   IF WS-TALLY = 0
                       MOVE 'N' TO WS-ROW-PASS
                   END-IF
               WHEN OTHER
                   EVALUATE FL-VALUE(FL-IDX)
                       WHEN "TODAY"
                           MOVE WS-TODAY-DISPLAY TO WS-RIGHT
                       WHEN "BLANK"
                           MOVE SPACES TO WS-RIGHT
                       WHEN OTHER
                           MOVE FL-VALUE(FL-IDX) TO WS-RIGHT
                   END-EVALUATE
                   PERFORM COMPARE-VALUES
                   EVALUATE FL-OP(FL-IDX)
                       WHEN "EQ"
                           IF WS-CMP NOT = "E"
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN "NE"
                           IF WS-CMP = "E"
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN "GT"
                           IF WS-CMP NOT = "G"
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN "GE"
                           IF WS-CMP = "L"
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN "LT"
                           IF WS-CMP NOT = "L"
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                       WHEN "LE"
                           IF WS-CMP = "G"
                               MOVE 'N' TO WS-ROW-PASS
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

      *> WS-LEFT against WS-RIGHT into WS-CMP (L, E or G): as dates
      *> when both are dates, as numbers when both are whole
      *> numbers, otherwise as upper-case text.
       COMPARE-VALUES.
           MOVE WS-LEFT(1:10) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-DATE-INT TO WS-LEFT-INT
           MOVE WS-RIGHT(1:10) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-DATE-INT TO WS-RIGHT-INT
           MOVE WS-LEFT TO WS-TRIM
           PERFORM CHECK-NUMERIC
           MOVE WS-IS-NUM TO WS-LEFT-IS-NUM
           IF WS-IS-NUM = 'Y'
               COMPUTE WS-LEFT-NUM = FUNCTION NUMVAL(WS-TRIM)
           END-IF
           MOVE WS-RIGHT TO WS-TRIM
           PERFORM CHECK-NUMERIC
           MOVE WS-IS-NUM TO WS-RIGHT-IS-NUM
           IF WS-IS-NUM = 'Y'
               COMPUTE WS-RIGHT-NUM = FUNCTION NUMVAL(WS-TRIM)
           END-IF
           EVALUATE TRUE
               WHEN WS-LEFT-INT > 0 AND WS-RIGHT-INT > 0
                   CONTINUE
               WHEN WS-LEFT-IS-NUM = 'Y' AND WS-RIGHT-IS-NUM = 'Y'
                   MOVE WS-LEFT-NUM TO WS-LEFT-INT
                   MOVE WS-RIGHT-NUM TO WS-RIGHT-INT
                   IF WS-LEFT-NUM > WS-RIGHT-NUM
                       MOVE 1 TO WS-LEFT-INT
                       MOVE 0 TO WS-RIGHT-INT
                   END-IF
                   IF WS-LEFT-NUM < WS-RIGHT-NUM
                       MOVE 0 TO WS-LEFT-INT
                       MOVE 1 TO WS-RIGHT-INT
                   END-IF
                   IF WS-LEFT-NUM = WS-RIGHT-NUM
                       MOVE 0 TO WS-LEFT-INT
                       MOVE 0 TO WS-RIGHT-INT
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(WS-LEFT) TO WS-LEFT
                   MOVE FUNCTION UPPER-CASE(WS-RIGHT) TO WS-RIGHT
                   MOVE 0 TO WS-LEFT-INT
                   MOVE 0 TO WS-RIGHT-INT
                   IF WS-LEFT > WS-RIGHT
                       MOVE 1 TO WS-LEFT-INT
                   END-IF
                   IF WS-LEFT < WS-RIGHT
                       MOVE 1 TO WS-RIGHT-INT
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-LEFT-INT > WS-RIGHT-INT
                   MOVE "G" TO WS-CMP
               WHEN WS-LEFT-INT < WS-RIGHT-INT
                   MOVE "L" TO WS-CMP
               WHEN OTHER
                   MOVE "E" TO WS-CMP
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> Splits SRC-REC on commas outside double quotes, as
      *> LayoutUpgrade does, leaving the quotes out.
       SPLIT-ROW.
           MOVE SPACES TO FIELD-TABLE
           MOVE 1 TO FLD-CNT
           MOVE 0 TO FLD-LEN
           MOVE 'N' TO WS-IN-QUOTES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SRC-REC TRAILING))
               TO WS-ROW-LEN
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-ROW-LEN
               MOVE SRC-REC(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = '"'
                       IF WS-IN-QUOTES = 'Y'
                           MOVE 'N' TO WS-IN-QUOTES
                       ELSE
                           MOVE 'Y' TO WS-IN-QUOTES
                       END-IF
                   WHEN WS-CHAR = ',' AND WS-IN-QUOTES = 'N'
                       IF FLD-CNT < 20
                           ADD 1 TO FLD-CNT
                       END-IF
                       MOVE 0 TO FLD-LEN
                   WHEN OTHER
                       PERFORM APPEND-FIELD-CHAR
               END-EVALUATE
           END-PERFORM.

       APPEND-FIELD-CHAR.
           IF FLD-LEN < 100
               ADD 1 TO FLD-LEN
               MOVE WS-CHAR TO FLD(FLD-CNT)(FLD-LEN:1)
           END-IF.

      *-----------------------------------------------------------------
      *> A member's home branch is the branch of their earliest loan
      *> on file, current or archived -- the nearest thing the data
      *> model has to one, as in BranchCircReport.
       DERIVE-HOME-BRANCHES.
           MOVE 0 TO HOME-CNT
           PERFORM VARYING WS-LOG-PASS FROM 1 BY 1 UNTIL WS-LOG-PASS > 2
               IF WS-LOG-PASS = 1
                   MOVE "../log.csv" TO WS-SRC-PATH
               ELSE
                   MOVE "../log_archive.csv" TO WS-SRC-PATH
               END-IF
               MOVE 'N' TO FILE-END
               OPEN INPUT SRC-FILE
               IF WS-SRC-STATUS = "00"
                   PERFORM UNTIL FILE-END = 'Y'
                       READ SRC-FILE
                           AT END MOVE 'Y' TO FILE-END
                           NOT AT END
                               PERFORM NOTE-HOME-LOAN
                       END-READ
                   END-PERFORM
                   CLOSE SRC-FILE
               END-IF
           END-PERFORM.

       NOTE-HOME-LOAN.
           PERFORM SPLIT-ROW
           MOVE FLD(4)(1:10) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-INT = 0 OR FLD(9) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO HOME-FOUND-IDX
           PERFORM VARYING HOME-IDX FROM 1 BY 1
               UNTIL HOME-IDX > HOME-CNT
               IF HM-MID(HOME-IDX) = FLD(2)(1:5)
                   MOVE HOME-IDX TO HOME-FOUND-IDX
               END-IF
           END-PERFORM
           IF HOME-FOUND-IDX = 0
               IF HOME-CNT < 3000
                   ADD 1 TO HOME-CNT
                   MOVE FLD(2)(1:5) TO HM-MID(HOME-CNT)
                   MOVE WS-DATE-INT TO HM-EARLIEST-INT(HOME-CNT)
                   MOVE FLD(9)(1:10) TO HM-BRANCH(HOME-CNT)
               END-IF
           ELSE
               IF WS-DATE-INT < HM-EARLIEST-INT(HOME-FOUND-IDX)
                   MOVE WS-DATE-INT TO HM-EARLIEST-INT(HOME-FOUND-IDX)
                   MOVE FLD(9)(1:10) TO HM-BRANCH(HOME-FOUND-IDX)
               END-IF
           END-IF.

       FILL-HOME-BRANCH.
           MOVE SPACES TO FLD(WS-HOME-COL)
           PERFORM VARYING HOME-IDX FROM 1 BY 1
               UNTIL HOME-IDX > HOME-CNT
               IF HM-MID(HOME-IDX) = FLD(1)(1:5)
                   MOVE HM-BRANCH(HOME-IDX) TO FLD(WS-HOME-COL)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Each output column as wide as its heading or its widest
      *> value, up to thirty.
       SIZE-COLUMNS.
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   COL-NAME(OC-COL(OC-IDX)))) TO OC-WIDTH(OC-IDX)
               PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-CNT
                   IF RS-VAL(RS-IDX, OC-IDX) NOT = SPACES
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           RS-VAL(RS-IDX, OC-IDX) TRAILING))
                           TO WS-CELL-LEN
                       IF WS-CELL-LEN > OC-WIDTH(OC-IDX)
                           MOVE WS-CELL-LEN TO OC-WIDTH(OC-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF OC-WIDTH(OC-IDX) > 30
                   MOVE 30 TO OC-WIDTH(OC-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The report itself, for every output: heading, the rows in
      *> order, a subtotal at each change of the subtotal column and
      *> a closing total. WS-EMIT-MODE says where lines go -- S the
      *> screen, P the print file, C the CSV export.
       EMIT-REPORT.
           IF WS-EMIT-MODE NOT = 'C'
               MOVE SPACES TO WS-LINE
               STRING "REPORT " DELIMITED BY SIZE
                      FUNCTION TRIM(CD-NAME) DELIMITED BY SIZE
                      " -- " DELIMITED BY SIZE
                      FUNCTION TRIM(CD-SOURCE) DELIMITED BY SIZE
                      "     run " DELIMITED BY SIZE
                      WS-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-LINE
               IF CD-FILTERS = SPACES
                   MOVE "All rows" TO WS-LINE
               ELSE
                   STRING "Where " DELIMITED BY SIZE
                          FUNCTION TRIM(CD-FILTERS) DELIMITED BY SIZE
                       INTO WS-LINE
               END-IF
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM BUILD-HEADING-LINE
           PERFORM EMIT-LINE
           IF WS-EMIT-MODE NOT = 'C'
               MOVE ALL "-" TO WS-LINE
               MOVE SPACES TO WS-LINE(WS-LINE-PTR:)
               PERFORM EMIT-LINE
           END-IF

           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
               MOVE 0 TO OC-SUM(OC-IDX)
               MOVE 0 TO OC-GRAND(OC-IDX)
           END-PERFORM
           MOVE 0 TO WS-GROUP-ROWS
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-CNT
               IF WS-BREAK-COL > 0 AND RS-IDX > 1
                   AND RS-BREAK-KEY(RS-IDX) NOT = WS-PREV-BREAK
                   PERFORM EMIT-SUBTOTAL
               END-IF
               MOVE RS-BREAK-KEY(RS-IDX) TO WS-PREV-BREAK
               MOVE RS-BREAK-VAL(RS-IDX) TO WS-PREV-BREAK-VAL
               PERFORM BUILD-DETAIL-LINE
               PERFORM EMIT-LINE
               ADD 1 TO WS-GROUP-ROWS
           END-PERFORM
           IF WS-BREAK-COL > 0 AND RS-CNT > 0
               PERFORM EMIT-SUBTOTAL
           END-IF
           PERFORM EMIT-TOTAL.

       BUILD-HEADING-LINE.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           IF WS-EMIT-MODE = 'C'
               STRING "line" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
               MOVE COL-NAME(OC-COL(OC-IDX)) TO WS-CELL
               PERFORM APPEND-CELL
           END-PERFORM
           IF WS-EMIT-MODE = 'C'
               STRING ",rows" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF.

      *> One selected row; amount columns add into the group and
      *> grand totals as they go.
       BUILD-DETAIL-LINE.
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           IF WS-EMIT-MODE = 'C'
               STRING "D" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
               MOVE RS-VAL(RS-IDX, OC-IDX) TO WS-CELL
               PERFORM APPEND-CELL
               IF COL-TYPE(OC-COL(OC-IDX)) = "N"
                   MOVE RS-VAL(RS-IDX, OC-IDX) TO WS-TRIM
                   PERFORM CHECK-NUMERIC
                   IF WS-IS-NUM = 'Y'
                       COMPUTE OC-SUM(OC-IDX) = OC-SUM(OC-IDX)
                           + FUNCTION NUMVAL(WS-TRIM)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EMIT-MODE = 'C'
               STRING ",1" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           END-IF.

      *> WS-CELL onto WS-LINE: quoted when it holds a comma for the
      *> CSV, padded to the column's width otherwise.
       APPEND-CELL.
           IF WS-EMIT-MODE = 'C'
               MOVE 0 TO WS-TALLY
               INSPECT WS-CELL TALLYING WS-TALLY FOR ALL ","
               IF WS-LINE-PTR > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-IF
               IF WS-TALLY > 0
                   STRING '"' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CELL) DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
               ELSE
                   IF WS-CELL NOT = SPACES
                       STRING FUNCTION TRIM(WS-CELL) DELIMITED BY SIZE
                           INTO WS-LINE WITH POINTER WS-LINE-PTR
                   END-IF
               END-IF
           ELSE
               MOVE WS-CELL(1:OC-WIDTH(OC-IDX))
                   TO WS-LINE(WS-LINE-PTR:OC-WIDTH(OC-IDX))
               COMPUTE WS-LINE-PTR = WS-LINE-PTR + OC-WIDTH(OC-IDX) + 2
           END-IF.

      *> The group just finished: its row count and amount totals,
      *> which then roll into the grand totals.
       EMIT-SUBTOTAL.
           MOVE WS-GROUP-ROWS TO WS-ROWS-ED
           MOVE SPACES TO WS-LABEL
           IF WS-PREV-BREAK-VAL = SPACES
               STRING FUNCTION TRIM(COL-NAME(WS-BREAK-COL))
                          DELIMITED BY SIZE
                      " (blank)" DELIMITED BY SIZE
                   INTO WS-LABEL
           ELSE
               STRING FUNCTION TRIM(COL-NAME(WS-BREAK-COL))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PREV-BREAK-VAL)
                          DELIMITED BY SIZE
                   INTO WS-LABEL
           END-IF
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           IF WS-EMIT-MODE = 'C'
               STRING "S" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
                   MOVE SPACES TO WS-CELL
                   IF OC-COL(OC-IDX) = WS-BREAK-COL
                       MOVE WS-PREV-BREAK-VAL TO WS-CELL
                   END-IF
                   IF COL-TYPE(OC-COL(OC-IDX)) = "N"
                       MOVE OC-SUM(OC-IDX) TO WS-SUM-ED
                       MOVE WS-SUM-ED TO WS-CELL
                   END-IF
                   PERFORM APPEND-CELL
               END-PERFORM
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROWS-ED) DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING "  Subtotal " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LABEL) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROWS-ED) DELIMITED BY SIZE
                      " row(s)" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               PERFORM APPEND-AMOUNT-TOTALS
           END-IF
           PERFORM EMIT-LINE
           IF WS-EMIT-MODE NOT = 'C'
               MOVE SPACES TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
               ADD OC-SUM(OC-IDX) TO OC-GRAND(OC-IDX)
               MOVE 0 TO OC-SUM(OC-IDX)
           END-PERFORM
           MOVE 0 TO WS-GROUP-ROWS.

       EMIT-TOTAL.
      *> Without subtotals the running sums never rolled over.
           IF WS-BREAK-COL = 0
               PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
                   ADD OC-SUM(OC-IDX) TO OC-GRAND(OC-IDX)
                   MOVE OC-GRAND(OC-IDX) TO OC-SUM(OC-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
                   MOVE OC-GRAND(OC-IDX) TO OC-SUM(OC-IDX)
               END-PERFORM
           END-IF
           MOVE RS-CNT TO WS-ROWS-ED
           MOVE WS-ROWS-READ TO WS-READ-ED
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           IF WS-EMIT-MODE = 'C'
               STRING "T" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
                   MOVE SPACES TO WS-CELL
                   IF COL-TYPE(OC-COL(OC-IDX)) = "N"
                       MOVE OC-SUM(OC-IDX) TO WS-SUM-ED
                       MOVE WS-SUM-ED TO WS-CELL
                   END-IF
                   PERFORM APPEND-CELL
               END-PERFORM
               STRING "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROWS-ED) DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING "Total: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROWS-ED) DELIMITED BY SIZE
                      " row(s) of " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-READ-ED) DELIMITED BY SIZE
                      " read" DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-LINE-PTR
               PERFORM APPEND-AMOUNT-TOTALS
           END-IF
           PERFORM EMIT-LINE.

      *> ", amount 1234" for each amount column shown.
       APPEND-AMOUNT-TOTALS.
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-CNT
               IF COL-TYPE(OC-COL(OC-IDX)) = "N"
                   MOVE OC-SUM(OC-IDX) TO WS-SUM-ED
                   STRING ", " DELIMITED BY SIZE
                          FUNCTION TRIM(COL-NAME(OC-COL(OC-IDX)))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUM-ED) DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
               END-IF
           END-PERFORM.

       EMIT-LINE.
           IF WS-EMIT-MODE = 'S'
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           ELSE
               MOVE WS-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.

      *-----------------------------------------------------------------
       LOAD-DEF-FILE.
           MOVE 0 TO DEF-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DEF-FILE
           IF WS-DEF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DEF-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DEF-REC NOT = SPACES AND DEF-CNT < 100
                           ADD 1 TO DEF-CNT
                           MOVE SPACES TO DEF-ENTRY(DEF-CNT)
                           UNSTRING DEF-REC DELIMITED BY ","
                               INTO RD-NAME(DEF-CNT)
                                    RD-SOURCE(DEF-CNT)
                                    RD-FILTERS(DEF-CNT)
                                    RD-COLUMNS(DEF-CNT)
                                    RD-SORT(DEF-CNT)
                                    RD-DIR(DEF-CNT)
                                    RD-BREAK(DEF-CNT)
                                    RD-OUTPUT(DEF-CNT)
                                    RD-OWNER(DEF-CNT)
                                    RD-DATE(DEF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEF-FILE.

       REWRITE-DEF-FILE.
           OPEN OUTPUT DEF-FILE
           PERFORM VARYING DEF-IDX FROM 1 BY 1 UNTIL DEF-IDX > DEF-CNT
               MOVE SPACES TO DEF-REC
               STRING FUNCTION TRIM(RD-NAME(DEF-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RD-SOURCE(DEF-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RD-FILTERS(DEF-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RD-COLUMNS(DEF-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RD-SORT(DEF-IDX))
                          DELIMITED BY SIZE ","
                      RD-DIR(DEF-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RD-BREAK(DEF-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RD-OUTPUT(DEF-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RD-OWNER(DEF-IDX))
                          DELIMITED BY SIZE ","
                      RD-DATE(DEF-IDX) DELIMITED BY SIZE
                   INTO DEF-REC
               WRITE DEF-REC
           END-PERFORM
           CLOSE DEF-FILE.

       END PROGRAM ReportWriter.
