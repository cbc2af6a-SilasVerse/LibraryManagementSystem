      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Record-layout registry and data-file upgrade. The
      *          CSVs have grown columns over the years (fine.csv's
      *          paid amount and assessed date, log.csv's proxy and
      *          checkout/return times, members.csv's PIN, guardian
      *          and contact channel), and every reader carries its
      *          own "blank column means..." defaulting for rows
      *          written before the column existed. This program
      *          holds the one registry of the current layout of
      *          each data file (published to layout_registry.csv),
      *          checks every row of every file against it, and
      *          stamps layout_versions.csv with each file's state:
      *          CURRENT (every row at the registered column count),
      *          NOT-UPGRADED (old-format rows remain) or UNKNOWN
      *          (rows wider than the registry -- written by
      *          something newer, left alone). The supervised
      *          upgrade pass brings every old row up to the current
      *          layout in one go -- missing trailing columns added,
      *          the old "blank means" defaults written in -- under
      *          the file lock, so the Journal before-images cover
      *          the six core files, with a pre-upgrade copy of each
      *          archive and a row per file in layout_upgrade_log.csv.
      *          Files are read and upgraded a row at a time into an
      *          upgrade_<file> work copy that is swapped in once
      *          complete, so no file is too long to check or upgrade.
      *          Called with the batch arguments (BackupRestore after
      *          a restore) it only checks and stamps, and hands back
      *          the number of files not current.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LayoutUpgrade IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "../layout_registry.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT STAMP-FILE ASSIGN TO "../layout_versions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT UPGLOG-FILE ASSIGN TO "../layout_upgrade_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-REC            PIC X(300).
       FD  WORK-FILE.
       01  WORK-REC            PIC X(300).
       FD  REGISTRY-FILE.
       01  REGISTRY-REC        PIC X(250).
       FD  STAMP-FILE.
       01  STAMP-REC           PIC X(100).
       FD  UPGLOG-FILE.
       01  UPGLOG-REC          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-DATA-STATUS      PIC XX.
       01  WS-REGISTRY-STATUS  PIC XX.
       01  WS-STAMP-STATUS     PIC XX.
       01  WS-UPGLOG-STATUS    PIC XX.
       01  WS-DATA-PATH        PIC X(40).
       01  WS-WORK-STATUS      PIC XX.
       01  WS-WORK-PATH        PIC X(50).
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-NARG             PIC 9(4) COMP-5 VALUE 0.
       01  WS-MENU-CHOICE      PIC 9.
       01  WS-DONE             PIC X VALUE 'N'.
       01  CONFIRM             PIC X.

      *> The registry: each data file, its current layout version and
      *> column count. Bump the version and the column count together
      *> whenever a program starts writing a new column, and teach
      *> FILL-DEFAULTS the value an older row should carry in it.
      *> Members rows carry a quoted address that may hold commas.
       01  REGISTRY-VALUES.
           05  FILLER PIC X(20) VALUE "members.csv".
           05  FILLER PIC 9(2)  VALUE 4.
           05  FILLER PIC 9(2)  VALUE 13.
           05  FILLER PIC X     VALUE "Q".
           05  FILLER PIC X(20) VALUE "members_archive.csv".
           05  FILLER PIC 9(2)  VALUE 4.
           05  FILLER PIC 9(2)  VALUE 13.
           05  FILLER PIC X     VALUE "Q".
           05  FILLER PIC X(20) VALUE "books.csv".
           05  FILLER PIC 9(2)  VALUE 3.
           05  FILLER PIC 9(2)  VALUE 8.
           05  FILLER PIC X     VALUE " ".
           05  FILLER PIC X(20) VALUE "log.csv".
           05  FILLER PIC 9(2)  VALUE 4.
           05  FILLER PIC 9(2)  VALUE 14.
           05  FILLER PIC X     VALUE " ".
           05  FILLER PIC X(20) VALUE "log_archive.csv".
           05  FILLER PIC 9(2)  VALUE 4.
           05  FILLER PIC 9(2)  VALUE 14.
           05  FILLER PIC X     VALUE " ".
           05  FILLER PIC X(20) VALUE "fine.csv".
           05  FILLER PIC 9(2)  VALUE 3.
           05  FILLER PIC 9(2)  VALUE 13.
           05  FILLER PIC X     VALUE " ".
           05  FILLER PIC X(20) VALUE "holds.csv".
           05  FILLER PIC 9(2)  VALUE 2.
           05  FILLER PIC 9(2)  VALUE 7.
           05  FILLER PIC X     VALUE " ".
           05  FILLER PIC X(20) VALUE "bookcopies.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC 9(2)  VALUE 5.
           05  FILLER PIC X     VALUE " ".
       01  REGISTRY-TABLE REDEFINES REGISTRY-VALUES.
           05  RG-ENTRY OCCURS 8 TIMES.
               10  RG-FILE      PIC X(20).
               10  RG-VERSION   PIC 9(2).
               10  RG-COLUMNS   PIC 9(2).
               10  RG-QUOTED    PIC X.
       01  RG-IDX              PIC 9(2) VALUE 0.

      *> Column names, published with the registry -- two halves
      *> per file, joined when the registry is written.
       01  COLUMN-NAME-VALUES.
           05  FILLER PIC X(55) VALUE
               "id;name;email;address;gender;status;override;type;".
           05  FILLER PIC X(55) VALUE
               "phone;expiration;pin;guardian;channel".
           05  FILLER PIC X(55) VALUE
               "id;name;email;address;gender;status;override;type;".
           05  FILLER PIC X(55) VALUE
               "phone;expiration;pin;guardian;channel".
           05  FILLER PIC X(55) VALUE
               "id;name;author;count;genre;status;isbn;branch".
           05  FILLER PIC X(55) VALUE SPACES.
           05  FILLER PIC X(55) VALUE
               "tran;member;book;start;due;overdue;returned;copy;".
           05  FILLER PIC X(55) VALUE
               "branch;operator;loantype;proxy;co_time;rt_time".
           05  FILLER PIC X(55) VALUE
               "tran;member;book;start;due;overdue;returned;copy;".
           05  FILLER PIC X(55) VALUE
               "branch;operator;loantype;proxy;co_time;rt_time".
           05  FILLER PIC X(55) VALUE
               "fine;tran;member;days;amount;paid;paid_date;reason;".
           05  FILLER PIC X(55) VALUE
               "waived;waiver_reason;operator;paid_amount;assessed".
           05  FILLER PIC X(55) VALUE
               "book;member;requested;notified;notify_date;status;".
           05  FILLER PIC X(55) VALUE
               "pickup".
           05  FILLER PIC X(55) VALUE
               "book;copy;barcode;condition;status".
           05  FILLER PIC X(55) VALUE SPACES.
       01  COLUMN-NAME-TABLE REDEFINES COLUMN-NAME-VALUES.
           05  RG-NAMES-ENTRY OCCURS 8 TIMES.
               10  RG-NAMES-1   PIC X(55).
               10  RG-NAMES-2   PIC X(55).

      *> The row in hand -- files are checked and upgraded a row at
      *> a time, never held whole.
       01  WS-ROW-TEXT         PIC X(300).
       01  WS-ROWS-READ        PIC 9(7) VALUE 0.

      *> One row split into its columns (a quoted address stays one
      *> column, quotes and all).
       01  FIELD-TABLE.
           05 FLD OCCURS 20 TIMES PIC X(100).
       01  FLD-CNT             PIC 9(2) VALUE 0.
       01  FLD-IDX             PIC 9(2) VALUE 0.
       01  FLD-LEN             PIC 9(3) VALUE 0.
       01  WS-POS              PIC 9(3) VALUE 0.
       01  WS-ROW-LEN          PIC 9(3) VALUE 0.
       01  WS-IN-QUOTES        PIC X VALUE 'N'.
       01  WS-CHAR             PIC X.
       01  WS-OUT-ROW          PIC X(300).
       01  WS-OUT-PTR          PIC 9(3) VALUE 1.
       01  WS-ROW-CHANGED      PIC X VALUE 'N'.
       01  WS-AMOUNT-N         PIC 9(6) VALUE 0.
       01  WS-WAIVED-N         PIC 9(6) VALUE 0.
       01  WS-PAID-N           PIC 9(6) VALUE 0.

      *> Per-file results of the last check or upgrade.
       01  RESULT-TABLE.
           05 RS-ENTRY OCCURS 8 TIMES.
               10 RS-STATE     PIC X(12).
               10 RS-ROWS      PIC 9(7).
               10 RS-OLD       PIC 9(7).
               10 RS-WIDE      PIC 9(7).
               10 RS-UPGRADED  PIC 9(7).
       01  WS-NOT-CURRENT      PIC 9(2) VALUE 0.
       01  WS-STAMP-VERSION    PIC 9(2) VALUE 0.
       01  WS-UPGRADE-RUN      PIC X VALUE 'N'.

       01  WS-TODAY-RAW        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).
       01  WS-TIME-RAW         PIC 9(8).
       01  WS-TIME-DISPLAY     PIC X(8).
       01  ws-copy-result      PIC S9(9) COMP-5 VALUE 0.
       01  WS-COPY-PATH        PIC X(50).

       01  WS-SUPER-ID         PIC X(10).
       01  WS-OP-VALID         PIC X.
       01  WS-OP-ROLE          PIC X(5).
       01  WS-LOCK-ACQUIRED    PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM   PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE   PIC X(100) VALUE SPACES.
       01  WS-BI-RESULT        PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
      *> Optional batch-driver feedback, guarded by C$NARG the way
      *> ReconcileBooks guards it -- see NightlyBatch.cbl. Present
      *> means check and stamp only; BATCH-COUNT comes back as the
      *> number of files not current.
       01 BATCH-RESULT PIC X.
       01 BATCH-COUNT  PIC 9(6).

       PROCEDURE DIVISION USING USER-CHOICE, BATCH-RESULT,
           BATCH-COUNT.
           CALL "C$NARG" USING WS-NARG
           PERFORM STAMP-DATE-TIME
           IF WS-NARG > 1
               MOVE 'Y' TO BATCH-RESULT
               PERFORM CHECK-ALL-FILES
               MOVE WS-NOT-CURRENT TO BATCH-COUNT
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-DONE
           PERFORM UPGRADE-MENU THRU UPGRADE-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
       UPGRADE-MENU.
           DISPLAY "=============================="
           DISPLAY "   ""DATA FILE LAYOUTS""      "
           DISPLAY "=============================="
           DISPLAY "1) Check files against the layout registry"
           DISPLAY "2) Upgrade old-format rows to current layout"
           DISPLAY "3) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM CHECK-ALL-FILES
                  PERFORM SHOW-RESULTS
              WHEN 2
                  PERFORM SUPERVISED-UPGRADE
              WHEN 3
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       UPGRADE-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Every file measured against the registry; the registry and
      *> the stamps are rewritten so both always reflect this run.
       CHECK-ALL-FILES.
           MOVE 'N' TO WS-UPGRADE-RUN
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 8
               PERFORM MEASURE-DATA-FILE
           END-PERFORM
           PERFORM WRITE-REGISTRY
           PERFORM WRITE-STAMPS.

      *-----------------------------------------------------------------
       SET-DATA-PATH.
           MOVE SPACES TO WS-DATA-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(RG-FILE(RG-IDX)) DELIMITED BY SIZE
               INTO WS-DATA-PATH.

      *-----------------------------------------------------------------
      *> A row short of the registered column count is old format;
      *> a row longer than it was written by something newer than
      *> this registry and is never touched.
       MEASURE-DATA-FILE.
           MOVE SPACES TO RS-STATE(RG-IDX)
           MOVE 0 TO RS-ROWS(RG-IDX), RS-OLD(RG-IDX),
               RS-WIDE(RG-IDX), RS-UPGRADED(RG-IDX)
           PERFORM SET-DATA-PATH
           MOVE 'N' TO FILE-END
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               MOVE "MISSING" TO RS-STATE(RG-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE DATA-REC TO WS-ROW-TEXT
                       IF WS-ROW-TEXT NOT = SPACES
                           ADD 1 TO RS-ROWS(RG-IDX)
                           PERFORM SPLIT-ROW
                           IF FLD-CNT < RG-COLUMNS(RG-IDX)
                               ADD 1 TO RS-OLD(RG-IDX)
                           END-IF
                           IF FLD-CNT > RG-COLUMNS(RG-IDX)
                               ADD 1 TO RS-WIDE(RG-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           EVALUATE TRUE
               WHEN RS-WIDE(RG-IDX) > 0
                   MOVE "UNKNOWN" TO RS-STATE(RG-IDX)
               WHEN RS-OLD(RG-IDX) > 0
                   MOVE "NOT-UPGRADED" TO RS-STATE(RG-IDX)
               WHEN OTHER
                   MOVE "CURRENT" TO RS-STATE(RG-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> Splits WS-ROW-TEXT on commas outside double quotes.
       SPLIT-ROW.
           MOVE SPACES TO FIELD-TABLE
           MOVE 1 TO FLD-CNT
           MOVE 0 TO FLD-LEN
           MOVE 'N' TO WS-IN-QUOTES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW-TEXT
               TRAILING)) TO WS-ROW-LEN
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-ROW-LEN
               MOVE WS-ROW-TEXT(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = '"'
                       IF WS-IN-QUOTES = 'Y'
                           MOVE 'N' TO WS-IN-QUOTES
                       ELSE
                           MOVE 'Y' TO WS-IN-QUOTES
                       END-IF
                       PERFORM APPEND-FIELD-CHAR
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
      *> Supervisor ID checked against the operator master (a SUPER,
      *> or no master at all on an installation without sign-on),
      *> then one confirmed pass under the lock.
       SUPERVISED-UPGRADE.
           DISPLAY "Supervisor operator ID: "
           ACCEPT WS-SUPER-ID
           CALL 'OperatorCheck' USING WS-SUPER-ID, WS-OP-VALID,
               WS-OP-ROLE
           IF WS-OP-VALID = 'N'
               OR (WS-OP-VALID = 'Y'
                   AND FUNCTION TRIM(WS-OP-ROLE) NOT = "SUPER")
               DISPLAY "A supervisor must run the layout upgrade."
               EXIT PARAGRAPH
           END-IF

           MOVE 'LayoutUpgrade' TO WS-ERRLOG-PROGRAM
           CALL 'FileLock' USING 'LOCK', WS-LOCK-ACQUIRED,
               WS-ERRLOG-PROGRAM
           IF WS-LOCK-ACQUIRED NOT = 'Y'
               DISPLAY "Another transaction is updating the library "
                   "files right now. Please try again shortly."
               MOVE 'Lock contention -- layout upgrade aborted'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALL-FILES
           PERFORM SHOW-RESULTS
           IF WS-NOT-CURRENT = 0
               DISPLAY "Every file is already at its current layout."
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Upgrade every NOT-UPGRADED file now (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Upgrade cancelled. Nothing was changed."
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-UPGRADE-RUN
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 8
               IF RS-STATE(RG-IDX) = "NOT-UPGRADED"
                   PERFORM UPGRADE-ONE-FILE
               END-IF
           END-PERFORM

      *> Re-measure so the stamps record what is on disk now.
           PERFORM CHECK-ALL-FILES
           PERFORM SHOW-RESULTS
           CALL 'BuildLoanIndex' USING WS-BI-RESULT
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED

           MOVE SPACES TO WS-ERRLOG-MESSAGE
           STRING 'Layout upgrade run by ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPER-ID) DELIMITED BY SIZE
                  ' -- ' DELIMITED BY SIZE
                  WS-NOT-CURRENT DELIMITED BY SIZE
                  ' file(s) still not current' DELIMITED BY SIZE
               INTO WS-ERRLOG-MESSAGE
           CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
               WS-ERRLOG-MESSAGE.

      *-----------------------------------------------------------------
      *> The lock's Journal images already cover the six core files;
      *> the two archives are outside the journal, so each gets a
      *> preupgrade_ copy before it is rewritten. Rows stream through
      *> an upgrade_<file> work copy; only a complete work copy is
      *> swapped in, so a failure part-way leaves the file as it was.
       UPGRADE-ONE-FILE.
           PERFORM SET-DATA-PATH
           MOVE SPACES TO WS-WORK-PATH
           STRING "../upgrade_" DELIMITED BY SIZE
                  FUNCTION TRIM(RG-FILE(RG-IDX)) DELIMITED BY SIZE
               INTO WS-WORK-PATH
           IF RG-FILE(RG-IDX) = "members_archive.csv"
               OR RG-FILE(RG-IDX) = "log_archive.csv"
               MOVE SPACES TO WS-COPY-PATH
               STRING "../preupgrade_" DELIMITED BY SIZE
                      FUNCTION TRIM(RG-FILE(RG-IDX))
                          DELIMITED BY SIZE
                   INTO WS-COPY-PATH
               CALL "CBL_COPY_FILE" USING
                   FUNCTION TRIM(WS-DATA-PATH)
                   FUNCTION TRIM(WS-COPY-PATH)
                   RETURNING ws-copy-result
               IF ws-copy-result NOT = 0
                   DISPLAY "Could not copy " FUNCTION TRIM(RG-FILE(
                       RG-IDX)) " aside -- left unchanged."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-ROWS-READ
           MOVE 0 TO RS-UPGRADED(RG-IDX)
           MOVE 'N' TO FILE-END
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               CLOSE DATA-FILE
               DISPLAY "Could not open a work copy of "
                   FUNCTION TRIM(RG-FILE(RG-IDX)) " -- left unchanged."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       MOVE DATA-REC TO WS-ROW-TEXT
                       IF WS-ROW-TEXT NOT = SPACES
                           PERFORM SPLIT-ROW
                           IF FLD-CNT <= RG-COLUMNS(RG-IDX)
                               PERFORM UPGRADE-ONE-ROW
                           END-IF
                       END-IF
                       MOVE WS-ROW-TEXT TO WORK-REC
                       WRITE WORK-REC
                       IF WS-WORK-STATUS NOT = "00"
                           MOVE 'E' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE WORK-FILE
           IF FILE-END = 'E'
               DISPLAY "Writing the work copy of "
                   FUNCTION TRIM(RG-FILE(RG-IDX))
                   " failed -- left unchanged."
               CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(WS-WORK-PATH)
                   RETURNING ws-copy-result
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_COPY_FILE" USING
               FUNCTION TRIM(WS-WORK-PATH)
               FUNCTION TRIM(WS-DATA-PATH)
               RETURNING ws-copy-result
           IF ws-copy-result NOT = 0
               DISPLAY "Could not swap the upgraded "
                   FUNCTION TRIM(RG-FILE(RG-IDX)) " in -- the work "
                   "copy is " FUNCTION TRIM(WS-WORK-PATH) "."
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'Upgrade swap failed for ' DELIMITED BY SIZE
                      FUNCTION TRIM(RG-FILE(RG-IDX)) DELIMITED BY SIZE
                      ' -- work copy kept' DELIMITED BY SIZE
                   INTO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING FUNCTION TRIM(WS-WORK-PATH)
               RETURNING ws-copy-result
           PERFORM WRITE-UPGLOG-ROW
           DISPLAY FUNCTION TRIM(RG-FILE(RG-IDX)) ": "
               RS-UPGRADED(RG-IDX) " row(s) upgraded.".

      *-----------------------------------------------------------------
      *> Pads the row to the registered width, writes in the values
      *> readers used to assume for a blank column, and rebuilds the
      *> row only if either changed anything.
       UPGRADE-ONE-ROW.
           MOVE 'N' TO WS-ROW-CHANGED
           IF FLD-CNT < RG-COLUMNS(RG-IDX)
               MOVE 'Y' TO WS-ROW-CHANGED
               MOVE RG-COLUMNS(RG-IDX) TO FLD-CNT
           END-IF
           PERFORM FILL-DEFAULTS
           IF WS-ROW-CHANGED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUT-ROW
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING FLD-IDX FROM 1 BY 1
               UNTIL FLD-IDX > FLD-CNT
               IF FLD(FLD-IDX) NOT = SPACES
                   STRING FUNCTION TRIM(FLD(FLD-IDX) TRAILING)
                           DELIMITED BY SIZE
                       INTO WS-OUT-ROW WITH POINTER WS-OUT-PTR
               END-IF
               IF FLD-IDX < FLD-CNT
                   STRING "," DELIMITED BY SIZE
                       INTO WS-OUT-ROW WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM
           MOVE WS-OUT-ROW TO WS-ROW-TEXT
           ADD 1 TO RS-UPGRADED(RG-IDX).

      *-----------------------------------------------------------------
      *> The defaults every reader applied to a blank column, now
      *> written into the row once. Columns that are legitimately
      *> blank (phone, PIN, guardian, proxy, loan type, times, an
      *> undated fine) stay blank.
       FILL-DEFAULTS.
           EVALUATE FUNCTION TRIM(RG-FILE(RG-IDX))
               WHEN "members.csv"
               WHEN "members_archive.csv"
                   IF FLD(7) = SPACES
                       MOVE "N" TO FLD(7)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
                   IF FLD(8) = SPACES
                       MOVE "GENERAL" TO FLD(8)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
                   IF FLD(13) = SPACES
                       MOVE "EMAIL" TO FLD(13)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
               WHEN "books.csv"
                   IF FLD(6) = SPACES
                       MOVE "ACTIVE" TO FLD(6)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
                   IF FLD(8) = SPACES
                       MOVE "MAIN" TO FLD(8)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
               WHEN "log.csv"
               WHEN "log_archive.csv"
                   IF FLD(9) = SPACES
                       MOVE "MAIN" TO FLD(9)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
               WHEN "fine.csv"
                   PERFORM FILL-FINE-DEFAULTS
               WHEN "holds.csv"
                   IF FLD(6) = SPACES
                       IF FLD(4) = "Y"
                           MOVE "READY" TO FLD(6)
                       ELSE
                           MOVE "WAITING" TO FLD(6)
                       END-IF
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
               WHEN "bookcopies.csv"
                   IF FLD(4) = SPACES
                       MOVE "GOOD" TO FLD(4)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
                   IF FLD(5) = SPACES
                       MOVE "AVAILABLE" TO FLD(5)
                       MOVE 'Y' TO WS-ROW-CHANGED
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> A fine paid in full before part payments existed carries no
      *> paid amount -- it was the amount less any waiver.
       FILL-FINE-DEFAULTS.
           IF FLD(4) = SPACES
               MOVE "0" TO FLD(4)
               MOVE 'Y' TO WS-ROW-CHANGED
           END-IF
           IF FLD(8) = SPACES
               MOVE "OVERDUE" TO FLD(8)
               MOVE 'Y' TO WS-ROW-CHANGED
           END-IF
           IF FLD(9) = SPACES
               MOVE "000000" TO FLD(9)
               MOVE 'Y' TO WS-ROW-CHANGED
           END-IF
           IF FLD(12) = SPACES
               MOVE 0 TO WS-PAID-N
               IF FUNCTION TRIM(FLD(6)) = "YES"
                   MOVE 0 TO WS-AMOUNT-N
                   MOVE 0 TO WS-WAIVED-N
                   MOVE FUNCTION NUMVAL(FLD(5)) TO WS-AMOUNT-N
                   MOVE FUNCTION NUMVAL(FLD(9)) TO WS-WAIVED-N
                   IF WS-AMOUNT-N > WS-WAIVED-N
                       COMPUTE WS-PAID-N = WS-AMOUNT-N - WS-WAIVED-N
                   END-IF
               END-IF
               MOVE WS-PAID-N TO FLD(12)
               MOVE 'Y' TO WS-ROW-CHANGED
           END-IF.

      *-----------------------------------------------------------------
       SHOW-RESULTS.
           DISPLAY " "
           DISPLAY "FILE                 VER COLS STATE        "
               "   ROWS     OLD    WIDE"
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 8
               DISPLAY RG-FILE(RG-IDX) " " RG-VERSION(RG-IDX) "  "
                   RG-COLUMNS(RG-IDX) "   " RS-STATE(RG-IDX) " "
                   RS-ROWS(RG-IDX) " " RS-OLD(RG-IDX) " "
                   RS-WIDE(RG-IDX)
           END-PERFORM
           DISPLAY " ".

      *-----------------------------------------------------------------
      *> layout_registry.csv: file, version, column count, column
      *> names (semicolon-separated).
       WRITE-REGISTRY.
           OPEN OUTPUT REGISTRY-FILE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 8
               MOVE SPACES TO REGISTRY-REC
               STRING FUNCTION TRIM(RG-FILE(RG-IDX))
                          DELIMITED BY SIZE ","
                      RG-VERSION(RG-IDX) DELIMITED BY SIZE ","
                      RG-COLUMNS(RG-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(RG-NAMES-1(RG-IDX))
                          DELIMITED BY SIZE
                      FUNCTION TRIM(RG-NAMES-2(RG-IDX))
                          DELIMITED BY SIZE
                   INTO REGISTRY-REC
               WRITE REGISTRY-REC
           END-PERFORM
           CLOSE REGISTRY-FILE.

      *-----------------------------------------------------------------
      *> layout_versions.csv: file, version stamped (00 until the
      *> file is entirely current), state, rows, old rows, wide rows,
      *> date checked.
       WRITE-STAMPS.
           MOVE 0 TO WS-NOT-CURRENT
           OPEN OUTPUT STAMP-FILE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > 8
               MOVE 0 TO WS-STAMP-VERSION
               IF RS-STATE(RG-IDX) = "CURRENT"
                   MOVE RG-VERSION(RG-IDX) TO WS-STAMP-VERSION
               ELSE
                   IF RS-STATE(RG-IDX) NOT = "MISSING"
                       ADD 1 TO WS-NOT-CURRENT
                   END-IF
               END-IF
               MOVE SPACES TO STAMP-REC
               STRING FUNCTION TRIM(RG-FILE(RG-IDX))
                          DELIMITED BY SIZE ","
                      WS-STAMP-VERSION DELIMITED BY SIZE ","
                      FUNCTION TRIM(RS-STATE(RG-IDX))
                          DELIMITED BY SIZE ","
                      RS-ROWS(RG-IDX) DELIMITED BY SIZE ","
                      RS-OLD(RG-IDX) DELIMITED BY SIZE ","
                      RS-WIDE(RG-IDX) DELIMITED BY SIZE ","
                      WS-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO STAMP-REC
               WRITE STAMP-REC
           END-PERFORM
           CLOSE STAMP-FILE.

      *-----------------------------------------------------------------
       WRITE-UPGLOG-ROW.
           OPEN EXTEND UPGLOG-FILE
           IF WS-UPGLOG-STATUS NOT = "00"
               CLOSE UPGLOG-FILE
               OPEN OUTPUT UPGLOG-FILE
           END-IF
           MOVE SPACES TO UPGLOG-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-TIME-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-SUPER-ID) DELIMITED BY SIZE ","
                  FUNCTION TRIM(RG-FILE(RG-IDX)) DELIMITED BY SIZE ","
                  RG-VERSION(RG-IDX) DELIMITED BY SIZE ","
                  WS-ROWS-READ DELIMITED BY SIZE ","
                  RS-UPGRADED(RG-IDX) DELIMITED BY SIZE
               INTO UPGLOG-REC
           WRITE UPGLOG-REC
           CLOSE UPGLOG-FILE.

      *-----------------------------------------------------------------
       STAMP-DATE-TIME.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-TODAY-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-TODAY-RAW(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           ACCEPT WS-TIME-RAW FROM TIME
           STRING WS-TIME-RAW(1:2) DELIMITED BY SIZE ":"
                  WS-TIME-RAW(3:2) DELIMITED BY SIZE ":"
                  WS-TIME-RAW(5:2) DELIMITED BY SIZE
               INTO WS-TIME-DISPLAY.

       END PROGRAM LayoutUpgrade.
