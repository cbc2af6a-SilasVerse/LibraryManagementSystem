      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Table-capacity early warning. Most programs load a
      *          whole data file into a fixed in-memory table (the
      *          LOG-ENTRY and BOOK-ENTRY tables at 1000 in ReturnBook,
      *          the COPY-ENTRY tables at 2000, VENDOR-ENTRY at 50 in
      *          PurchaseOrders ...) and quietly stop loading when the
      *          table is full, so the rows past the limit simply go
      *          missing from that screen. This program keeps the one
      *          register of those limits -- data file, the program
      *          and table that load it, and the OCCURS size -- counts
      *          each file's live rows (or, where a table holds one
      *          entry per distinct value, the distinct values of the
      *          column it is keyed on), and writes every pairing to
      *          capacity_report.csv with its fill percentage and a
      *          level: OK, WARN (80% or more) or FULL (100% -- rows
      *          are being dropped now). Run as a nightly chain step
      *          it raises one batch_alerts.csv alert per file at
      *          WARN (a WARNING) or FULL (a FAILURE), naming the
      *          tightest table, and hands back the number of tables
      *          at or over 80%.
      *
      *          A file spec in the register is one file, two files
      *          summed ("log.csv+log_archive.csv" for a table that
      *          loads live and archived loans together), or either
      *          of those followed by ":n" to count distinct values of
      *          column n instead of rows. Change the register here
      *          whenever a table's OCCURS changes or a new program
      *          loads a file whole.
      * Tectonics: cobc
      * (Updated by Silas): Lists HoldPerformance's hold and book
      *            tables.
      * (Updated by Silas): Lists PortalFeed's opt-out and consent
      *            register tables and the hold tables OfflineReplay
      *            and InstLoans now load; LayoutUpgrade no longer holds
      *            a file in memory, so its row table is gone from the
      *            list.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CapacityReport IS INITIAL.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../capacity_report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "../batch_alerts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-LINE           PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(150).

       FD  ALERT-FILE.
       01  ALERT-REC           PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  FLG-EOF             PIC X VALUE 'N'.
       01  WS-DATA-STATUS      PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-ALERT-STATUS     PIC XX.
       01  WS-DATA-PATH        PIC X(40).
       01  WS-NARG             PIC 9(4) COMP-5 VALUE 0.

      *> Percentage at which a table is reported as WARN; FULL is a
      *> table with as many rows to load as it has entries.
       01  WS-WARN-PCT         PIC 99 VALUE 80.

      *> The register: file spec, "Program TABLE-NAME", OCCURS limit.
       01  CAPACITY-VALUES.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "AddNewMember EX-EMAIL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "EditMember members".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "ListAllMembers MEMBER-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "Amnesty MTYPE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "CheckLog MEM-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "MemberMerge MEM-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "MemberStatement MEM-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "NoticeStatus MEM-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "PurgeMembers MEM-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "DataSweep ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "members.csv+members_archive.csv".
           05  FILLER PIC X(32) VALUE "IntegrityCheck MI-ID".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "AccruedFine BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "AddNewBook EXISTING-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "AnnualReturn BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "AuthorMaint BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "AutoRenew BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "BarcodeLabels BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "BatchReturns BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "BorrowBook BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "BudgetMaint BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "CatalogExport BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "ClaimsReturned BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "CollectionBalance BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "CopyMaint BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "CourseReserve BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "CourtesyReminders BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "FloatManage BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "FoundItem BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "HoldShelfRelease BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "InstLoans BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "InterLibrary BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "Kiosk BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "KitMaint BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "ListAllBooks BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "MemberStatement BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "OfflineReplay BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "RecallLoan BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "ReconcileBooks BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "RenewBook BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "RepairShop BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "ReturnBook BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "RollingInventory BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "ShelfList BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "TagMaint BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "TitleMerge BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "TransferBooks BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "UpdateBook LINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "WeedingReport BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "WithdrawBook BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "DataSweep ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "AutoRenew LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "Kiosk LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "RenewBook LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "ReturnBook LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "ArchiveLog LOG-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "BatchReturns LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "CheckLog LOG-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "ClaimsReturned LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "EndOfDaySummary LOG-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "InstLoans LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "OfflineReplay LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "PurgeMembers LOG-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "RecallLoan LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "ReconcileBooks LOG-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "DataSweep ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "MemberMerge ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "TitleMerge ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log.csv:3".
           05  FILLER PIC X(32) VALUE "TopBorrowedBooks TALLY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "log.csv+log_archive.csv".
           05  FILLER PIC X(32) VALUE "BranchCircReport LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log.csv+log_archive.csv".
           05  FILLER PIC X(32) VALUE "MemberStatement LOAN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log.csv+log_archive.csv".
           05  FILLER PIC X(32) VALUE "ShowHistoryLogs ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log.csv+log_archive.csv".
           05  FILLER PIC X(32) VALUE "IntegrityCheck TI-ID".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "log.csv+log_archive.csv:2".
           05  FILLER PIC X(32) VALUE "BranchCircReport HOME-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log_archive.csv".
           05  FILLER PIC X(32) VALUE "MemberMerge ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "log_archive.csv".
           05  FILLER PIC X(32) VALUE "RetentionSweep ARCH-ENTRY".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "log_archive.csv".
           05  FILLER PIC X(32) VALUE "YearEndClose KEEP-ROW".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "Amnesty FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "ApprovalQueue FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "BorrowBook FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "FineRevenueReport FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "FoundItem FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "MemberStatement FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "PayFine FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "PurgeMembers FINE-ROW".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "RemitImport FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "VoidPayment FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "IntegrityCheck FI-ID".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "DataSweep ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "BatchReturns HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "BorrowBook HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "ClaimsReturned HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "CourierScan HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "ExpireHolds HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "HoldManage HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "MemberStatement HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "RepairShop HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "ReturnBook HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "DataSweep ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "holds.csv:1".
           05  FILLER PIC X(32) VALUE "AutoRenew HELD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "holds.csv:1".
           05  FILLER PIC X(32) VALUE "Suggest PRESS-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "BatchReturns COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "BorrowBook COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "ClaimsReturned COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "CopyMaint COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "CourierScan COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "FoundItem COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "HoldShelfRelease COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "InstLoans COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "InterLibrary COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "KitMaint COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "OfflineReplay COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "ReconcileBooks COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "RepairShop COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "ReturnBook COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "RollingInventory COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "ShelfList COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "StockTake COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "TransferBooks COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "IntegrityCheck CI-ID".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "DataSweep ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 4000.
           05  FILLER PIC X(32) VALUE "overdue_notices.csv".
           05  FILLER PIC X(32) VALUE "CheckLog NOTICE-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "notice_ledger.csv".
           05  FILLER PIC X(32) VALUE "CheckLog LEDGER-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "notice_ledger.csv".
           05  FILLER PIC X(32) VALUE "NoticeStatus LEDGER-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "notice_ledger.csv".
           05  FILLER PIC X(32) VALUE "RetentionSweep LEDGER-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bad_contacts.csv".
           05  FILLER PIC X(32) VALUE "EditMember badcon-row".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "bad_contacts.csv".
           05  FILLER PIC X(32) VALUE "NoticeStatus BADCON-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "autorenew_optout.csv".
           05  FILLER PIC X(32) VALUE "AutoRenew OPTOUT-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "autorenew_optout.csv".
           05  FILLER PIC X(32) VALUE "EditMember optout-row".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "acquisitions.csv:3".
           05  FILLER PIC X(32) VALUE "PurchaseOrders VENDOR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "suggestions.csv".
           05  FILLER PIC X(32) VALUE "AddNewBook sugg-entry".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "suggestions.csv".
           05  FILLER PIC X(32) VALUE "Suggest SUGG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "suggestions.csv".
           05  FILLER PIC X(32) VALUE "PurchaseOrders SUGG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "commitments.csv".
           05  FILLER PIC X(32) VALUE "AddNewBook cm-entry".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "purchase_orders.csv".
           05  FILLER PIC X(32) VALUE "AddNewBook po-entry".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "purchase_orders.csv".
           05  FILLER PIC X(32) VALUE "PurchaseOrders PO-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "po_lines.csv".
           05  FILLER PIC X(32) VALUE "AddNewBook po-line-entry".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "po_lines.csv".
           05  FILLER PIC X(32) VALUE "PurchaseOrders LINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "pending_approvals.csv".
           05  FILLER PIC X(32) VALUE "ApprovalQueue APPROVAL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "pending_approvals.csv".
           05  FILLER PIC X(32) VALUE "PurgeMembers APPROVAL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "collections_referred.csv".
           05  FILLER PIC X(32) VALUE "FineAging REF-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "collections_referred.csv".
           05  FILLER PIC X(32) VALUE "PayFine REF-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "collections_referred.csv".
           05  FILLER PIC X(32) VALUE "RemitImport REF-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "membership_fees.csv".
           05  FILLER PIC X(32) VALUE "VoidPayment MEMFEE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "membership_fees.csv".
           05  FILLER PIC X(32) VALUE "PayFine FEE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "operators.csv".
           05  FILLER PIC X(32) VALUE "Main OP-ENTRY".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "operators.csv".
           05  FILLER PIC X(32) VALUE "OperatorMaint OP-ENTRY".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "batch_alerts.csv".
           05  FILLER PIC X(32) VALUE "Main ALERT-ENTRY".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "authors.csv".
           05  FILLER PIC X(32) VALUE "AuthorMaint AUTHOR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "bookauthors.csv".
           05  FILLER PIC X(32) VALUE "AuthorMaint LINK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "booktags.csv".
           05  FILLER PIC X(32) VALUE "TagMaint TAG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "book_ratings.csv".
           05  FILLER PIC X(32) VALUE "BookRating rating-entry".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "renewals.csv".
           05  FILLER PIC X(32) VALUE "RenewCount renew-entry".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "reserves.csv".
           05  FILLER PIC X(32) VALUE "CourseReserve RSV-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "branches.csv".
           05  FILLER PIC X(32) VALUE "BranchMaint BRANCH-ENTRY".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "budgets.csv".
           05  FILLER PIC X(32) VALUE "BudgetMaint BUDGET-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "closures.csv".
           05  FILLER PIC X(32) VALUE "ClosureCal ws-holiday-int".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "closures.csv".
           05  FILLER PIC X(32) VALUE "CalendarMaint CL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 120.
           05  FILLER PIC X(32) VALUE "call_numbers.csv".
           05  FILLER PIC X(32) VALUE "CallNumber cn-entry".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "member_cards.csv".
           05  FILLER PIC X(32) VALUE "CardMaint CARD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "drawer_sessions.csv".
           05  FILLER PIC X(32) VALUE "CashDrawer DRAWER-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "bookings.csv".
           05  FILLER PIC X(32) VALUE "BookingMaint BOOKING-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "room_bookings.csv".
           05  FILLER PIC X(32) VALUE "RoomBooking BOOKING-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "resources.csv".
           05  FILLER PIC X(32) VALUE "RoomBooking RESOURCE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 50.
           05  FILLER PIC X(32) VALUE "donors.csv".
           05  FILLER PIC X(32) VALUE "Donations DONOR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "gift_items.csv".
           05  FILLER PIC X(32) VALUE "Donations GIFT-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "floating_policy.csv".
           05  FILLER PIC X(32) VALUE "FloatManage POLICY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "floating_homes.csv".
           05  FILLER PIC X(32) VALUE "ReturnBook FH-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "homebound.csv".
           05  FILLER PIC X(32) VALUE "Homebound REGISTER-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "incidents.csv".
           05  FILLER PIC X(32) VALUE "Incidents INCIDENT-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "ill_items.csv".
           05  FILLER PIC X(32) VALUE "InterLibrary ILL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "ill_partners.csv".
           05  FILLER PIC X(32) VALUE "InterLibrary PARTNER-ENTRY".
           05  FILLER PIC 9(5)  VALUE 50.
           05  FILLER PIC X(32) VALUE "ill_partners.csv".
           05  FILLER PIC X(32) VALUE "Reciprocal PARTNER-ENTRY".
           05  FILLER PIC 9(5)  VALUE 50.
           05  FILLER PIC X(32) VALUE "visiting_borrowers.csv".
           05  FILLER PIC X(32) VALUE "Reciprocal VISITOR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "kit_parts.csv".
           05  FILLER PIC X(32) VALUE "KitMaint KIT-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "label_queue.csv".
           05  FILLER PIC X(32) VALUE "BarcodeLabels QUEUE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "transfer_manifest.csv".
           05  FILLER PIC X(32) VALUE "CourierScan MANIFEST-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "transfers.csv".
           05  FILLER PIC X(32) VALUE "TransferBooks TRANSFER-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "sale_inventory.csv".
           05  FILLER PIC X(32) VALUE "BookSale SALE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "chargeable_items.csv".
           05  FILLER PIC X(32) VALUE "MiscCharge ITEM-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "proxies.csv".
           05  FILLER PIC X(32) VALUE "ProxyMaint PROXY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "reading_programs.csv".
           05  FILLER PIC X(32) VALUE "ReadingProgram PROGRAM-ENTRY".
           05  FILLER PIC 9(5)  VALUE 20.
           05  FILLER PIC X(32) VALUE "repair_log.csv".
           05  FILLER PIC X(32) VALUE "RepairShop REPAIR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "inventory_cycles.csv".
           05  FILLER PIC X(32) VALUE "RollingInventory CYCLE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "inventory_scans.csv".
           05  FILLER PIC X(32) VALUE "RollingInventory SCAN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "stocktake_scan.csv".
           05  FILLER PIC X(32) VALUE "StockTake SCAN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "subscriptions.csv".
           05  FILLER PIC X(32) VALUE "Serials SUB-ENTRY".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "amnesty_campaigns.csv".
           05  FILLER PIC X(32) VALUE "Amnesty CAMPAIGN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 50.
           05  FILLER PIC X(32) VALUE "kpi_history.csv".
           05  FILLER PIC X(32) VALUE "KpiTrend KPI-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "spool_index.csv".
           05  FILLER PIC X(32) VALUE "SpoolScreen SPOOL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "rotation_index.csv".
           05  FILLER PIC X(32) VALUE "LogRotate INDEX-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "backup_catalog.csv".
           05  FILLER PIC X(32) VALUE "BackupRestore CAT-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "log.csv+log_archive.csv".
           05  FILLER PIC X(32) VALUE "AlsoBorrowed LN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 8000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "AlsoBorrowed BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "title_associations.csv".
           05  FILLER PIC X(32) VALUE "SearchBook ASSOC-ENTRY".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "reader_interests.csv".
           05  FILLER PIC X(32) VALUE "InterestMaint INTEREST-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "reader_interests.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals INTEREST-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "title_arrivals.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals ARRIVAL-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "notice_ledger.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals LEDGER-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals MEMBER-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "booktags.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals TAG-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookauthors.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals LINK-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "authors.csv".
           05  FILLER PIC X(32) VALUE "NewArrivals AUTHOR-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "vendors.csv".
           05  FILLER PIC X(32) VALUE "VendorMaint VENDOR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "vendors.csv".
           05  FILLER PIC X(32) VALUE "PurchaseOrders VENDOR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "vendor_invoices.csv".
           05  FILLER PIC X(32) VALUE "VendorInvoice INV-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "vendor_invoices.csv".
           05  FILLER PIC X(32) VALUE "ApprovalQueue INV-ROW".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "vendor_invoice_lines.csv".
           05  FILLER PIC X(32) VALUE "VendorInvoice INVL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "purchase_orders.csv".
           05  FILLER PIC X(32) VALUE "VendorInvoice PO-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "po_lines.csv".
           05  FILLER PIC X(32) VALUE "VendorInvoice LINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "funds.csv".
           05  FILLER PIC X(32) VALUE "FundLedger FUND-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "fund_ledger.csv".
           05  FILLER PIC X(32) VALUE "FundLedger LEDGER-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "volunteer_shifts.csv".
           05  FILLER PIC X(32) VALUE "VolunteerShifts SHIFT-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "operators.csv".
           05  FILLER PIC X(32) VALUE "VolunteerShifts VOL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "desk_rota.csv".
           05  FILLER PIC X(32) VALUE "DeskRota ROTA-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "complaints.csv".
           05  FILLER PIC X(32) VALUE "Complaints CM-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose MEM-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bookings.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose BOOKING-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "proxies.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose PROXY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "reader_interests.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose IN-ROW".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "pending_approvals.csv".
           05  FILLER PIC X(32) VALUE "MemberErasure AP-ROW".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "MemberErasure ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "members_archive.csv".
           05  FILLER PIC X(32) VALUE "MemberErasure ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "hold_notifications.csv".
           05  FILLER PIC X(32) VALUE "MemberErasure ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "complaints.csv".
           05  FILLER PIC X(32) VALUE "MemberErasure ROW-ENTRY".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "ControlExceptions PAIR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "drawer_sessions.csv".
           05  FILLER PIC X(32) VALUE "ControlExceptions SESSION".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "pending_approvals.csv".
           05  FILLER PIC X(32) VALUE "ControlExceptions TICKET".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "pending_approvals.csv".
           05  FILLER PIC X(32) VALUE "StaffConflict APPROVAL".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "drawer_sessions.csv".
           05  FILLER PIC X(32) VALUE "BankDeposit DRAWER-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "deposit_lines.csv".
           05  FILLER PIC X(32) VALUE "BankDeposit DLINE-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "deposit_batches.csv".
           05  FILLER PIC X(32) VALUE "BankDeposit BATCH-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "bank_settlements.csv".
           05  FILLER PIC X(32) VALUE "BankDeposit SETTLE-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bank_statement_log.csv".
           05  FILLER PIC X(32) VALUE "BankDeposit SLOG-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "drawer_sessions.csv".
           05  FILLER PIC X(32) VALUE "TaxReturn SESSION-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "org_accounts.csv".
           05  FILLER PIC X(32) VALUE "Receivables ORG-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "ar_charges.csv".
           05  FILLER PIC X(32) VALUE "Receivables CHARGE-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "ar_invoices.csv".
           05  FILLER PIC X(32) VALUE "Receivables INVOICE-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "ar_payments.csv".
           05  FILLER PIC X(32) VALUE "Receivables PAYMENT-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "Receivables FINE-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "CollectionValuation BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "CollectionValuation COPY-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "acquisitions.csv".
           05  FILLER PIC X(32) VALUE "CollectionValuation ACQ-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "damage_events.csv".
           05  FILLER PIC X(32) VALUE "DamageEvent EVENT-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "damage_items.csv".
           05  FILLER PIC X(32) VALUE "DamageEvent ITEM-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "DamageEvent COPY-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "DamageEvent HOLD-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bookings.csv".
           05  FILLER PIC X(32) VALUE "DamageEvent BOOKING-TABLE".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "report_defs.csv".
           05  FILLER PIC X(32) VALUE "ReportWriter DEF-TABLE".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "distribution.csv".
           05  FILLER PIC X(32) VALUE "NightlyBatch DIST-TABLE".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "dist_recipients.csv".
           05  FILLER PIC X(32) VALUE "NightlyBatch RECIP-TABLE".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "BranchDashboard BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "batch_alerts.csv".
           05  FILLER PIC X(32) VALUE "BranchDashboard ALERT-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "resources.csv".
           05  FILLER PIC X(32) VALUE "BranchDashboard RESOURCE-TABLE".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "MemberDemographics MB-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "townships.csv".
           05  FILLER PIC X(32) VALUE "MemberDemographics TW-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "WinBack MB-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "winback_campaigns.csv".
           05  FILLER PIC X(32) VALUE "WinBack CAMPAIGN-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "winback_members.csv".
           05  FILLER PIC X(32) VALUE "WinBack TARGET-TABLE".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "collections_referred.csv".
           05  FILLER PIC X(32) VALUE "WinBack REF-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "reshelve_queue.csv".
           05  FILLER PIC X(32) VALUE "Reshelve QUEUE-TABLE".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "Reshelve COPY-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "HoldPickList HOLD-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "floating_homes.csv".
           05  FILLER PIC X(32) VALUE "HoldPickList FLOATHOME-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "lockers.csv".
           05  FILLER PIC X(32) VALUE "Lockers LOCKER-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "locker_optin.csv".
           05  FILLER PIC X(32) VALUE "Lockers OPTIN-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "locker_assignments.csv".
           05  FILLER PIC X(32) VALUE "Lockers ASSIGN-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "SelfCheck LOG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "SelfCheck COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "SelfCheck BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "SelfCheck HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "GateAlarms COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "GateAlarms LOAN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "stocktake_flags.csv".
           05  FILLER PIC X(32) VALUE "GateAlarms FLAG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "stocktake_flags.csv".
           05  FILLER PIC X(32) VALUE "StockTake FLAG-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "DigitalLending BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "digital_licences.csv".
           05  FILLER PIC X(32) VALUE "DigitalLending LICENCE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "digital_loans.csv".
           05  FILLER PIC X(32) VALUE "DigitalLending DLOAN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "digital_holds.csv".
           05  FILLER PIC X(32) VALUE "DigitalLending DHOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "reading_lists.csv".
           05  FILLER PIC X(32) VALUE "ReadingLists RLIST-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "reading_list_items.csv".
           05  FILLER PIC X(32) VALUE "ReadingLists RITEM-ENTRY".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "ReadingLists BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "ReadingLists COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "displays.csv".
           05  FILLER PIC X(32) VALUE "Displays DISPLAY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "display_items.csv".
           05  FILLER PIC X(32) VALUE "Displays DITEM-ENTRY".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "Displays BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "Displays COPY-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "series.csv".
           05  FILLER PIC X(32) VALUE "SeriesMaint SERIES-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "seriesbooks.csv".
           05  FILLER PIC X(32) VALUE "SeriesMaint SLINK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "authors.csv".
           05  FILLER PIC X(32) VALUE "SeriesMaint AUTHOR-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "SeriesMaint BOOK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "series.csv".
           05  FILLER PIC X(32) VALUE "SearchBook SERIES-ENTRY".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "seriesbooks.csv".
           05  FILLER PIC X(32) VALUE "SearchBook SLINK-ENTRY".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "series.csv".
           05  FILLER PIC X(32) VALUE "MemberDetail series_entry".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "seriesbooks.csv".
           05  FILLER PIC X(32) VALUE "MemberDetail series_link_entry".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "formats.csv".
           05  FILLER PIC X(32) VALUE "FormatMaint FORMAT-TABLE".
           05  FILLER PIC 9(5)  VALUE 50.
           05  FILLER PIC X(32) VALUE "bookformats.csv".
           05  FILLER PIC X(32) VALUE "FormatMaint BKFMT-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "tech_queue.csv".
           05  FILLER PIC X(32) VALUE "TechServices QUEUE-TABLE".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "bookcopies.csv".
           05  FILLER PIC X(32) VALUE "TechServices COPY-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "TechServices BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "BudgetProposal BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "budgets.csv".
           05  FILLER PIC X(32) VALUE "BudgetProposal BUDGET-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "budget_proposal.csv".
           05  FILLER PIC X(32) VALUE "BudgetProposal DRAFT-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "PortalFeed MB-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "member_cards.csv".
           05  FILLER PIC X(32) VALUE "PortalFeed CARD-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "PortalFeed BK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "PortalFeed LN-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "PortalFeed HL-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "GatewayImport FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "member_cards.csv".
           05  FILLER PIC X(32) VALUE "GatewayImport CARD-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "gateway_settlements.csv".
           05  FILLER PIC X(32) VALUE "GatewayImport SEEN-TABLE".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "collections_referred.csv".
           05  FILLER PIC X(32) VALUE "GatewayImport REF-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "fine.csv".
           05  FILLER PIC X(32) VALUE "FineAppeal FINE-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "fine_appeals.csv".
           05  FILLER PIC X(32) VALUE "FineAppeal APPEAL-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "collections_referred.csv".
           05  FILLER PIC X(32) VALUE "FineAppeal REF-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "fine_appeals.csv".
           05  FILLER PIC X(32) VALUE "ApprovalQueue APL-ROW".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "collections_referred.csv".
           05  FILLER PIC X(32) VALUE "ApprovalQueue REF-ENTRY".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "members.csv".
           05  FILLER PIC X(32) VALUE "PhoneCalls MEMBER-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "PhoneCalls BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1999.
           05  FILLER PIC X(32) VALUE "bad_contacts.csv".
           05  FILLER PIC X(32) VALUE "PhoneCalls BADCON-TABLE".
           05  FILLER PIC 9(5)  VALUE 300.
           05  FILLER PIC X(32) VALUE "phone_calls.csv".
           05  FILLER PIC X(32) VALUE "PhoneCalls CALL-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "PhoneCalls OVERDUE-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "log.csv".
           05  FILLER PIC X(32) VALUE "PhoneCalls WORK-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "notice_ledger.csv".
           05  FILLER PIC X(32) VALUE "PhoneCalls LEDGER-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "bookmobile_stops.csv".
           05  FILLER PIC X(32) VALUE "Bookmobile STOP-TABLE".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "bookmobile_loans.csv".
           05  FILLER PIC X(32) VALUE "Bookmobile BORROWER-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "member_alerts.csv".
           05  FILLER PIC X(32) VALUE "MemberAlerts ALERT-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "handover_reads.csv".
           05  FILLER PIC X(32) VALUE "HandoverLog READ-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "handover_reads.csv".
           05  FILLER PIC X(32) VALUE "Main HO-READ-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "notice_templates.csv".
           05  FILLER PIC X(32) VALUE "NoticeTemplates TEMPLATE-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "notice_templates.csv".
           05  FILLER PIC X(32) VALUE "NoticeCompose TEMPLATE-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "member_language.csv".
           05  FILLER PIC X(32) VALUE "MemberLang LANG-TABLE".
           05  FILLER PIC 9(5)  VALUE 5000.
           05  FILLER PIC X(32) VALUE "branches.csv".
           05  FILLER PIC X(32) VALUE "NoticeCompose BRANCH-TABLE".
           05  FILLER PIC 9(5)  VALUE 100.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "UnionCatalog BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "union_register.csv".
           05  FILLER PIC X(32) VALUE "UnionCatalog REGISTER-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "union_titles.csv".
           05  FILLER PIC X(32) VALUE "UnionCatalog MAP-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "pc_workstations.csv".
           05  FILLER PIC X(32) VALUE "PcSessions STATION-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "pc_active.csv".
           05  FILLER PIC X(32) VALUE "PcSessions ACTIVE-TABLE".
           05  FILLER PIC 9(5)  VALUE 200.
           05  FILLER PIC X(32) VALUE "pc_waitlist.csv".
           05  FILLER PIC X(32) VALUE "PcSessions WAIT-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "pc_print_charges.csv".
           05  FILLER PIC X(32) VALUE "MiscCharge PRINT-CHARGE-TABLE".
           05  FILLER PIC 9(5)  VALUE 500.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "HoldPerformance HOLD-TABLE".
           05  FILLER PIC 9(5)  VALUE 2000.
           05  FILLER PIC X(32) VALUE "books.csv".
           05  FILLER PIC X(32) VALUE "HoldPerformance BOOK-TABLE".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "portal_optout.csv".
           05  FILLER PIC X(32) VALUE "PortalFeed OPTOUT-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "portal_consent.csv".
           05  FILLER PIC X(32) VALUE "PortalFeed CONSENT-TABLE".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "OfflineReplay HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "holds.csv".
           05  FILLER PIC X(32) VALUE "InstLoans HOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
           05  FILLER PIC X(32) VALUE "digital_loans.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose DLOAN-ENTRY".
           05  FILLER PIC 9(5)  VALUE 3000.
           05  FILLER PIC X(32) VALUE "digital_holds.csv".
           05  FILLER PIC X(32) VALUE "DeceasedClose DHOLD-ENTRY".
           05  FILLER PIC 9(5)  VALUE 1000.
       01  CAPACITY-TABLE REDEFINES CAPACITY-VALUES.
           05 CP-ENTRY OCCURS 351 TIMES.
              10 CP-SPEC       PIC X(32).
              10 CP-LOADER     PIC X(32).
              10 CP-LIMIT      PIC 9(5).
       01  CP-CNT              PIC 9(3) VALUE 351.
       01  CP-IDX              PIC 9(3) VALUE 0.

      *> Per-entry results, parallel to the register.
       01  CAPACITY-RESULTS.
           05 CR-ENTRY OCCURS 351 TIMES.
              10 CR-MEASURE    PIC 9(3).
              10 CR-PCT        PIC 9(3).
              10 CR-LEVEL      PIC X(6).

      *> One row per distinct file spec: each is counted once however
      *> many tables load it.
       01  MEASURE-TABLE.
           05 MS-ENTRY OCCURS 100 TIMES.
              10 MS-SPEC       PIC X(32).
              10 MS-ROWS       PIC 9(6).
              10 MS-FOUND      PIC X.
              10 MS-WORST      PIC 9(3).
              10 MS-OVER       PIC 9(3).
       01  MS-CNT              PIC 9(3) VALUE 0.
       01  MS-IDX              PIC 9(3) VALUE 0.

      *> Distinct values of the keyed column, for ":n" specs.
       01  DISTINCT-TABLE.
           05 DV-VALUE OCCURS 5000 TIMES PIC X(40).
       01  DV-CNT              PIC 9(4) VALUE 0.
       01  DV-IDX              PIC 9(4) VALUE 0.
       01  WS-DV-SEEN          PIC X.

       01  WS-SPEC-FILES       PIC X(32).
       01  WS-SPEC-COL-TXT     PIC X(2).
       01  WS-SPEC-COL         PIC 9(2) VALUE 0.
       01  WS-SPEC-FILE-1      PIC X(32).
       01  WS-SPEC-FILE-2      PIC X(32).
       01  WS-COUNT-FILE       PIC X(32).
       01  WS-ROWS             PIC 9(6) VALUE 0.
       01  WS-FOUND            PIC X VALUE 'N'.
       01  WS-PCT-WORK         PIC 9(7) VALUE 0.

       01  ROW-FIELDS.
           05 RF-FLD OCCURS 10 TIMES PIC X(40).

       01  WS-PROGRAM          PIC X(18).
       01  WS-TABLE-NAME       PIC X(16).
       01  WS-ROWS-OUT         PIC Z(5)9.
       01  WS-LIMIT-OUT        PIC Z(4)9.
       01  WS-PCT-OUT          PIC ZZ9.
       01  WS-OVER-OUT         PIC ZZ9.
       01  WS-TIGHT-IDX        PIC 9(3) VALUE 0.
       01  WS-LEVEL-WORD       PIC X(8).
       01  WS-ALERT-TEXT       PIC X(90).

       01  WS-WARN-CNT         PIC 9(3) VALUE 0.
       01  WS-FULL-CNT         PIC 9(3) VALUE 0.
       01  WS-ALERT-CNT        PIC 9(3) VALUE 0.

       01  WS-TODAY-RAW        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).

       LINKAGE SECTION.
      *-----------------------
       01  USER-CHOICE         PIC 9(2).
      *> Optional batch-driver feedback, guarded by C$NARG -- see
      *> NightlyBatch.cbl.
       01  BATCH-RESULT        PIC X.
       01  BATCH-COUNT         PIC 9(6).

       PROCEDURE DIVISION USING USER-CHOICE, BATCH-RESULT,
           BATCH-COUNT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           CALL "C$NARG" USING WS-NARG
           IF WS-NARG > 1
               MOVE 'Y' TO BATCH-RESULT
               MOVE 0 TO BATCH-COUNT
           END-IF
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           STRING WS-TODAY-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-TODAY-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-TODAY-RAW(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY

           DISPLAY "=============================================="
           DISPLAY "   TABLE CAPACITY REPORT -- " WS-TODAY-DISPLAY
           DISPLAY "=============================================="

           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-CNT
               PERFORM FIND-MEASURE
               PERFORM RATE-ONE-ENTRY
           END-PERFORM

           PERFORM WRITE-CAPACITY-REPORT
           PERFORM SHOW-RESULTS
           IF WS-NARG > 1
               PERFORM RAISE-ALERTS
               COMPUTE BATCH-COUNT = WS-WARN-CNT + WS-FULL-CNT
           END-IF.

      *-----------------------------------------------------------------
      *> Points the register entry at its file spec's count, counting
      *> the file(s) the first time the spec is met.
       FIND-MEASURE.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-CNT
               IF MS-SPEC(MS-IDX) = CP-SPEC(CP-IDX)
                   MOVE MS-IDX TO CR-MEASURE(CP-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF MS-CNT >= 100
               MOVE 0 TO CR-MEASURE(CP-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MS-CNT
           MOVE MS-CNT TO MS-IDX
           MOVE CP-SPEC(CP-IDX) TO MS-SPEC(MS-IDX)
           MOVE 0 TO MS-WORST(MS-IDX)
           MOVE 0 TO MS-OVER(MS-IDX)
           PERFORM COUNT-MEASURE
           MOVE WS-ROWS TO MS-ROWS(MS-IDX)
           MOVE WS-FOUND TO MS-FOUND(MS-IDX)
           MOVE MS-IDX TO CR-MEASURE(CP-IDX).

      *-----------------------------------------------------------------
      *> Splits the spec into its file(s) and the optional distinct
      *> column, and counts.
       COUNT-MEASURE.
           MOVE SPACES TO WS-SPEC-FILES
           MOVE SPACES TO WS-SPEC-COL-TXT
           UNSTRING CP-SPEC(CP-IDX) DELIMITED BY ":"
               INTO WS-SPEC-FILES, WS-SPEC-COL-TXT
           MOVE 0 TO WS-SPEC-COL
           IF FUNCTION TRIM(WS-SPEC-COL-TXT) NOT = SPACE
               MOVE FUNCTION NUMVAL(WS-SPEC-COL-TXT) TO WS-SPEC-COL
           END-IF
           IF WS-SPEC-COL > 10
               MOVE 10 TO WS-SPEC-COL
           END-IF
           MOVE SPACES TO WS-SPEC-FILE-1
           MOVE SPACES TO WS-SPEC-FILE-2
           UNSTRING WS-SPEC-FILES DELIMITED BY "+"
               INTO WS-SPEC-FILE-1, WS-SPEC-FILE-2

           MOVE 0 TO WS-ROWS
           MOVE 0 TO DV-CNT
           MOVE 'N' TO WS-FOUND
           MOVE WS-SPEC-FILE-1 TO WS-COUNT-FILE
           PERFORM COUNT-ONE-FILE
           IF FUNCTION TRIM(WS-SPEC-FILE-2) NOT = SPACE
               MOVE WS-SPEC-FILE-2 TO WS-COUNT-FILE
               PERFORM COUNT-ONE-FILE
           END-IF
           IF WS-SPEC-COL > 0
               MOVE DV-CNT TO WS-ROWS
           END-IF.

      *-----------------------------------------------------------------
      *> A file that is not there counts nothing; a file that is
      *> there counts its non-blank rows, or feeds the distinct
      *> table.
       COUNT-ONE-FILE.
           MOVE SPACES TO WS-DATA-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-FILE) DELIMITED BY SIZE
               INTO WS-DATA-PATH
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND
           MOVE 'N' TO FLG-EOF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       IF DATA-LINE NOT = SPACES
                           IF WS-SPEC-COL > 0
                               PERFORM ADD-DISTINCT-VALUE
                           ELSE
                               ADD 1 TO WS-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE.

      *-----------------------------------------------------------------
      *> A distinct count past the table's own size is reported at
      *> that size -- far beyond any limit in the register anyway.
       ADD-DISTINCT-VALUE.
           MOVE SPACES TO ROW-FIELDS
           UNSTRING DATA-LINE DELIMITED BY ","
               INTO RF-FLD(1), RF-FLD(2), RF-FLD(3), RF-FLD(4),
                    RF-FLD(5), RF-FLD(6), RF-FLD(7), RF-FLD(8),
                    RF-FLD(9), RF-FLD(10)
           IF FUNCTION TRIM(RF-FLD(WS-SPEC-COL)) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DV-SEEN
           PERFORM VARYING DV-IDX FROM 1 BY 1
               UNTIL DV-IDX > DV-CNT OR WS-DV-SEEN = 'Y'
               IF DV-VALUE(DV-IDX) = RF-FLD(WS-SPEC-COL)
                   MOVE 'Y' TO WS-DV-SEEN
               END-IF
           END-PERFORM
           IF WS-DV-SEEN = 'N' AND DV-CNT < 5000
               ADD 1 TO DV-CNT
               MOVE RF-FLD(WS-SPEC-COL) TO DV-VALUE(DV-CNT)
           END-IF.

      *-----------------------------------------------------------------
      *> Fill percentage and level of one register entry, rolled up
      *> into its file spec's worst case.
       RATE-ONE-ENTRY.
           MOVE 0 TO CR-PCT(CP-IDX)
           MOVE "OK" TO CR-LEVEL(CP-IDX)
           MOVE CR-MEASURE(CP-IDX) TO MS-IDX
           IF MS-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF MS-FOUND(MS-IDX) NOT = 'Y'
               MOVE "ABSENT" TO CR-LEVEL(CP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF CP-LIMIT(CP-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-WORK =
               MS-ROWS(MS-IDX) * 100 / CP-LIMIT(CP-IDX)
           IF WS-PCT-WORK > 999
               MOVE 999 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO CR-PCT(CP-IDX)
           IF MS-ROWS(MS-IDX) >= CP-LIMIT(CP-IDX)
               MOVE "FULL" TO CR-LEVEL(CP-IDX)
               ADD 1 TO WS-FULL-CNT
               ADD 1 TO MS-OVER(MS-IDX)
           ELSE
               IF CR-PCT(CP-IDX) >= WS-WARN-PCT
                   MOVE "WARN" TO CR-LEVEL(CP-IDX)
                   ADD 1 TO WS-WARN-CNT
                   ADD 1 TO MS-OVER(MS-IDX)
               END-IF
           END-IF
           IF CR-PCT(CP-IDX) > MS-WORST(MS-IDX)
               MOVE CR-PCT(CP-IDX) TO MS-WORST(MS-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *> capacity_report.csv is rewritten every run: date, file spec,
      *> rows counted, program, table, limit, percent full, level.
       WRITE-CAPACITY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "capacity_report.csv could not be written."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-CNT
               MOVE CR-MEASURE(CP-IDX) TO MS-IDX
               IF MS-IDX > 0
                   PERFORM SPLIT-LOADER
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                       FUNCTION TRIM(CP-SPEC(CP-IDX))
                           DELIMITED BY SIZE ","
                       MS-ROWS(MS-IDX) DELIMITED BY SIZE ","
                       FUNCTION TRIM(WS-PROGRAM) DELIMITED BY SIZE ","
                       FUNCTION TRIM(WS-TABLE-NAME)
                           DELIMITED BY SIZE ","
                       CP-LIMIT(CP-IDX) DELIMITED BY SIZE ","
                       CR-PCT(CP-IDX) DELIMITED BY SIZE ","
                       FUNCTION TRIM(CR-LEVEL(CP-IDX))
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
       SPLIT-LOADER.
           MOVE SPACES TO WS-PROGRAM
           MOVE SPACES TO WS-TABLE-NAME
           UNSTRING CP-LOADER(CP-IDX) DELIMITED BY ALL SPACE
               INTO WS-PROGRAM, WS-TABLE-NAME.

      *-----------------------------------------------------------------
      *> One line per file spec, then every table at WARN or FULL.
       SHOW-RESULTS.
           DISPLAY " "
           DISPLAY "FILE                               ROWS  WORST"
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-CNT
               MOVE MS-ROWS(MS-IDX) TO WS-ROWS-OUT
               MOVE MS-WORST(MS-IDX) TO WS-PCT-OUT
               IF MS-FOUND(MS-IDX) = 'Y'
                   DISPLAY MS-SPEC(MS-IDX) " " WS-ROWS-OUT "  "
                       WS-PCT-OUT "%"
               ELSE
                   DISPLAY MS-SPEC(MS-IDX) "  (no file)"
               END-IF
           END-PERFORM

           IF WS-WARN-CNT + WS-FULL-CNT > 0
               DISPLAY " "
               DISPLAY "Tables at " WS-WARN-PCT "% or more:"
               PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-CNT
                   IF CR-LEVEL(CP-IDX) = "WARN" OR
                      CR-LEVEL(CP-IDX) = "FULL"
                       MOVE CP-LIMIT(CP-IDX) TO WS-LIMIT-OUT
                       MOVE CR-PCT(CP-IDX) TO WS-PCT-OUT
                       DISPLAY "  " CR-LEVEL(CP-IDX) " "
                           WS-PCT-OUT "% "
                           FUNCTION TRIM(CP-SPEC(CP-IDX)) " -> "
                           FUNCTION TRIM(CP-LOADER(CP-IDX))
                           " (" FUNCTION TRIM(WS-LIMIT-OUT) ")"
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY " "
           DISPLAY "Tables registered : " CP-CNT
           DISPLAY "  at " WS-WARN-PCT "% or more : " WS-WARN-CNT
           DISPLAY "  full            : " WS-FULL-CNT
           DISPLAY "Report written to capacity_report.csv.".

      *-----------------------------------------------------------------
      *> One alert per file spec with a table at WARN or FULL, naming
      *> the fullest table: a WARNING below 100%, a FAILURE at it.
       RAISE-ALERTS.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-CNT
               IF MS-OVER(MS-IDX) > 0
                   PERFORM RAISE-ONE-ALERT
               END-IF
           END-PERFORM.

       RAISE-ONE-ALERT.
           MOVE 0 TO WS-TIGHT-IDX
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-CNT
               IF CR-MEASURE(CP-IDX) = MS-IDX AND WS-TIGHT-IDX = 0
                   AND CR-PCT(CP-IDX) = MS-WORST(MS-IDX)
                   MOVE CP-IDX TO WS-TIGHT-IDX
               END-IF
           END-PERFORM
           IF WS-TIGHT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF CR-LEVEL(WS-TIGHT-IDX) = "FULL"
               MOVE "FAILURE" TO WS-LEVEL-WORD
           ELSE
               MOVE "WARNING" TO WS-LEVEL-WORD
           END-IF
           MOVE MS-WORST(MS-IDX) TO WS-PCT-OUT
           MOVE MS-OVER(MS-IDX) TO WS-OVER-OUT
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "Capacity " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LEVEL-WORD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MS-SPEC(MS-IDX)) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-OUT) DELIMITED BY SIZE
                  "% of " DELIMITED BY SIZE
                  FUNCTION TRIM(CP-LOADER(WS-TIGHT-IDX))
                      DELIMITED BY SIZE
                  "; " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OVER-OUT) DELIMITED BY SIZE
                  " table(s) >= " DELIMITED BY SIZE
                  WS-WARN-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  "NEW" DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-ALERT-TEXT) DELIMITED BY SIZE
               INTO ALERT-REC
           WRITE ALERT-REC
           CLOSE ALERT-FILE
           ADD 1 TO WS-ALERT-CNT
           DISPLAY "ALERT: " FUNCTION TRIM(WS-ALERT-TEXT).

       END PROGRAM CapacityReport.
