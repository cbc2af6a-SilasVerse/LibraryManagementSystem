      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Cross-file referential integrity check. DataSweep
      *          looks at one row at a time and ReconcileBooks
      *          compares counts; this checks that the files agree
      *          with each other and lists every orphan it finds:
      *            - a log.csv loan whose member is in neither
      *              members.csv nor members_archive.csv
      *            - a log.csv loan whose copy ID is not in
      *              bookcopies.csv
      *            - a fine.csv row whose transaction is in neither
      *              log.csv nor log_archive.csv
      *            - a WAITING hold on a WITHDRAWN title
      *            - a receipts.csv fine payment pointing at a fine
      *              that is no longer in fine.csv
      *          Each orphan is one row of integrity_exceptions.csv
      *          (file, row key, reference type, broken value, date
      *          first seen). The file is rewritten every run, and an
      *          orphan already on last run's report keeps its first-
      *          seen date, so only the new ones are counted -- that
      *          count goes back to NightlyBatch, which raises the
      *          batch alert.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. IntegrityCheck IS INITIAL.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT MEMARCH-FILE ASSIGN TO "../members_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMARCH-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../integrity_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-LINE     PIC X(300).

       FD  MEMARCH-FILE.
       01  MEMARCH-LINE    PIC X(300).

       FD  BOOK-FILE.
       01  BOOK-LINE       PIC X(200).

       FD  COPY-FILE.
       01  COPY-LINE       PIC X(200).

       FD  LOG-FILE.
       01  LOG-LINE        PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE    PIC X(200).

       FD  FINE-FILE.
       01  FINE-LINE       PIC X(200).

       FD  HOLD-FILE.
       01  HOLD-LINE       PIC X(200).

       FD  RECEIPT-FILE.
       01  RECEIPT-LINE    PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  FLG-EOF             PIC X VALUE 'N'.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-MEMARCH-STATUS   PIC XX.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-COPY-STATUS      PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-HOLD-STATUS      PIC XX.
       01  WS-RECEIPT-STATUS   PIC XX.
       01  WS-REPORT-STATUS    PIC XX.
       01  WS-NARG             PIC 9(4) COMP-5 VALUE 0.

      *> The key sets each check looks up against. A set that
      *> overflows its table is marked incomplete and the checks
      *> that lean on it are skipped for the night -- a key missing
      *> only because the table was full is not an orphan.
       01  MEMBER-ID-TABLE.
           05 MI-ID OCCURS 2000 TIMES PIC X(5).
       01  MI-CNT              PIC 9(4) VALUE 0.
       01  MI-IDX              PIC 9(4) VALUE 0.
       01  MI-FULL             PIC X VALUE 'N'.

       01  COPY-ID-TABLE.
           05 CI-ID OCCURS 2000 TIMES PIC X(6).
       01  CI-CNT              PIC 9(4) VALUE 0.
       01  CI-IDX              PIC 9(4) VALUE 0.
       01  CI-FULL             PIC X VALUE 'N'.
       01  CI-LOADED           PIC X VALUE 'N'.

       01  TRAN-ID-TABLE.
           05 TI-ID OCCURS 5000 TIMES PIC X(5).
       01  TI-CNT              PIC 9(4) VALUE 0.
       01  TI-IDX              PIC 9(4) VALUE 0.
       01  TI-FULL             PIC X VALUE 'N'.

       01  FINE-ID-TABLE.
           05 FI-ID OCCURS 2000 TIMES PIC X(5).
       01  FI-CNT              PIC 9(4) VALUE 0.
       01  FI-IDX              PIC 9(4) VALUE 0.
       01  FI-FULL             PIC X VALUE 'N'.
       01  FI-LOADED           PIC X VALUE 'N'.

       01  WITHDRAWN-TABLE.
           05 WD-ID OCCURS 1000 TIMES PIC X(5).
       01  WD-CNT              PIC 9(4) VALUE 0.
       01  WD-IDX              PIC 9(4) VALUE 0.

      *> Row fields -- only the columns the checks need.
       01  WS-LEAD-ID          PIC X(10).
       01  LG-TRAN             PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).
       01  LG-SKIP-1           PIC X(10).
       01  LG-SKIP-2           PIC X(10).
       01  LG-SKIP-3           PIC X(3).
       01  LG-SKIP-4           PIC X(10).
       01  LG-COPY             PIC X(6).
       01  FN-FINE             PIC X(5).
       01  FN-TRAN             PIC X(5).
       01  HD-BOOK             PIC X(5).
       01  HD-MEMBER           PIC X(5).
       01  HD-REQ-DATE         PIC X(10).
       01  HD-NOTIFIED         PIC X(1).
       01  HD-NOTIFY-DATE      PIC X(10).
       01  HD-STATUS           PIC X(10).
       01  RC-ID               PIC X(6).
       01  RC-DOC-ID           PIC X(5).
       01  RC-SKIP-1           PIC X(5).
       01  RC-SKIP-2           PIC X(10).
       01  RC-SKIP-3           PIC X(10).
       01  RC-SKIP-4           PIC X(10).
       01  RC-SKIP-5           PIC X(8).
       01  RC-SKIP-6           PIC X(10).
       01  RC-DOC-TYPE         PIC X(6).
       01  BK-ID               PIC X(5).
       01  BK-SKIP-1           PIC X(60).
       01  BK-SKIP-2           PIC X(60).
       01  BK-SKIP-3           PIC X(10).
       01  BK-SKIP-4           PIC X(30).
       01  BK-STATUS           PIC X(10).

      *> Tonight's orphans, and last run's report for first-seen.
       01  EXCEPTION-TABLE.
           05 EX-ENTRY OCCURS 1000 TIMES.
              10 EX-FILE       PIC X(14).
              10 EX-KEY        PIC X(10).
              10 EX-REF-TYPE   PIC X(8).
              10 EX-REF        PIC X(10).
              10 EX-FIRST      PIC X(10).
       01  EX-CNT              PIC 9(4) VALUE 0.
       01  EX-IDX              PIC 9(4) VALUE 0.
       01  EX-DROPPED          PIC 9(5) VALUE 0.

       01  PRIOR-TABLE.
           05 PR-ENTRY OCCURS 1000 TIMES.
              10 PR-FILE       PIC X(14).
              10 PR-KEY        PIC X(10).
              10 PR-REF-TYPE   PIC X(8).
              10 PR-REF        PIC X(10).
              10 PR-FIRST      PIC X(10).
       01  PR-CNT              PIC 9(4) VALUE 0.
       01  PR-IDX              PIC 9(4) VALUE 0.

       01  WS-NEW-FILE         PIC X(14).
       01  WS-NEW-KEY          PIC X(10).
       01  WS-NEW-REF-TYPE     PIC X(8).
       01  WS-NEW-REF          PIC X(10).
       01  WS-FOUND            PIC X VALUE 'N'.
       01  WS-NEW-CNT          PIC 9(5) VALUE 0.
       01  WS-SKIPPED-CHECKS   PIC 9(2) VALUE 0.

      *> Today's date, DD-MM-YYYY, for the first-seen column.
       01  WS-TODAY-RAW        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).

       LINKAGE SECTION.
      *-----------------------
       01 USER-CHOICE PIC 9(2).
      *> Optional batch-driver feedback, guarded by C$NARG the way
      *> ReconcileBooks guards it -- see NightlyBatch.cbl.
       01 BATCH-RESULT PIC X.
       01 BATCH-COUNT  PIC 9(6).

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
           DISPLAY "   REFERENTIAL INTEGRITY CHECK -- "
               WS-TODAY-DISPLAY
           DISPLAY "=============================================="

      *> Without a loan log there is nothing to check against --
      *> a batch step reports that as a failure.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "log.csv could not be opened -- check not run."
               IF WS-NARG > 1
                   MOVE 'N' TO BATCH-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF
           CLOSE LOG-FILE

           PERFORM LOAD-MEMBER-IDS
           PERFORM LOAD-COPY-IDS
           PERFORM LOAD-TRAN-IDS
           PERFORM LOAD-FINE-IDS
           PERFORM LOAD-WITHDRAWN-TITLES
           PERFORM LOAD-PRIOR-REPORT

           PERFORM CHECK-LOG-ROWS
           PERFORM CHECK-FINE-ROWS
           PERFORM CHECK-HOLD-ROWS
           PERFORM CHECK-RECEIPT-ROWS

           PERFORM WRITE-EXCEPTION-REPORT

           DISPLAY " "
           DISPLAY "Orphan references found : " EX-CNT
           DISPLAY "  new since last run    : " WS-NEW-CNT
           IF EX-DROPPED > 0
               DISPLAY "  not listed (table full): " EX-DROPPED
           END-IF
           IF WS-SKIPPED-CHECKS > 0
               DISPLAY "  checks skipped         : " WS-SKIPPED-CHECKS
                   " (a key table was full)"
           END-IF
           DISPLAY "Report written to integrity_exceptions.csv."
           IF WS-NARG > 1
               MOVE WS-NEW-CNT TO BATCH-COUNT
           END-IF.

      *-----------------------------------------------------------------
      *> A member purged to members_archive.csv is still a real
      *> member as far as an old loan row is concerned.
       LOAD-MEMBER-IDS.
           MOVE 0 TO MI-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS = "00"
               PERFORM UNTIL FLG-EOF = 'Y'
                   READ MEMBER-FILE
                       AT END MOVE 'Y' TO FLG-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LEAD-ID
                           UNSTRING MEMBER-LINE DELIMITED BY ","
                               INTO WS-LEAD-ID
                           PERFORM ADD-MEMBER-ID
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF

           MOVE 'N' TO FLG-EOF
           OPEN INPUT MEMARCH-FILE
           IF WS-MEMARCH-STATUS = "00"
               PERFORM UNTIL FLG-EOF = 'Y'
                   READ MEMARCH-FILE
                       AT END MOVE 'Y' TO FLG-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LEAD-ID
                           UNSTRING MEMARCH-LINE DELIMITED BY ","
                               INTO WS-LEAD-ID
                           PERFORM ADD-MEMBER-ID
                   END-READ
               END-PERFORM
               CLOSE MEMARCH-FILE
           END-IF.

       ADD-MEMBER-ID.
           IF FUNCTION TRIM(WS-LEAD-ID) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF MI-CNT < 2000
               ADD 1 TO MI-CNT
               MOVE WS-LEAD-ID TO MI-ID(MI-CNT)
           ELSE
               MOVE 'Y' TO MI-FULL
           END-IF.

      *-----------------------------------------------------------------
      *> No bookcopies.csv at all means per-copy tracking was never
      *> started -- the copy check is skipped rather than flagging
      *> every loan.
       LOAD-COPY-IDS.
           MOVE 0 TO CI-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT COPY-FILE
           IF WS-COPY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CI-LOADED
           PERFORM UNTIL FLG-EOF = 'Y'
               READ COPY-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       MOVE SPACES TO BK-ID, LG-COPY
                       UNSTRING COPY-LINE DELIMITED BY ","
                           INTO BK-ID, LG-COPY
                       IF FUNCTION TRIM(LG-COPY) NOT = SPACE
                           IF CI-CNT < 2000
                               ADD 1 TO CI-CNT
                               MOVE LG-COPY TO CI-ID(CI-CNT)
                           ELSE
                               MOVE 'Y' TO CI-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-FILE.

      *-----------------------------------------------------------------
      *> A fine outlives its loan row once ArchiveLog moves the
      *> returned loan out, so the archive counts too.
       LOAD-TRAN-IDS.
           MOVE 0 TO TI-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FLG-EOF = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FLG-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LEAD-ID
                           UNSTRING LOG-LINE DELIMITED BY ","
                               INTO WS-LEAD-ID
                           PERFORM ADD-TRAN-ID
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF

           MOVE 'N' TO FLG-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL FLG-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO FLG-EOF
                       NOT AT END
                           MOVE SPACES TO WS-LEAD-ID
                           UNSTRING ARCHIVE-LINE DELIMITED BY ","
                               INTO WS-LEAD-ID
                           PERFORM ADD-TRAN-ID
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       ADD-TRAN-ID.
           IF FUNCTION TRIM(WS-LEAD-ID) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF TI-CNT < 5000
               ADD 1 TO TI-CNT
               MOVE WS-LEAD-ID TO TI-ID(TI-CNT)
           ELSE
               MOVE 'Y' TO TI-FULL
           END-IF.

      *-----------------------------------------------------------------
       LOAD-FINE-IDS.
           MOVE 0 TO FI-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO FI-LOADED
           PERFORM UNTIL FLG-EOF = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LEAD-ID
                       UNSTRING FINE-LINE DELIMITED BY ","
                           INTO WS-LEAD-ID
                       IF FUNCTION TRIM(WS-LEAD-ID) NOT = SPACE
                           IF FI-CNT < 2000
                               ADD 1 TO FI-CNT
                               MOVE WS-LEAD-ID TO FI-ID(FI-CNT)
                           ELSE
                               MOVE 'Y' TO FI-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       LOAD-WITHDRAWN-TITLES.
           MOVE 0 TO WD-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ BOOK-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       MOVE SPACES TO BK-STATUS
                       UNSTRING BOOK-LINE DELIMITED BY ","
                           INTO BK-ID, BK-SKIP-1, BK-SKIP-2,
                                BK-SKIP-3, BK-SKIP-4, BK-STATUS
                       IF FUNCTION TRIM(BK-STATUS) = "WITHDRAWN"
                           AND WD-CNT < 1000
                           ADD 1 TO WD-CNT
                           MOVE BK-ID TO WD-ID(WD-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> Last run's report, so an orphan already listed keeps the
      *> date it was first seen and is not raised as new again.
       LOAD-PRIOR-REPORT.
           MOVE 0 TO PR-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ REPORT-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       IF REPORT-LINE NOT = SPACES
                           AND PR-CNT < 1000
                           ADD 1 TO PR-CNT
                           UNSTRING REPORT-LINE DELIMITED BY ","
                               INTO PR-FILE(PR-CNT), PR-KEY(PR-CNT),
                                    PR-REF-TYPE(PR-CNT),
                                    PR-REF(PR-CNT),
                                    PR-FIRST(PR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      *> Each open or returned loan: its member, and its copy where
      *> the row carries one (rows from before copy tracking don't).
       CHECK-LOG-ROWS.
           IF MI-FULL = 'Y'
               ADD 1 TO WS-SKIPPED-CHECKS
           END-IF
           IF CI-FULL = 'Y'
               ADD 1 TO WS-SKIPPED-CHECKS
           END-IF
           MOVE 'N' TO FLG-EOF
           OPEN INPUT LOG-FILE
           PERFORM UNTIL FLG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       IF LOG-LINE NOT = SPACES
                           PERFORM CHECK-ONE-LOG-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       CHECK-ONE-LOG-ROW.
           MOVE SPACES TO LG-TRAN, LG-MEMBER, LG-BOOK, LG-COPY
           UNSTRING LOG-LINE DELIMITED BY ","
               INTO LG-TRAN, LG-MEMBER, LG-BOOK, LG-SKIP-1,
                    LG-SKIP-2, LG-SKIP-3, LG-SKIP-4, LG-COPY

           IF MI-FULL = 'N'
               AND FUNCTION TRIM(LG-MEMBER) NOT = SPACE
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING MI-IDX FROM 1 BY 1
                   UNTIL MI-IDX > MI-CNT OR WS-FOUND = 'Y'
                   IF MI-ID(MI-IDX) = LG-MEMBER
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   MOVE "log.csv" TO WS-NEW-FILE
                   MOVE LG-TRAN TO WS-NEW-KEY
                   MOVE "MEMBER" TO WS-NEW-REF-TYPE
                   MOVE LG-MEMBER TO WS-NEW-REF
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF

           IF CI-LOADED = 'Y' AND CI-FULL = 'N'
               AND FUNCTION TRIM(LG-COPY) NOT = SPACE
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING CI-IDX FROM 1 BY 1
                   UNTIL CI-IDX > CI-CNT OR WS-FOUND = 'Y'
                   IF CI-ID(CI-IDX) = LG-COPY
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   MOVE "log.csv" TO WS-NEW-FILE
                   MOVE LG-TRAN TO WS-NEW-KEY
                   MOVE "COPY" TO WS-NEW-REF-TYPE
                   MOVE LG-COPY TO WS-NEW-REF
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       CHECK-FINE-ROWS.
           IF TI-FULL = 'Y'
               ADD 1 TO WS-SKIPPED-CHECKS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FLG-EOF
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       MOVE SPACES TO FN-FINE, FN-TRAN
                       UNSTRING FINE-LINE DELIMITED BY ","
                           INTO FN-FINE, FN-TRAN
                       IF FUNCTION TRIM(FN-TRAN) NOT = SPACE
                           PERFORM CHECK-ONE-FINE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

       CHECK-ONE-FINE-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING TI-IDX FROM 1 BY 1
               UNTIL TI-IDX > TI-CNT OR WS-FOUND = 'Y'
               IF TI-ID(TI-IDX) = FN-TRAN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               MOVE "fine.csv" TO WS-NEW-FILE
               MOVE FN-FINE TO WS-NEW-KEY
               MOVE "TRAN" TO WS-NEW-REF-TYPE
               MOVE FN-TRAN TO WS-NEW-REF
               PERFORM ADD-EXCEPTION
           END-IF.

      *-----------------------------------------------------------------
      *> A blank status column is read the way every hold program
      *> reads it -- notified means READY, otherwise WAITING. The
      *> row key is book/member, the pair that identifies a hold.
       CHECK-HOLD-ROWS.
           IF WD-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FLG-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       MOVE SPACES TO HD-STATUS
                       UNSTRING HOLD-LINE DELIMITED BY ","
                           INTO HD-BOOK, HD-MEMBER, HD-REQ-DATE,
                                HD-NOTIFIED, HD-NOTIFY-DATE,
                                HD-STATUS
                       IF FUNCTION TRIM(HD-STATUS) = SPACE
                           IF HD-NOTIFIED = "Y"
                               MOVE "READY" TO HD-STATUS
                           ELSE
                               MOVE "WAITING" TO HD-STATUS
                           END-IF
                       END-IF
                       IF FUNCTION TRIM(HD-STATUS) = "WAITING"
                           PERFORM CHECK-ONE-HOLD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       CHECK-ONE-HOLD-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WD-IDX FROM 1 BY 1
               UNTIL WD-IDX > WD-CNT OR WS-FOUND = 'Y'
               IF WD-ID(WD-IDX) = HD-BOOK
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               MOVE "holds.csv" TO WS-NEW-FILE
               MOVE SPACES TO WS-NEW-KEY
               STRING FUNCTION TRIM(HD-BOOK) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(HD-MEMBER) DELIMITED BY SIZE
                   INTO WS-NEW-KEY
               MOVE "WITHDRWN" TO WS-NEW-REF-TYPE
               MOVE HD-BOOK TO WS-NEW-REF
               PERFORM ADD-EXCEPTION
           END-IF.

      *-----------------------------------------------------------------
      *> Only fine payments point into fine.csv -- membership fees,
      *> sales, charges and voids carry other document IDs. Rows
      *> from before the document-type column are fine payments.
       CHECK-RECEIPT-ROWS.
           IF FI-LOADED = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FI-FULL = 'Y'
               ADD 1 TO WS-SKIPPED-CHECKS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FLG-EOF
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       MOVE SPACES TO RC-ID, RC-DOC-ID, RC-DOC-TYPE
                       UNSTRING RECEIPT-LINE DELIMITED BY ","
                           INTO RC-ID, RC-DOC-ID, RC-SKIP-1,
                                RC-SKIP-2, RC-SKIP-3, RC-SKIP-4,
                                RC-SKIP-5, RC-SKIP-6, RC-DOC-TYPE
                       IF (FUNCTION TRIM(RC-DOC-TYPE) = "FINE"
                           OR FUNCTION TRIM(RC-DOC-TYPE) = SPACE)
                           AND FUNCTION TRIM(RC-DOC-ID) NOT = SPACE
                           PERFORM CHECK-ONE-RECEIPT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE.

       CHECK-ONE-RECEIPT-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING FI-IDX FROM 1 BY 1
               UNTIL FI-IDX > FI-CNT OR WS-FOUND = 'Y'
               IF FI-ID(FI-IDX) = RC-DOC-ID
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               MOVE "receipts.csv" TO WS-NEW-FILE
               MOVE RC-ID TO WS-NEW-KEY
               MOVE "FINE" TO WS-NEW-REF-TYPE
               MOVE RC-DOC-ID TO WS-NEW-REF
               PERFORM ADD-EXCEPTION
           END-IF.

      *-----------------------------------------------------------------
      *> Records one orphan, carrying its first-seen date forward
      *> from last run's report or stamping today's when it is new.
       ADD-EXCEPTION.
           IF EX-CNT >= 1000
               ADD 1 TO EX-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EX-CNT
           MOVE WS-NEW-FILE TO EX-FILE(EX-CNT)
           MOVE WS-NEW-KEY TO EX-KEY(EX-CNT)
           MOVE WS-NEW-REF-TYPE TO EX-REF-TYPE(EX-CNT)
           MOVE WS-NEW-REF TO EX-REF(EX-CNT)
           MOVE WS-TODAY-DISPLAY TO EX-FIRST(EX-CNT)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PR-CNT OR WS-FOUND = 'Y'
               IF PR-FILE(PR-IDX) = WS-NEW-FILE
                   AND PR-KEY(PR-IDX) = WS-NEW-KEY
                   AND PR-REF-TYPE(PR-IDX) = WS-NEW-REF-TYPE
                   AND PR-REF(PR-IDX) = WS-NEW-REF
                   MOVE 'Y' TO WS-FOUND
                   MOVE PR-FIRST(PR-IDX) TO EX-FIRST(EX-CNT)
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               ADD 1 TO WS-NEW-CNT
               DISPLAY "  NEW  " FUNCTION TRIM(WS-NEW-FILE) " "
                   FUNCTION TRIM(WS-NEW-KEY) " -> "
                   FUNCTION TRIM(WS-NEW-REF-TYPE) " "
                   FUNCTION TRIM(WS-NEW-REF)
           END-IF.

      *-----------------------------------------------------------------
      *> Rewritten whole every run -- an orphan that has been fixed
      *> drops off, one still standing keeps its first-seen date.
       WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-CNT
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(EX-FILE(EX-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EX-KEY(EX-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EX-REF-TYPE(EX-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(EX-REF(EX-IDX))
                          DELIMITED BY SIZE ","
                      EX-FIRST(EX-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE.

       END PROGRAM IntegrityCheck.
