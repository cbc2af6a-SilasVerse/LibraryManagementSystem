      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: "Members who borrowed this also borrowed" title
      *          associations. From the loan history in log.csv and
      *          log_archive.csv this works out, for every title, the
      *          other titles most often borrowed by the same members
      *          and writes the strongest few to
      *          title_associations.csv -- title, rank, related
      *          title, its name, and how many members borrowed
      *          both. The file carries no member ID: the members
      *          are only ever counted, and a pairing two or more
      *          members share is the least that is published, so no
      *          row describes one reader's borrowing.
      *
      *          Runs in the nightly chain just ahead of
      *          RetentionSweep, while the loans about to be
      *          anonymized still carry their member. Each run's
      *          count is merged with last run's file keeping the
      *          higher figure, so a pairing keeps the strength it
      *          earned after its loans have gone anonymous.
      *          SearchBook shows the top related titles beside a
      *          result; CatalogExport adds them to the public feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AlsoBorrowed IS INITIAL.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT ASSOC-FILE ASSIGN TO "../title_associations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSOC-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LINE            PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE        PIC X(200).

       FD  BOOK-FILE.
       01  BOOK-LINE           PIC X(200).

       FD  ASSOC-FILE.
       01  ASSOC-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  FLG-EOF             PIC X VALUE 'N'.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-BOOK-STATUS      PIC XX.
       01  WS-ASSOC-STATUS     PIC XX.
       01  WS-NARG             PIC 9(4) COMP-5 VALUE 0.

      *> Tuning. A reader with more distinct titles than
      *> WS-MAX-TITLES has borrowed half the shelves and says little
      *> about any one of them -- they are left out rather than
      *> flooding the pair table. A pairing fewer than WS-MIN-SHARED
      *> members share is never published.
       01  WS-MAX-TITLES       PIC 9(3) VALUE 30.
       01  WS-MIN-SHARED       PIC 9(3) VALUE 2.
       01  WS-KEEP-TOP         PIC 9(2) VALUE 5.

      *> Every member/title loan pairing, sorted by member so each
      *> reader's titles sit together. Unused entries are HIGH-VALUES
      *> so the sort leaves them at the end.
       01  LOAN-TABLE.
           05 LN-ENTRY OCCURS 8000 TIMES.
              10 LN-MEMBER     PIC X(5).
              10 LN-BOOK       PIC X(5).
       01  LN-CNT              PIC 9(5) VALUE 0.
       01  LN-IDX              PIC 9(5) VALUE 0.
       01  LN-END              PIC 9(5) VALUE 0.
       01  LN-DROPPED          PIC 9(5) VALUE 0.

      *> One reader's distinct titles.
       01  MEMBER-TITLES.
           05 MT-BOOK OCCURS 30 TIMES PIC X(5).
       01  MT-CNT              PIC 9(3) VALUE 0.
       01  MT-IDX              PIC 9(3) VALUE 0.
       01  MT-JDX              PIC 9(3) VALUE 0.
       01  WS-MT-OVER          PIC X VALUE 'N'.
       01  WS-SKIPPED-READERS  PIC 9(5) VALUE 0.

      *> Title -> related title pairings, one per reader to start
      *> with, then collapsed to one row per pairing with its count.
       01  PAIR-TABLE.
           05 PR-ENTRY OCCURS 60000 TIMES.
              10 PR-BOOK       PIC X(5).
              10 PR-RELATED    PIC X(5).
              10 PR-COUNT      PIC 9(5).
       01  PR-CNT              PIC 9(5) VALUE 0.
       01  PR-IDX              PIC 9(5) VALUE 0.
       01  PR-OUT              PIC 9(5) VALUE 0.
       01  PR-DROPPED          PIC 9(6) VALUE 0.
       01  WS-PR-MODE          PIC X VALUE 'S'.

      *> The catalog, for the related title's name and to keep
      *> WITHDRAWN titles out of the associations.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
              10 BK-ID         PIC X(5).
              10 BK-NAME       PIC X(30).
              10 BK-STATUS     PIC X(9).
       01  BK-CNT              PIC 9(4) VALUE 0.
       01  BK-IDX              PIC 9(4) VALUE 0.
       01  WS-BK-SKIP-1        PIC X(30).
       01  WS-BK-SKIP-2        PIC X(10).
       01  WS-BK-SKIP-3        PIC X(30).
       01  WS-BK-NAME          PIC X(30).
       01  WS-BK-PUBLIC        PIC X.
       01  WS-FIND-ID          PIC X(5).

       01  LG-TRAN             PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).

       01  AS-BOOK             PIC X(5).
       01  AS-RANK             PIC X(2).
       01  AS-RELATED          PIC X(5).
       01  AS-NAME             PIC X(30).
       01  AS-COUNT            PIC X(5).

       01  WS-CUR-BOOK         PIC X(5).
       01  WS-CUR-BOOK-OK      PIC X.
       01  WS-RANK             PIC 9(2) VALUE 0.
       01  WS-WRITTEN          PIC 9(6) VALUE 0.
       01  WS-TITLES-OUT       PIC 9(4) VALUE 0.

       01  WS-SHARE-ACQUIRED   PIC X VALUE 'N'.
       01  WS-SHARE-OWNER      PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-PROGRAM   PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE   PIC X(100) VALUE SPACES.

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
      *> A shared lock is enough -- the loan files are only read,
      *> and title_associations.csv is this program's own output.
           MOVE 'AlsoBorrowed' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'SUNL', WS-SHARE-ACQUIRED
           ELSE
               DISPLAY "A transaction is rewriting the library "
                   "files right now. Please try again shortly."
               MOVE 'AlsoBorrowed' TO WS-ERRLOG-PROGRAM
               MOVE 'Lock contention -- associations not rebuilt'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               IF WS-NARG > 1
                   MOVE 'N' TO BATCH-RESULT
               END-IF
           END-IF
           EXIT PROGRAM.
           STOP RUN.

      *-----------------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE HIGH-VALUES TO LOAN-TABLE
           MOVE HIGH-VALUES TO PAIR-TABLE
           PERFORM LOAD-BOOKS
           PERFORM LOAD-LOANS

           IF LN-CNT > 1
               SORT LN-ENTRY ASCENDING LN-MEMBER LN-BOOK
           END-IF
           MOVE 1 TO LN-IDX
           PERFORM UNTIL LN-IDX > LN-CNT
               PERFORM PAIR-ONE-READER
           END-PERFORM

      *> Sum the per-reader rows into one count per pairing.
           IF PR-CNT > 1
               SORT PR-ENTRY ASCENDING PR-BOOK PR-RELATED
           END-IF
           MOVE 'S' TO WS-PR-MODE
           PERFORM COLLAPSE-PAIRS

      *> Fold in last run's published pairings, keeping the higher
      *> count of the two.
           PERFORM LOAD-PRIOR-ASSOCIATIONS
           IF PR-CNT > 1
               SORT PR-ENTRY ASCENDING PR-BOOK PR-RELATED
                   DESCENDING PR-COUNT
           END-IF
           MOVE 'M' TO WS-PR-MODE
           PERFORM COLLAPSE-PAIRS

      *> Strongest first within each title.
           IF PR-CNT > 1
               SORT PR-ENTRY ASCENDING PR-BOOK
                   DESCENDING PR-COUNT ASCENDING PR-RELATED
           END-IF
           PERFORM WRITE-ASSOCIATIONS

           DISPLAY "Title associations: " WS-TITLES-OUT
               " title(s), " WS-WRITTEN " pairing(s) written to "
               "title_associations.csv."
           IF WS-SKIPPED-READERS > 0
               DISPLAY "  readers over " WS-MAX-TITLES
                   " titles left out: " WS-SKIPPED-READERS
           END-IF
           IF LN-DROPPED > 0 OR PR-DROPPED > 0
               DISPLAY "  loans not counted (table full): "
                   LN-DROPPED ", pairings: " PR-DROPPED
           END-IF
           IF WS-NARG > 1
               MOVE WS-WRITTEN TO BATCH-COUNT
           END-IF.

      *-----------------------------------------------------------------
       LOAD-BOOKS.
           MOVE 0 TO BK-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ BOOK-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       IF BOOK-LINE NOT = SPACES AND BK-CNT < 1000
                           ADD 1 TO BK-CNT
                           MOVE SPACES TO BK-STATUS(BK-CNT)
                           UNSTRING BOOK-LINE DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    WS-BK-SKIP-1, WS-BK-SKIP-2,
                                    WS-BK-SKIP-3, BK-STATUS(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> Live and archived loans alike. An anonymized row (ANON#) has
      *> no reader to pair it with.
       LOAD-LOANS.
           MOVE 0 TO LN-CNT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FLG-EOF = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FLG-EOF
                       NOT AT END
                           MOVE SPACES TO LG-MEMBER LG-BOOK
                           UNSTRING LOG-LINE DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK
                           PERFORM ADD-LOAN
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
                           MOVE SPACES TO LG-MEMBER LG-BOOK
                           UNSTRING ARCHIVE-LINE DELIMITED BY ","
                               INTO LG-TRAN, LG-MEMBER, LG-BOOK
                           PERFORM ADD-LOAN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       ADD-LOAN.
           IF FUNCTION TRIM(LG-MEMBER) = SPACE
               OR FUNCTION TRIM(LG-BOOK) = SPACE
               OR LG-MEMBER = "ANON#"
               EXIT PARAGRAPH
           END-IF
           IF LN-CNT < 8000
               ADD 1 TO LN-CNT
               MOVE LG-MEMBER TO LN-MEMBER(LN-CNT)
               MOVE LG-BOOK TO LN-BOOK(LN-CNT)
           ELSE
               ADD 1 TO LN-DROPPED
           END-IF.

      *-----------------------------------------------------------------
      *> One reader's run of sorted loans, from LN-IDX: their
      *> distinct titles, then every ordered pair of them. Leaves
      *> LN-IDX on the next reader's first loan.
       PAIR-ONE-READER.
           MOVE 0 TO MT-CNT
           MOVE 'N' TO WS-MT-OVER
           MOVE LN-IDX TO LN-END
           PERFORM UNTIL LN-END > LN-CNT
               OR LN-MEMBER(LN-END) NOT = LN-MEMBER(LN-IDX)
               IF MT-CNT = 0
                   OR LN-BOOK(LN-END) NOT = MT-BOOK(MT-CNT)
                   IF MT-CNT < WS-MAX-TITLES
                       ADD 1 TO MT-CNT
                       MOVE LN-BOOK(LN-END) TO MT-BOOK(MT-CNT)
                   ELSE
                       MOVE 'Y' TO WS-MT-OVER
                   END-IF
               END-IF
               ADD 1 TO LN-END
           END-PERFORM
           MOVE LN-END TO LN-IDX

           IF WS-MT-OVER = 'Y'
               ADD 1 TO WS-SKIPPED-READERS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-CNT
               PERFORM VARYING MT-JDX FROM 1 BY 1
                   UNTIL MT-JDX > MT-CNT
                   IF MT-JDX NOT = MT-IDX
                       IF PR-CNT < 60000
                           ADD 1 TO PR-CNT
                           MOVE MT-BOOK(MT-IDX) TO PR-BOOK(PR-CNT)
                           MOVE MT-BOOK(MT-JDX) TO PR-RELATED(PR-CNT)
                           MOVE 1 TO PR-COUNT(PR-CNT)
                       ELSE
                           ADD 1 TO PR-DROPPED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Adjacent rows for the same pairing become one: summed
      *> (mode S, one row per reader) or the first -- the highest,
      *> as sorted -- kept (mode M, this run against last run).
       COLLAPSE-PAIRS.
           MOVE 0 TO PR-OUT
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
               IF PR-OUT > 0
                   AND PR-BOOK(PR-IDX) = PR-BOOK(PR-OUT)
                   AND PR-RELATED(PR-IDX) = PR-RELATED(PR-OUT)
                   IF WS-PR-MODE = 'S'
                       ADD PR-COUNT(PR-IDX) TO PR-COUNT(PR-OUT)
                   END-IF
               ELSE
                   ADD 1 TO PR-OUT
                   IF PR-OUT NOT = PR-IDX
                       MOVE PR-ENTRY(PR-IDX) TO PR-ENTRY(PR-OUT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING PR-IDX FROM PR-OUT BY 1
               UNTIL PR-IDX >= PR-CNT
               MOVE HIGH-VALUES TO PR-ENTRY(PR-IDX + 1)
           END-PERFORM
           MOVE PR-OUT TO PR-CNT.

      *-----------------------------------------------------------------
      *> title_associations.csv: book,rank,related,related name,count.
      *> A missing file is simply a first run.
       LOAD-PRIOR-ASSOCIATIONS.
           MOVE 'N' TO FLG-EOF
           OPEN INPUT ASSOC-FILE
           IF WS-ASSOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ ASSOC-FILE
                   AT END MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       MOVE SPACES TO AS-BOOK AS-RELATED AS-COUNT
                       UNSTRING ASSOC-LINE DELIMITED BY ","
                           INTO AS-BOOK, AS-RANK, AS-RELATED,
                                AS-NAME, AS-COUNT
                       IF FUNCTION TRIM(AS-BOOK) NOT = SPACE
                           AND FUNCTION TRIM(AS-RELATED) NOT = SPACE
                           AND FUNCTION TRIM(AS-COUNT) NOT = SPACE
                           IF PR-CNT < 60000
                               ADD 1 TO PR-CNT
                               MOVE AS-BOOK TO PR-BOOK(PR-CNT)
                               MOVE AS-RELATED TO PR-RELATED(PR-CNT)
                               MOVE FUNCTION NUMVAL(AS-COUNT)
                                   TO PR-COUNT(PR-CNT)
                           ELSE
                               ADD 1 TO PR-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSOC-FILE.

      *-----------------------------------------------------------------
      *> Up to WS-KEEP-TOP related titles per catalogued title, each
      *> shared by at least WS-MIN-SHARED readers. Withdrawn titles
      *> are left out on either side.
       WRITE-ASSOCIATIONS.
           MOVE 0 TO WS-WRITTEN
           MOVE 0 TO WS-TITLES-OUT
           OPEN OUTPUT ASSOC-FILE
           IF WS-ASSOC-STATUS NOT = "00"
               DISPLAY "title_associations.csv could not be written."
               IF WS-NARG > 1
                   MOVE 'N' TO BATCH-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUR-BOOK
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-CNT
               IF PR-BOOK(PR-IDX) NOT = WS-CUR-BOOK
                   MOVE PR-BOOK(PR-IDX) TO WS-CUR-BOOK
                   MOVE 0 TO WS-RANK
                   MOVE PR-BOOK(PR-IDX) TO WS-FIND-ID
                   PERFORM FIND-BOOK
                   MOVE WS-BK-PUBLIC TO WS-CUR-BOOK-OK
               END-IF
               IF WS-CUR-BOOK-OK = 'Y'
                   AND WS-RANK < WS-KEEP-TOP
                   AND PR-COUNT(PR-IDX) >= WS-MIN-SHARED
                   MOVE PR-RELATED(PR-IDX) TO WS-FIND-ID
                   PERFORM FIND-BOOK
                   IF WS-BK-PUBLIC = 'Y'
                       ADD 1 TO WS-RANK
                       IF WS-RANK = 1
                           ADD 1 TO WS-TITLES-OUT
                       END-IF
                       MOVE SPACES TO ASSOC-LINE
                       STRING FUNCTION TRIM(PR-BOOK(PR-IDX))
                                  DELIMITED BY SIZE ","
                              WS-RANK DELIMITED BY SIZE ","
                              FUNCTION TRIM(PR-RELATED(PR-IDX))
                                  DELIMITED BY SIZE ","
                              FUNCTION TRIM(WS-BK-NAME)
                                  DELIMITED BY SIZE ","
                              PR-COUNT(PR-IDX) DELIMITED BY SIZE
                           INTO ASSOC-LINE
                       WRITE ASSOC-LINE
                       ADD 1 TO WS-WRITTEN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ASSOC-FILE.

      *-----------------------------------------------------------------
      *> WS-FIND-ID in the catalog: WS-BK-PUBLIC is 'Y' for a title
      *> on file and not WITHDRAWN, with its name in WS-BK-NAME.
       FIND-BOOK.
           MOVE 'N' TO WS-BK-PUBLIC
           MOVE SPACES TO WS-BK-NAME
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = WS-FIND-ID
                   IF FUNCTION TRIM(BK-STATUS(BK-IDX)) NOT = "WITHDRAWN"
                       MOVE 'Y' TO WS-BK-PUBLIC
                       MOVE BK-NAME(BK-IDX) TO WS-BK-NAME
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       END PROGRAM AlsoBorrowed.
