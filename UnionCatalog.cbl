      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Holdings contribution to the national union
      *          catalogue, so other libraries can find our stock for
      *          interlibrary loan. The catalogue takes holdings by
      *          ISBN and branch -- the number of copies we still own
      *          of every title that is not WITHDRAWN (bookcopies.csv
      *          less LOST, MISSING, RETIRED, WITHDRAWN and FORSALE
      *          copies; a title with no copy rows counts its
      *          book_count) -- and refuses the whole CatalogExport
      *          every month, so only the differences are sent.
      *          union_register.csv remembers what the catalogue was
      *          last sent for each ISBN and branch (count, action,
      *          batch, date, SENT / ACCEPTED / REJECTED and the
      *          catalogue's message), and union_titles.csv which of
      *          our titles made up each holding. A build compares
      *          today's holdings with the register and writes
      *          union_feed.csv (batch, sequence, action, ISBN,
      *          branch, copies, reason) with:
      *            ADD    -- a holding the catalogue does not have
      *                      (NEW, ISBN-CORRECTED, TRANSFERRED, RESEND)
      *            CHANGE -- a different number of copies (COUNT), or
      *                      a rejected row sent again (RESEND)
      *            DELETE -- a holding we no longer have: WITHDRAWN,
      *                      MERGED (TitleMerge retired the title into
      *                      another of the same ISBN), ISBN-CORRECTED,
      *                      TRANSFERRED (the title moved branch) or
      *                      NO-STOCK (every copy gone)
      *          ISBNs go as ISBN-13; a ten-digit ISBN is converted.
      *          A title we hold whose ISBN is missing or fails its
      *          check digit is not sent but listed in
      *          union_exceptions.csv (book, title, branch, ISBN as
      *          keyed, reason) for cataloguing to correct. The
      *          catalogue's acknowledgment comes back as
      *          union_ack.csv (batch, sequence, ISBN, branch,
      *          ACCEPTED or REJECTED, message); importing it marks
      *          the register rows of that batch, and a rejected row
      *          goes again with the next build. Importing the same
      *          file twice changes nothing. The run calendar
      *          (USER-CHOICE 99) imports any acknowledgment on file
      *          and then builds the month's feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnionCatalog IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT REG-FILE ASSIGN TO "../union_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT MAP-FILE ASSIGN TO "../union_titles.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT ACK-FILE ASSIGN TO "../union_ack.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT FEED-FILE ASSIGN TO "../union_feed.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO "../union_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  REG-FILE.
       01  REG-REC         PIC X(120).
       FD  MAP-FILE.
       01  MAP-REC         PIC X(40).
       FD  ACK-FILE.
       01  ACK-REC         PIC X(150).
       FD  FEED-FILE.
       01  FEED-REC        PIC X(80).
       FD  EXCEPT-FILE.
       01  EXCEPT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS     PIC XX.
       01  WS-COPY-STATUS     PIC XX.
       01  WS-REG-STATUS      PIC XX.
       01  WS-MAP-STATUS      PIC XX.
       01  WS-ACK-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.

       01  SYS-DATE           PIC 9(8).
       01  WS-NOW-TIME        PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-BATCH-ID        PIC X(14).
       01  WS-BATCH-NUM       PIC 9(14).

      *> books.csv, with each title's holding and its ISBN-13.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID        PIC X(5).
               10 BK-NAME      PIC X(30).
               10 BK-AUTHOR    PIC X(30).
               10 BK-COUNT     PIC X(5).
               10 BK-GENRE     PIC X(30).
               10 BK-STATUS    PIC X(9).
               10 BK-ISBN      PIC X(17).
               10 BK-BRANCH    PIC X(10).
               10 BK-HAS-COPY  PIC X.
               10 BK-HOLDING   PIC 9(4).
               10 BK-ISBN13    PIC X(13).
               10 BK-ISBN-WHY  PIC X(15).
       01  BK-CNT             PIC 9(4) VALUE 0.
       01  BK-IDX             PIC 9(4) VALUE 0.
       01  BK-JDX             PIC 9(4) VALUE 0.
       01  BK-MATCH           PIC 9(4) VALUE 0.

       01  CP-BOOK-ID         PIC X(5).
       01  CP-COPY-ID         PIC X(6).
       01  CP-BARCODE         PIC X(12).
       01  CP-CONDITION       PIC X(10).
       01  CP-STATUS          PIC X(10).

      *> Today's holdings, one row per ISBN and branch.
       01  HOLDING-TABLE.
           05 HOLDING-ENTRY OCCURS 1000 TIMES.
               10 HL-ISBN      PIC X(13).
               10 HL-BRANCH    PIC X(10).
               10 HL-COUNT     PIC 9(4).
               10 HL-SEEN      PIC X.
       01  HL-CNT             PIC 9(4) VALUE 0.
       01  HL-IDX             PIC 9(4) VALUE 0.
       01  HL-MATCH           PIC 9(4) VALUE 0.

      *> The register whole -- what the catalogue was last sent.
       01  REGISTER-TABLE.
           05 REGISTER-ENTRY OCCURS 2000 TIMES.
               10 RG-ISBN      PIC X(13).
               10 RG-BRANCH    PIC X(10).
               10 RG-COUNT     PIC 9(4).
               10 RG-ACTION    PIC X(6).
               10 RG-BATCH     PIC X(14).
               10 RG-DATE      PIC X(10).
               10 RG-STATUS    PIC X(8).
               10 RG-MESSAGE   PIC X(40).
               10 RG-KEEP      PIC X.
       01  RG-CNT             PIC 9(4) VALUE 0.
       01  RG-IDX             PIC 9(4) VALUE 0.
       01  RG-MATCH           PIC 9(4) VALUE 0.
       01  RG-COUNT-X         PIC X(4).
       01  WS-REG-OVERFLOW    PIC X VALUE 'N'.

      *> Which title made up which holding at the last build.
       01  MAP-TABLE.
           05 MAP-ENTRY OCCURS 1000 TIMES.
               10 MP-BOOK      PIC X(5).
               10 MP-ISBN      PIC X(13).
               10 MP-BRANCH    PIC X(10).
       01  MP-CNT             PIC 9(4) VALUE 0.
       01  MP-IDX             PIC 9(4) VALUE 0.
       01  MP-MATCH           PIC 9(4) VALUE 0.

      *> What the catalogue holds for a register row: 'Y' the row's
      *> count, 'N' nothing, '?' something -- a rejected change or
      *> delete leaves it unknown.
       01  WS-CAT-HAS         PIC X.
       01  WS-ACTION          PIC X(6).
       01  WS-REASON          PIC X(14).
       01  WS-FEED-SEQ        PIC 9(5) VALUE 0.
       01  WS-FEED-BRANCH     PIC X(10).
       01  WS-COPIES-ED       PIC 9(4).

       01  WS-ADDS            PIC 9(5) VALUE 0.
       01  WS-CHANGES         PIC 9(5) VALUE 0.
       01  WS-DELETES         PIC 9(5) VALUE 0.
       01  WS-RESENDS         PIC 9(5) VALUE 0.
       01  WS-EXCEPTIONS      PIC 9(5) VALUE 0.

      *> ISBN check: the ISBN as keyed in, then its digits only.
       01  WS-ISBN-IN         PIC X(17).
       01  WS-ISBN-DIGITS     PIC X(17).
       01  WS-ISBN-LEN        PIC 9(2) VALUE 0.
       01  WS-ISBN-OUT        PIC X(13).
       01  WS-ISBN-WHY        PIC X(15).
       01  WS-ISBN-I          PIC 9(2) VALUE 0.
       01  WS-ISBN-CHAR       PIC X.
       01  WS-ISBN-DIGIT      PIC 9(2) VALUE 0.
       01  WS-ISBN-SUM        PIC 9(4) VALUE 0.
       01  WS-ISBN-CHECK      PIC 9(2) VALUE 0.
       01  WS-ISBN-CHECK-X    PIC 9.

      *> Acknowledgment rows.
       01  AK-BATCH           PIC X(14).
       01  AK-SEQ             PIC X(5).
       01  AK-ISBN            PIC X(13).
       01  AK-BRANCH          PIC X(10).
       01  AK-RESULT          PIC X(10).
       01  AK-MESSAGE         PIC X(40).
       01  WS-ACK-ACCEPTED    PIC 9(5) VALUE 0.
       01  WS-ACK-REJECTED    PIC 9(5) VALUE 0.
       01  WS-ACK-UNMATCHED   PIC 9(5) VALUE 0.

       01  WS-SENT-CNT        PIC 9(5) VALUE 0.
       01  WS-ACCEPTED-CNT    PIC 9(5) VALUE 0.
       01  WS-REJECTED-CNT    PIC 9(5) VALUE 0.
       01  WS-LAST-BATCH      PIC X(14) VALUE SPACES.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).

       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- a build or an acknowledgment rewrites
      *> union_register.csv.
           MOVE 'UnionCatalog' TO WS-ERRLOG-PROGRAM
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
           ACCEPT WS-NOW-TIME FROM TIME
           STRING SYS-DATE DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> take in whatever the catalogue has answered, then send.
           IF USER-CHOICE = 99
               PERFORM IMPORT-ACKNOWLEDGMENT
               PERFORM BUILD-CONTRIBUTION
               GO TO ENDER
           END-IF

           PERFORM ACCEPT-OPERATOR-ID
           MOVE 'N' TO WS-DONE
           PERFORM UNION-MENU THRU UNION-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       UNION-MENU.
           DISPLAY "=============================="
           DISPLAY "   ""UNION CATALOGUE HOLDINGS""  "
           DISPLAY "=============================="
           DISPLAY "1) Build and send the changes"
           DISPLAY "2) Import the acknowledgment"
           DISPLAY "3) Contribution status"
           DISPLAY "4) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM BUILD-CONTRIBUTION
              WHEN 2
                  PERFORM IMPORT-ACKNOWLEDGMENT
              WHEN 3
                  PERFORM SHOW-STATUS
              WHEN 4
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       UNION-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Today's holdings against the register: a feed row for each
      *> difference, the register and title map brought up to what
      *> has now been sent.
       BUILD-CONTRIBUTION.
           MOVE 0 TO WS-ADDS
           MOVE 0 TO WS-CHANGES
           MOVE 0 TO WS-DELETES
           MOVE 0 TO WS-RESENDS
           MOVE 0 TO WS-FEED-SEQ
           PERFORM LOAD-BOOK-FILE
           IF BK-CNT = 0
               DISPLAY "No books on file -- nothing to contribute."
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-HOLDINGS
           PERFORM LOAD-REGISTER
           IF WS-REG-OVERFLOW = 'Y'
               DISPLAY "union_register.csv is over 2000 rows -- "
                   "feed not built."
               MOVE 'union_register.csv over capacity'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
      *> Batch ids only ever go up -- an acknowledgment must never
      *> match two batches.
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-CNT
               IF RG-BATCH(RG-IDX) NOT < WS-BATCH-ID
                   AND RG-BATCH(RG-IDX) IS NUMERIC
                   MOVE RG-BATCH(RG-IDX) TO WS-BATCH-NUM
                   ADD 1 TO WS-BATCH-NUM
                   MOVE WS-BATCH-NUM TO WS-BATCH-ID
               END-IF
           END-PERFORM
           PERFORM LOAD-TITLE-MAP
           PERFORM BUILD-HOLDINGS

           OPEN OUTPUT FEED-FILE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-CNT
               PERFORM COMPARE-REGISTER-ROW
           END-PERFORM
           PERFORM VARYING HL-IDX FROM 1 BY 1 UNTIL HL-IDX > HL-CNT
               IF HL-SEEN(HL-IDX) = 'N'
                   PERFORM ADD-NEW-HOLDING
               END-IF
           END-PERFORM
           CLOSE FEED-FILE

           PERFORM REWRITE-REGISTER
           PERFORM REWRITE-TITLE-MAP

           IF WS-FEED-SEQ > 0
               MOVE "UNIONCAT" TO WS-AUDIT-ENTITY-TYPE
               MOVE "FEED" TO WS-AUDIT-ENTITY-ID
               MOVE SPACES TO WS-AUDIT-OLD-STATUS
               MOVE WS-BATCH-ID(1:10) TO WS-AUDIT-NEW-STATUS
               PERFORM WRITE-AUDIT
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "Union catalogue contribution " WS-BATCH-ID
           DISPLAY "  Holdings on file   : " HL-CNT
           DISPLAY "  Added              : " WS-ADDS
           DISPLAY "  Changed            : " WS-CHANGES
           DISPLAY "  Deleted            : " WS-DELETES
           DISPLAY "  (resent after rejection: " WS-RESENDS ")"
           DISPLAY "  ISBN exceptions    : " WS-EXCEPTIONS
           IF WS-FEED-SEQ = 0
               DISPLAY "No changes since the last contribution -- "
                   "nothing to send."
           ELSE
               DISPLAY "Send union_feed.csv (" WS-FEED-SEQ
                   " row(s)) to the union catalogue."
           END-IF
           IF WS-EXCEPTIONS > 0
               DISPLAY "Titles not sent for want of a valid ISBN: "
                   "see union_exceptions.csv."
           END-IF
           DISPLAY "-----------------------------------".

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
                           MOVE SPACES TO BOOK-ENTRY(BK-CNT)
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BK-CNT), BK-NAME(BK-CNT),
                                    BK-AUTHOR(BK-CNT),
                                    BK-COUNT(BK-CNT),
                                    BK-GENRE(BK-CNT),
                                    BK-STATUS(BK-CNT),
                                    BK-ISBN(BK-CNT),
                                    BK-BRANCH(BK-CNT)
                           IF FUNCTION TRIM(BK-STATUS(BK-CNT)) = SPACE
                               MOVE "ACTIVE" TO BK-STATUS(BK-CNT)
                           END-IF
                           IF FUNCTION TRIM(BK-BRANCH(BK-CNT)) = SPACE
                               MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                           END-IF
                           MOVE 'N' TO BK-HAS-COPY(BK-CNT)
                           MOVE 0 TO BK-HOLDING(BK-CNT)
                           MOVE BK-ISBN(BK-CNT) TO WS-ISBN-IN
                           PERFORM CHECK-ISBN
                           MOVE WS-ISBN-OUT TO BK-ISBN13(BK-CNT)
                           MOVE WS-ISBN-WHY TO BK-ISBN-WHY(BK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> Copies we still own -- the lost, missing, retired, withdrawn
      *> and sale-table ones are gone from the shelf for good. A
      *> title with no copy rows at all falls back to book_count, as
      *> CatalogExport does.
       COUNT-HOLDINGS.
           MOVE 'N' TO FILE-END
           OPEN INPUT COPY-FILE
           IF WS-COPY-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ COPY-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO CP-STATUS
                           UNSTRING COPY-REC DELIMITED BY ","
                               INTO CP-BOOK-ID, CP-COPY-ID,
                                    CP-BARCODE, CP-CONDITION,
                                    CP-STATUS
                           PERFORM COUNT-ONE-COPY
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
           END-IF
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-HAS-COPY(BK-IDX) = 'N'
                   AND FUNCTION TRIM(BK-COUNT(BK-IDX)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(BK-COUNT(BK-IDX))
                       TO BK-HOLDING(BK-IDX)
               END-IF
           END-PERFORM.

       COUNT-ONE-COPY.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = CP-BOOK-ID
                   MOVE 'Y' TO BK-HAS-COPY(BK-IDX)
                   EVALUATE FUNCTION TRIM(CP-STATUS)
                       WHEN "LOST"
                       WHEN "MISSING"
                       WHEN "RETIRED"
                       WHEN "WITHDRAWN"
                       WHEN "FORSALE"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO BK-HOLDING(BK-IDX)
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Titles we hold, summed by ISBN and branch -- two records of
      *> one ISBN at a branch (TitleMerge's duplicates) make one
      *> holding. A held title without a usable ISBN is an exception.
       BUILD-HOLDINGS.
           MOVE 0 TO HL-CNT
           MOVE 0 TO WS-EXCEPTIONS
           OPEN OUTPUT EXCEPT-FILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF FUNCTION TRIM(BK-STATUS(BK-IDX)) NOT = "WITHDRAWN"
                   AND BK-HOLDING(BK-IDX) > 0
                   IF BK-ISBN13(BK-IDX) = SPACES
                       PERFORM WRITE-EXCEPTION-ROW
                   ELSE
                       PERFORM ADD-TO-HOLDING
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXCEPT-FILE.

       ADD-TO-HOLDING.
           MOVE 0 TO HL-MATCH
           PERFORM VARYING HL-IDX FROM 1 BY 1 UNTIL HL-IDX > HL-CNT
               IF HL-ISBN(HL-IDX) = BK-ISBN13(BK-IDX)
                   AND HL-BRANCH(HL-IDX) = BK-BRANCH(BK-IDX)
                   MOVE HL-IDX TO HL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF HL-MATCH = 0
               IF HL-CNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HL-CNT
               MOVE HL-CNT TO HL-MATCH
               MOVE BK-ISBN13(BK-IDX) TO HL-ISBN(HL-MATCH)
               MOVE BK-BRANCH(BK-IDX) TO HL-BRANCH(HL-MATCH)
               MOVE 0 TO HL-COUNT(HL-MATCH)
               MOVE 'N' TO HL-SEEN(HL-MATCH)
           END-IF
           ADD BK-HOLDING(BK-IDX) TO HL-COUNT(HL-MATCH).

       WRITE-EXCEPTION-ROW.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO EXCEPT-REC
           STRING BK-ID(BK-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-NAME(BK-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-BRANCH(BK-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-ISBN(BK-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(BK-ISBN-WHY(BK-IDX))
                      DELIMITED BY SIZE
               INTO EXCEPT-REC
           WRITE EXCEPT-REC.

      *-----------------------------------------------------------------
      *> One register row against today: what the catalogue has for
      *> it decides whether anything needs sending.
       COMPARE-REGISTER-ROW.
           MOVE 'Y' TO RG-KEEP(RG-IDX)
           EVALUATE TRUE
               WHEN RG-STATUS(RG-IDX) NOT = "REJECTED"
                   IF RG-ACTION(RG-IDX) = "DELETE"
                       MOVE 'N' TO WS-CAT-HAS
                   ELSE
                       MOVE 'Y' TO WS-CAT-HAS
                   END-IF
               WHEN RG-ACTION(RG-IDX) = "ADD"
                   MOVE 'N' TO WS-CAT-HAS
               WHEN OTHER
                   MOVE '?' TO WS-CAT-HAS
           END-EVALUATE

           MOVE 0 TO HL-MATCH
           PERFORM VARYING HL-IDX FROM 1 BY 1 UNTIL HL-IDX > HL-CNT
               IF HL-ISBN(HL-IDX) = RG-ISBN(RG-IDX)
                   AND HL-BRANCH(HL-IDX) = RG-BRANCH(RG-IDX)
                   MOVE HL-IDX TO HL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ACTION
           IF HL-MATCH > 0
               MOVE 'Y' TO HL-SEEN(HL-MATCH)
               EVALUATE WS-CAT-HAS
                   WHEN 'N'
                       MOVE "ADD" TO WS-ACTION
                       IF RG-STATUS(RG-IDX) = "REJECTED"
                           MOVE "RESEND" TO WS-REASON
                       ELSE
                           MOVE HL-MATCH TO HL-IDX
                           PERFORM FIND-ADD-REASON
                       END-IF
                   WHEN '?'
                       MOVE "CHANGE" TO WS-ACTION
                       MOVE "RESEND" TO WS-REASON
                   WHEN OTHER
                       IF HL-COUNT(HL-MATCH) NOT = RG-COUNT(RG-IDX)
                           MOVE "CHANGE" TO WS-ACTION
                           MOVE "COUNT" TO WS-REASON
                       END-IF
               END-EVALUATE
               IF WS-ACTION NOT = SPACES
                   MOVE HL-COUNT(HL-MATCH) TO RG-COUNT(RG-IDX)
               END-IF
           ELSE
               EVALUATE WS-CAT-HAS
                   WHEN 'N'
      *> Nothing there and nothing to send -- a DELETE still
      *> waiting on its acknowledgment is kept to be answered.
                       IF RG-STATUS(RG-IDX) NOT = "SENT"
                           MOVE 'N' TO RG-KEEP(RG-IDX)
                       END-IF
                   WHEN OTHER
                       MOVE "DELETE" TO WS-ACTION
                       IF RG-STATUS(RG-IDX) = "REJECTED"
                           AND RG-ACTION(RG-IDX) = "DELETE"
                           MOVE "RESEND" TO WS-REASON
                       ELSE
                           PERFORM FIND-DELETE-REASON
                       END-IF
                       MOVE 0 TO RG-COUNT(RG-IDX)
               END-EVALUATE
           END-IF

           IF WS-ACTION NOT = SPACES
               MOVE WS-ACTION TO RG-ACTION(RG-IDX)
               MOVE WS-BATCH-ID TO RG-BATCH(RG-IDX)
               MOVE WS-TODAY-DISPLAY TO RG-DATE(RG-IDX)
               MOVE "SENT" TO RG-STATUS(RG-IDX)
               MOVE SPACES TO RG-MESSAGE(RG-IDX)
               MOVE RG-ISBN(RG-IDX) TO WS-ISBN-OUT
               MOVE RG-BRANCH(RG-IDX) TO WS-FEED-BRANCH
               MOVE RG-COUNT(RG-IDX) TO WS-COPIES-ED
               PERFORM WRITE-FEED-ROW
           END-IF.

      *-----------------------------------------------------------------
      *> A holding the register has never seen.
       ADD-NEW-HOLDING.
           IF RG-CNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RG-CNT
           MOVE HL-ISBN(HL-IDX) TO RG-ISBN(RG-CNT)
           MOVE HL-BRANCH(HL-IDX) TO RG-BRANCH(RG-CNT)
           MOVE HL-COUNT(HL-IDX) TO RG-COUNT(RG-CNT)
           MOVE "ADD" TO RG-ACTION(RG-CNT)
           MOVE WS-BATCH-ID TO RG-BATCH(RG-CNT)
           MOVE WS-TODAY-DISPLAY TO RG-DATE(RG-CNT)
           MOVE "SENT" TO RG-STATUS(RG-CNT)
           MOVE SPACES TO RG-MESSAGE(RG-CNT)
           MOVE 'Y' TO RG-KEEP(RG-CNT)
           PERFORM FIND-ADD-REASON
           MOVE "ADD" TO WS-ACTION
           MOVE HL-ISBN(HL-IDX) TO WS-ISBN-OUT
           MOVE HL-BRANCH(HL-IDX) TO WS-FEED-BRANCH
           MOVE HL-COUNT(HL-IDX) TO WS-COPIES-ED
           PERFORM WRITE-FEED-ROW.

      *-----------------------------------------------------------------
      *> Why holding HL-IDX is new: one of its titles was last sent
      *> under another ISBN or from another branch, or it is simply
      *> new stock.
       FIND-ADD-REASON.
           MOVE "NEW" TO WS-REASON
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ISBN13(BK-IDX) = HL-ISBN(HL-IDX)
                   AND BK-BRANCH(BK-IDX) = HL-BRANCH(HL-IDX)
                   AND FUNCTION TRIM(BK-STATUS(BK-IDX))
                       NOT = "WITHDRAWN"
                   PERFORM FIND-MAP-ROW
                   IF MP-MATCH > 0
                       IF MP-ISBN(MP-MATCH) NOT = HL-ISBN(HL-IDX)
                           MOVE "ISBN-CORRECTED" TO WS-REASON
                           EXIT PERFORM
                       END-IF
                       IF MP-BRANCH(MP-MATCH) NOT = HL-BRANCH(HL-IDX)
                           MOVE "TRANSFERRED" TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Why register row RG-IDX is gone, from the titles that made
      *> it up last time. A merge outranks a correction, a correction
      *> a withdrawal, and so on down to the copies simply running
      *> out.
       FIND-DELETE-REASON.
           MOVE "NO-STOCK" TO WS-REASON
           PERFORM VARYING MP-IDX FROM 1 BY 1 UNTIL MP-IDX > MP-CNT
               IF MP-ISBN(MP-IDX) = RG-ISBN(RG-IDX)
                   AND MP-BRANCH(MP-IDX) = RG-BRANCH(RG-IDX)
                   PERFORM CLASSIFY-GONE-TITLE
               END-IF
           END-PERFORM.

       CLASSIFY-GONE-TITLE.
           MOVE 0 TO BK-MATCH
           PERFORM VARYING BK-JDX FROM 1 BY 1 UNTIL BK-JDX > BK-CNT
               IF BK-ID(BK-JDX) = MP-BOOK(MP-IDX)
                   MOVE BK-JDX TO BK-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BK-MATCH = 0
                   PERFORM NOTE-WITHDRAWN
               WHEN FUNCTION TRIM(BK-STATUS(BK-MATCH)) = "WITHDRAWN"
      *> Retired by TitleMerge when a live title carries its ISBN.
                   PERFORM VARYING BK-JDX FROM 1 BY 1
                       UNTIL BK-JDX > BK-CNT
                       IF BK-JDX NOT = BK-MATCH
                           AND BK-ISBN13(BK-JDX) = RG-ISBN(RG-IDX)
                           AND FUNCTION TRIM(BK-STATUS(BK-JDX))
                               NOT = "WITHDRAWN"
                           MOVE "MERGED" TO WS-REASON
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   PERFORM NOTE-WITHDRAWN
               WHEN BK-ISBN13(BK-MATCH) NOT = RG-ISBN(RG-IDX)
                   IF WS-REASON NOT = "MERGED"
                       MOVE "ISBN-CORRECTED" TO WS-REASON
                   END-IF
               WHEN BK-BRANCH(BK-MATCH) NOT = RG-BRANCH(RG-IDX)
                   IF WS-REASON = "NO-STOCK"
                       MOVE "TRANSFERRED" TO WS-REASON
                   END-IF
           END-EVALUATE.

       NOTE-WITHDRAWN.
           IF WS-REASON = "NO-STOCK" OR WS-REASON = "TRANSFERRED"
               MOVE "WITHDRAWN" TO WS-REASON
           END-IF.

       FIND-MAP-ROW.
           MOVE 0 TO MP-MATCH
           PERFORM VARYING MP-IDX FROM 1 BY 1 UNTIL MP-IDX > MP-CNT
               IF MP-BOOK(MP-IDX) = BK-ID(BK-IDX)
                   MOVE MP-IDX TO MP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> batch,sequence,action,ISBN,branch,copies,reason
       WRITE-FEED-ROW.
           ADD 1 TO WS-FEED-SEQ
           EVALUATE WS-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-ADDS
               WHEN "CHANGE"
                   ADD 1 TO WS-CHANGES
               WHEN OTHER
                   ADD 1 TO WS-DELETES
           END-EVALUATE
           IF WS-REASON = "RESEND"
               ADD 1 TO WS-RESENDS
           END-IF
           MOVE SPACES TO FEED-REC
           STRING WS-BATCH-ID DELIMITED BY SIZE ","
                  WS-FEED-SEQ DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE ","
                  WS-ISBN-OUT DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-FEED-BRANCH) DELIMITED BY SIZE ","
                  WS-COPIES-ED DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
               INTO FEED-REC
           WRITE FEED-REC.

      *-----------------------------------------------------------------
      *> The catalogue's answer, row by row, onto the register rows
      *> of the batch it answers. A row since superseded by a later
      *> batch is left alone.
       IMPORT-ACKNOWLEDGMENT.
           MOVE 0 TO WS-ACK-ACCEPTED
           MOVE 0 TO WS-ACK-REJECTED
           MOVE 0 TO WS-ACK-UNMATCHED
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "No union_ack.csv found -- nothing to import."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-REGISTER
           IF WS-REG-OVERFLOW = 'Y'
               CLOSE ACK-FILE
               DISPLAY "union_register.csv is over 2000 rows -- "
                   "acknowledgment not imported."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ ACK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO AK-RESULT
                       MOVE SPACES TO AK-MESSAGE
                       UNSTRING ACK-REC DELIMITED BY ","
                           INTO AK-BATCH, AK-SEQ, AK-ISBN, AK-BRANCH,
                                AK-RESULT, AK-MESSAGE
                       IF FUNCTION TRIM(AK-ISBN) NOT = SPACE
                           PERFORM APPLY-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-CNT
               MOVE 'Y' TO RG-KEEP(RG-IDX)
           END-PERFORM
           PERFORM REWRITE-REGISTER

           MOVE "UNIONCAT" TO WS-AUDIT-ENTITY-TYPE
           MOVE "ACK" TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "IMPORTED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT

           DISPLAY "-----------------------------------"
           DISPLAY "Acknowledgment import: " WS-ACK-ACCEPTED
               " accepted, " WS-ACK-REJECTED " rejected, "
               WS-ACK-UNMATCHED " not matched."
           IF WS-ACK-REJECTED > 0
               DISPLAY "Rejected rows go again with the next build."
           END-IF
           DISPLAY "-----------------------------------".

       APPLY-ONE-ACK.
           MOVE 0 TO RG-MATCH
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-CNT
               IF RG-ISBN(RG-IDX) = AK-ISBN
                   AND RG-BRANCH(RG-IDX) = AK-BRANCH
                   AND RG-BATCH(RG-IDX) = AK-BATCH
                   MOVE RG-IDX TO RG-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RG-MATCH = 0
               ADD 1 TO WS-ACK-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(AK-RESULT) TO AK-RESULT
           IF AK-RESULT(1:1) = "R"
               MOVE "REJECTED" TO RG-STATUS(RG-MATCH)
               MOVE AK-MESSAGE TO RG-MESSAGE(RG-MATCH)
               ADD 1 TO WS-ACK-REJECTED
           ELSE
               MOVE "ACCEPTED" TO RG-STATUS(RG-MATCH)
               MOVE SPACES TO RG-MESSAGE(RG-MATCH)
               ADD 1 TO WS-ACK-ACCEPTED
           END-IF.

      *-----------------------------------------------------------------
       SHOW-STATUS.
           PERFORM LOAD-REGISTER
           MOVE 0 TO WS-SENT-CNT
           MOVE 0 TO WS-ACCEPTED-CNT
           MOVE 0 TO WS-REJECTED-CNT
           MOVE SPACES TO WS-LAST-BATCH
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-CNT
               EVALUATE RG-STATUS(RG-IDX)
                   WHEN "SENT"
                       ADD 1 TO WS-SENT-CNT
                   WHEN "ACCEPTED"
                       ADD 1 TO WS-ACCEPTED-CNT
                   WHEN "REJECTED"
                       ADD 1 TO WS-REJECTED-CNT
               END-EVALUATE
               IF RG-BATCH(RG-IDX) > WS-LAST-BATCH
                   MOVE RG-BATCH(RG-IDX) TO WS-LAST-BATCH
               END-IF
           END-PERFORM
           DISPLAY "-----------------------------------"
           IF RG-CNT = 0
               DISPLAY "Nothing has been sent to the union catalogue."
               DISPLAY "-----------------------------------"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Last batch sent        : " WS-LAST-BATCH
           DISPLAY "Awaiting acknowledgment: " WS-SENT-CNT
           DISPLAY "Accepted               : " WS-ACCEPTED-CNT
           DISPLAY "Rejected (to resend)   : " WS-REJECTED-CNT
           IF WS-REJECTED-CNT > 0
               DISPLAY " "
               DISPLAY "ISBN          Branch     Action Message"
               PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > RG-CNT
                   IF RG-STATUS(RG-IDX) = "REJECTED"
                       DISPLAY RG-ISBN(RG-IDX) " "
                           RG-BRANCH(RG-IDX) " "
                           RG-ACTION(RG-IDX) " "
                           FUNCTION TRIM(RG-MESSAGE(RG-IDX))
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "-----------------------------------".

      *-----------------------------------------------------------------
      *> isbn,branch,count,action,batch,date,status,message
       LOAD-REGISTER.
           MOVE 0 TO RG-CNT
           MOVE 'N' TO WS-REG-OVERFLOW
           MOVE 'N' TO FILE-END
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF RG-CNT >= 2000
                           MOVE 'Y' TO WS-REG-OVERFLOW
                           MOVE 'Y' TO FILE-END
                       ELSE
                           ADD 1 TO RG-CNT
                           MOVE SPACES TO REGISTER-ENTRY(RG-CNT)
                           MOVE SPACES TO RG-COUNT-X
                           UNSTRING REG-REC DELIMITED BY ","
                               INTO RG-ISBN(RG-CNT),
                                    RG-BRANCH(RG-CNT), RG-COUNT-X,
                                    RG-ACTION(RG-CNT),
                                    RG-BATCH(RG-CNT),
                                    RG-DATE(RG-CNT),
                                    RG-STATUS(RG-CNT),
                                    RG-MESSAGE(RG-CNT)
                           MOVE 0 TO RG-COUNT(RG-CNT)
                           IF FUNCTION TRIM(RG-COUNT-X) IS NUMERIC
                               MOVE FUNCTION NUMVAL(RG-COUNT-X)
                                   TO RG-COUNT(RG-CNT)
                           END-IF
                           MOVE 'Y' TO RG-KEEP(RG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

       REWRITE-REGISTER.
           OPEN OUTPUT REG-FILE
           PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > RG-CNT
               IF RG-KEEP(RG-IDX) = 'Y'
                   MOVE SPACES TO REG-REC
                   STRING RG-ISBN(RG-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(RG-BRANCH(RG-IDX))
                              DELIMITED BY SIZE ","
                          RG-COUNT(RG-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(RG-ACTION(RG-IDX))
                              DELIMITED BY SIZE ","
                          RG-BATCH(RG-IDX) DELIMITED BY SIZE ","
                          RG-DATE(RG-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(RG-STATUS(RG-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(RG-MESSAGE(RG-IDX))
                              DELIMITED BY SIZE
                       INTO REG-REC
                   WRITE REG-REC
               END-IF
           END-PERFORM
           CLOSE REG-FILE.

      *-----------------------------------------------------------------
      *> book,isbn,branch -- the titles behind the holdings as sent.
       LOAD-TITLE-MAP.
           MOVE 0 TO MP-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MAP-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF MP-CNT < 1000
                           ADD 1 TO MP-CNT
                           UNSTRING MAP-REC DELIMITED BY ","
                               INTO MP-BOOK(MP-CNT), MP-ISBN(MP-CNT),
                                    MP-BRANCH(MP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

       REWRITE-TITLE-MAP.
           OPEN OUTPUT MAP-FILE
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF FUNCTION TRIM(BK-STATUS(BK-IDX)) NOT = "WITHDRAWN"
                   AND BK-HOLDING(BK-IDX) > 0
                   AND BK-ISBN13(BK-IDX) NOT = SPACES
                   MOVE SPACES TO MAP-REC
                   STRING BK-ID(BK-IDX) DELIMITED BY SIZE ","
                          BK-ISBN13(BK-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(BK-BRANCH(BK-IDX))
                              DELIMITED BY SIZE
                       INTO MAP-REC
                   WRITE MAP-REC
               END-IF
           END-PERFORM
           CLOSE MAP-FILE.

      *-----------------------------------------------------------------
      *> WS-ISBN-IN as keyed (digits, dashes, spaces) -> WS-ISBN-OUT
      *> as ISBN-13, or spaces with WS-ISBN-WHY saying what is wrong.
      *> ISBN-10: weights 10 down to 1, sum divisible by 11, final
      *> X for ten. ISBN-13: weights 1 and 3 alternating, sum
      *> divisible by 10, 978 or 979 first.
       CHECK-ISBN.
           MOVE SPACES TO WS-ISBN-OUT
           MOVE SPACES TO WS-ISBN-WHY
           MOVE SPACES TO WS-ISBN-DIGITS
           MOVE 0 TO WS-ISBN-LEN
           PERFORM VARYING WS-ISBN-I FROM 1 BY 1 UNTIL WS-ISBN-I > 17
               MOVE WS-ISBN-IN(WS-ISBN-I:1) TO WS-ISBN-CHAR
               IF WS-ISBN-CHAR NOT = "-" AND WS-ISBN-CHAR NOT = SPACE
                   ADD 1 TO WS-ISBN-LEN
                   MOVE FUNCTION UPPER-CASE(WS-ISBN-CHAR)
                       TO WS-ISBN-DIGITS(WS-ISBN-LEN:1)
               END-IF
           END-PERFORM
           EVALUATE WS-ISBN-LEN
               WHEN 0
                   MOVE "NO ISBN" TO WS-ISBN-WHY
               WHEN 10
                   PERFORM CHECK-ISBN-10
               WHEN 13
                   PERFORM CHECK-ISBN-13
               WHEN OTHER
                   MOVE "BAD LENGTH" TO WS-ISBN-WHY
           END-EVALUATE.

       CHECK-ISBN-10.
           IF WS-ISBN-DIGITS(1:9) IS NOT NUMERIC
               OR (WS-ISBN-DIGITS(10:1) IS NOT NUMERIC
                   AND WS-ISBN-DIGITS(10:1) NOT = "X")
               MOVE "BAD CHARACTER" TO WS-ISBN-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ISBN-SUM
           PERFORM VARYING WS-ISBN-I FROM 1 BY 1 UNTIL WS-ISBN-I > 10
               IF WS-ISBN-DIGITS(WS-ISBN-I:1) = "X"
                   MOVE 10 TO WS-ISBN-DIGIT
               ELSE
                   MOVE WS-ISBN-DIGITS(WS-ISBN-I:1) TO WS-ISBN-DIGIT
               END-IF
               COMPUTE WS-ISBN-SUM = WS-ISBN-SUM
                   + WS-ISBN-DIGIT * (11 - WS-ISBN-I)
           END-PERFORM
           IF FUNCTION MOD(WS-ISBN-SUM, 11) NOT = 0
               MOVE "BAD CHECK DIGIT" TO WS-ISBN-WHY
               EXIT PARAGRAPH
           END-IF
      *> Same book as ISBN-13: 978, the first nine, a new check.
           MOVE SPACES TO WS-ISBN-OUT
           STRING "978" DELIMITED BY SIZE
                  WS-ISBN-DIGITS(1:9) DELIMITED BY SIZE
               INTO WS-ISBN-OUT
           MOVE 0 TO WS-ISBN-SUM
           PERFORM VARYING WS-ISBN-I FROM 1 BY 1 UNTIL WS-ISBN-I > 12
               MOVE WS-ISBN-OUT(WS-ISBN-I:1) TO WS-ISBN-DIGIT
               IF FUNCTION MOD(WS-ISBN-I, 2) = 0
                   COMPUTE WS-ISBN-SUM = WS-ISBN-SUM + WS-ISBN-DIGIT * 3
               ELSE
                   ADD WS-ISBN-DIGIT TO WS-ISBN-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-ISBN-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-ISBN-SUM, 10), 10)
           MOVE WS-ISBN-CHECK TO WS-ISBN-CHECK-X
           MOVE WS-ISBN-CHECK-X TO WS-ISBN-OUT(13:1).

       CHECK-ISBN-13.
           IF WS-ISBN-DIGITS(1:13) IS NOT NUMERIC
               MOVE "BAD CHARACTER" TO WS-ISBN-WHY
               EXIT PARAGRAPH
           END-IF
           IF WS-ISBN-DIGITS(1:3) NOT = "978"
               AND WS-ISBN-DIGITS(1:3) NOT = "979"
               MOVE "BAD PREFIX" TO WS-ISBN-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ISBN-SUM
           PERFORM VARYING WS-ISBN-I FROM 1 BY 1 UNTIL WS-ISBN-I > 13
               MOVE WS-ISBN-DIGITS(WS-ISBN-I:1) TO WS-ISBN-DIGIT
               IF FUNCTION MOD(WS-ISBN-I, 2) = 0
                   COMPUTE WS-ISBN-SUM = WS-ISBN-SUM + WS-ISBN-DIGIT * 3
               ELSE
                   ADD WS-ISBN-DIGIT TO WS-ISBN-SUM
               END-IF
           END-PERFORM
           IF FUNCTION MOD(WS-ISBN-SUM, 10) NOT = 0
               MOVE "BAD CHECK DIGIT" TO WS-ISBN-WHY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ISBN-DIGITS(1:13) TO WS-ISBN-OUT.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE "UnionCatalog" TO WS-AUDIT-PROGRAM
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter Staff/Operator ID: "
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID can't be blank!"
               ELSE
                   CALL 'OperatorCheck' USING WS-OPERATOR-ID,
                       WS-OP-VALID, WS-OP-ROLE
                   IF WS-OP-VALID = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO WS-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM UnionCatalog.
