      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Restricted-fund ledger for monetary gifts. Donations
      *          handles gifted items; cash gifts, memorial funds and
      *          grants earmarked for something specific are kept
      *          here instead of in the notebook. funds.csv holds one
      *          row per fund (id, name, type GIFT/MEMORIAL/GRANT,
      *          restricted branch, restricted genre -- blank meaning
      *          any -- purpose text, status OPEN/CLOSED), and
      *          fund_ledger.csv one row per movement:
      *            entry,fund,date,RECEIPT,amount,donor,,,tender,ref
      *            entry,fund,date,DRAW,amount,,branch,genre,source,ref
      *          A RECEIPT is a cash gift against a donors.csv donor
      *          and its entry number is the receipt number; a DRAW
      *          is written by FundDraw when PurchaseOrders or
      *          BudgetMaint commits against the fund. The ledger is
      *          append-only, like the audit trail. This screen opens
      *          and closes funds, takes cash gifts, prints the donor
      *          acknowledgment to donation_letter.txt the way
      *          Donations does for items, prints the fund balance
      *          statement for the board (fund_statement.txt) and
      *          lists every draw on a restricted fund against its
      *          restriction for the auditors (fund_audit.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FundLedger IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-FILE ASSIGN TO "../funds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../fund_ledger.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DONOR-FILE ASSIGN TO "../donors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONOR-STATUS.
           SELECT LETTER-FILE ASSIGN TO "../donation_letter.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUND-FILE.
       01  FUND-REC        PIC X(160).
       FD  LEDGER-FILE.
       01  LEDGER-REC      PIC X(160).
       FD  DONOR-FILE.
       01  DONOR-REC       PIC X(80).
       FD  LETTER-FILE.
       01  LETTER-LINE     PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FUND-STATUS    PIC XX.
       01  WS-LEDGER-STATUS  PIC XX.
       01  WS-DONOR-STATUS   PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.
       01  WS-REPORT-PATH    PIC X(40).

       01  SYS-DATE          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

      *> Funds -- rewritten in place when one is opened or closed.
      *> The IN/OUT/OPENING figures are worked out per report.
       01  FUND-TABLE.
           05 FUND-ENTRY OCCURS 200 TIMES.
               10 FD-ID       PIC X(5).
               10 FD-NAME     PIC X(30).
               10 FD-TYPE     PIC X(8).
               10 FD-BRANCH   PIC X(10).
               10 FD-GENRE    PIC X(30).
               10 FD-PURPOSE  PIC X(40).
               10 FD-STATUS   PIC X(8).
               10 FD-OPENING  PIC S9(10).
               10 FD-IN       PIC 9(10).
               10 FD-OUT      PIC 9(10).
       01  FUND-CNT          PIC 9(3) VALUE 0.
       01  FUND-IDX          PIC 9(3) VALUE 0.
       01  FUND-PICK         PIC 9(3) VALUE 0.
       01  MAX-FUND-ID       PIC 9(5) VALUE 80000.
       01  WS-FUND-ID-N      PIC 9(5).

      *> The ledger -- appended to, never rewritten.
       01  LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 2000 TIMES.
               10 LG-ENTRY    PIC X(5).
               10 LG-FUND     PIC X(5).
               10 LG-DATE     PIC X(10).
               10 LG-KIND     PIC X(7).
               10 LG-AMOUNT   PIC 9(9).
               10 LG-DONOR    PIC X(5).
               10 LG-BRANCH   PIC X(10).
               10 LG-GENRE    PIC X(30).
               10 LG-SOURCE   PIC X(8).
               10 LG-REF      PIC X(20).
       01  LEDGER-CNT        PIC 9(4) VALUE 0.
       01  LEDGER-IDX        PIC 9(4) VALUE 0.
       01  LEDGER-PICK       PIC 9(4) VALUE 0.
       01  MAX-ENTRY-ID      PIC 9(5) VALUE 0.
       01  WS-ENTRY-N        PIC 9(5).

      *> donors.csv, read only -- donors are registered in Donations.
       01  DONOR-TABLE.
           05 DONOR-ENTRY OCCURS 200 TIMES.
               10 DN-ID       PIC X(5).
               10 DN-NAME     PIC X(30).
               10 DN-CONTACT  PIC X(35).
       01  DONOR-CNT         PIC 9(3) VALUE 0.
       01  DONOR-IDX         PIC 9(3) VALUE 0.
       01  DONOR-PICK        PIC 9(3) VALUE 0.

       01  WS-PICK-X         PIC X(5).
       01  WS-NAME-IN        PIC X(30).
       01  WS-TYPE-IN        PIC X(8).
       01  WS-BRANCH-IN      PIC X(10).
       01  WS-GENRE-IN       PIC X(30).
       01  WS-PURPOSE-IN     PIC X(40).
       01  WS-TENDER-IN      PIC X(8).
       01  WS-REF-IN         PIC X(20).
       01  WS-YEAR-IN        PIC X(4).
       01  WS-ANSWER         PIC X.
       01  WS-BC-RESULT      PIC X.
       01  WS-LISTED         PIC 9(4) VALUE 0.
       01  WS-BALANCE        PIC S9(10) VALUE 0.
       01  WS-CLOSING        PIC S9(10) VALUE 0.
       01  WS-RESTRICTED-BAL PIC S9(10) VALUE 0.
       01  WS-GENERAL-BAL    PIC S9(10) VALUE 0.
       01  WS-TOTAL-IN       PIC 9(10) VALUE 0.
       01  WS-TOTAL-OUT      PIC 9(10) VALUE 0.
       01  WS-OUTSIDE        PIC 9(4) VALUE 0.
       01  WS-IN-SCOPE       PIC X.
       01  WS-RESTRICTION    PIC X(45).
       01  WS-AMT-ED         PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-SAMT-ED        PIC -Z,ZZZ,ZZZ,ZZ9.
       01  WS-SAMT-ED2       PIC -Z,ZZZ,ZZZ,ZZ9.
       01  WS-SAMT-ED3       PIC -Z,ZZZ,ZZZ,ZZ9.
       01  LETTER-DECOR      PIC X(60) VALUE ALL "*".
       01  REPORT-RULE       PIC X(80) VALUE ALL "=".

      *> Numeric-entry validation, same digit-by-digit check
      *> CashDrawer uses.
       01  WS-AMT-X          PIC X(9).
       01  WS-AMT-VALID      PIC X VALUE 'N'.
       01  WS-AMT-CHAR       PIC X.
       01  WS-AMT-I          PIC 9(2).
       01  WS-AMT-DIGITS     PIC 9(2) VALUE 0.
       01  WS-AMT-N          PIC 9(9).

       01  WS-AUDIT-PROGRAM  PIC X(20) VALUE 'FundLedger'.
       01  WS-AUDIT-ENTITY   PIC X(10).
       01  WS-AUDIT-OLD      PIC X(10).
       01  WS-AUDIT-NEW      PIC X(10).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting
      *> funds.csv or appending to the ledger.
           MOVE 'FundLedger' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-FUND-FILE
           PERFORM LOAD-LEDGER-FILE
           PERFORM LOAD-DONOR-FILE
           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM FUND-MENU THRU FUND-MENU-EXIT UNTIL WS-DONE = 'Y'
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-FUND-FILE
               DISPLAY "Fund file saved."
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       FUND-MENU.
           DISPLAY "=============================="
           DISPLAY "   RESTRICTED FUNDS"
           DISPLAY "=============================="
           DISPLAY "1) List funds and balances"
           DISPLAY "2) Open a fund"
           DISPLAY "3) Close or reopen a fund"
           DISPLAY "4) Record a cash gift"
           DISPLAY "5) Print a gift acknowledgment letter"
           DISPLAY "6) Fund balance statement"
           DISPLAY "7) Restricted-spending audit listing"
           DISPLAY "8) Done"
           DISPLAY "Enter your choice (1-8): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LIST-FUNDS
              WHEN 2
                  PERFORM OPEN-FUND
              WHEN 3
                  PERFORM TOGGLE-FUND
              WHEN 4
                  PERFORM RECORD-CASH-GIFT
              WHEN 5
                  PERFORM PRINT-GIFT-LETTER
              WHEN 6
                  PERFORM FUND-STATEMENT
              WHEN 7
                  PERFORM RESTRICTED-AUDIT
              WHEN 8
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       FUND-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       LOAD-FUND-FILE.
           MOVE 0 TO FUND-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT FUND-FILE
           IF WS-FUND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FUND-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FUND-CNT < 200
                           ADD 1 TO FUND-CNT
                           MOVE SPACES TO FUND-ENTRY(FUND-CNT)
                           UNSTRING FUND-REC DELIMITED BY ","
                               INTO FD-ID(FUND-CNT),
                                    FD-NAME(FUND-CNT),
                                    FD-TYPE(FUND-CNT),
                                    FD-BRANCH(FUND-CNT),
                                    FD-GENRE(FUND-CNT),
                                    FD-PURPOSE(FUND-CNT),
                                    FD-STATUS(FUND-CNT)
                           IF FD-ID(FUND-CNT) NUMERIC
                               MOVE FD-ID(FUND-CNT) TO WS-FUND-ID-N
                               IF WS-FUND-ID-N > MAX-FUND-ID
                                   MOVE WS-FUND-ID-N TO MAX-FUND-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUND-FILE.

      *-----------------------------------------------------------------
       REWRITE-FUND-FILE.
           OPEN OUTPUT FUND-FILE
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > FUND-CNT
               MOVE SPACES TO FUND-REC
               STRING FD-ID(FUND-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(FD-NAME(FUND-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FD-TYPE(FUND-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FD-BRANCH(FUND-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FD-GENRE(FUND-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FD-PURPOSE(FUND-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FD-STATUS(FUND-IDX))
                          DELIMITED BY SIZE
                   INTO FUND-REC
               WRITE FUND-REC
           END-PERFORM
           CLOSE FUND-FILE.

      *-----------------------------------------------------------------
       LOAD-LEDGER-FILE.
           MOVE 0 TO LEDGER-CNT
           MOVE 0 TO MAX-ENTRY-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LEDGER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LEDGER-CNT < 2000
                           ADD 1 TO LEDGER-CNT
                           MOVE SPACES TO LEDGER-ENTRY(LEDGER-CNT)
                           MOVE 0 TO LG-AMOUNT(LEDGER-CNT)
                           UNSTRING LEDGER-REC DELIMITED BY ","
                               INTO LG-ENTRY(LEDGER-CNT),
                                    LG-FUND(LEDGER-CNT),
                                    LG-DATE(LEDGER-CNT),
                                    LG-KIND(LEDGER-CNT),
                                    LG-AMOUNT(LEDGER-CNT),
                                    LG-DONOR(LEDGER-CNT),
                                    LG-BRANCH(LEDGER-CNT),
                                    LG-GENRE(LEDGER-CNT),
                                    LG-SOURCE(LEDGER-CNT),
                                    LG-REF(LEDGER-CNT)
                           IF LG-AMOUNT(LEDGER-CNT) NOT NUMERIC
                               MOVE 0 TO LG-AMOUNT(LEDGER-CNT)
                           END-IF
                           IF LG-ENTRY(LEDGER-CNT) NUMERIC
                               MOVE LG-ENTRY(LEDGER-CNT)
                                   TO WS-ENTRY-N
                               IF WS-ENTRY-N > MAX-ENTRY-ID
                                   MOVE WS-ENTRY-N TO MAX-ENTRY-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *-----------------------------------------------------------------
       LOAD-DONOR-FILE.
           MOVE 0 TO DONOR-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DONOR-FILE
           IF WS-DONOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DONOR-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DONOR-CNT < 200
                           ADD 1 TO DONOR-CNT
                           UNSTRING DONOR-REC DELIMITED BY ","
                               INTO DN-ID(DONOR-CNT),
                                    DN-NAME(DONOR-CNT),
                                    DN-CONTACT(DONOR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DONOR-FILE.

      *-----------------------------------------------------------------
      *> Receipts in and draws out per fund, split at the start of
      *> WS-YEAR-IN: anything dated earlier is the opening balance.
      *> A blank year puts everything into IN/OUT.
       SUM-FUND-MOVEMENTS.
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > FUND-CNT
               MOVE 0 TO FD-OPENING(FUND-IDX)
               MOVE 0 TO FD-IN(FUND-IDX)
               MOVE 0 TO FD-OUT(FUND-IDX)
           END-PERFORM
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-CNT
               PERFORM VARYING FUND-IDX FROM 1 BY 1
                   UNTIL FUND-IDX > FUND-CNT
                   IF FD-ID(FUND-IDX) = LG-FUND(LEDGER-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FUND-IDX <= FUND-CNT
                   IF FUNCTION TRIM(WS-YEAR-IN) NOT = SPACE
                       AND LG-DATE(LEDGER-IDX)(7:4) < WS-YEAR-IN
                       IF LG-KIND(LEDGER-IDX) = "RECEIPT"
                           ADD LG-AMOUNT(LEDGER-IDX)
                               TO FD-OPENING(FUND-IDX)
                       ELSE
                           SUBTRACT LG-AMOUNT(LEDGER-IDX)
                               FROM FD-OPENING(FUND-IDX)
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(WS-YEAR-IN) = SPACE
                           OR LG-DATE(LEDGER-IDX)(7:4) = WS-YEAR-IN
                           IF LG-KIND(LEDGER-IDX) = "RECEIPT"
                               ADD LG-AMOUNT(LEDGER-IDX)
                                   TO FD-IN(FUND-IDX)
                           ELSE
                               ADD LG-AMOUNT(LEDGER-IDX)
                                   TO FD-OUT(FUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> "NORTH / Children" style text for a fund's restriction.
       BUILD-RESTRICTION.
           MOVE SPACES TO WS-RESTRICTION
           IF FD-BRANCH(FUND-IDX) = SPACES
               AND FD-GENRE(FUND-IDX) = SPACES
               MOVE "Unrestricted" TO WS-RESTRICTION
               EXIT PARAGRAPH
           END-IF
           IF FD-BRANCH(FUND-IDX) = SPACES
               STRING "Any branch / " DELIMITED BY SIZE
                      FUNCTION TRIM(FD-GENRE(FUND-IDX))
                          DELIMITED BY SIZE
                   INTO WS-RESTRICTION
           ELSE
               IF FD-GENRE(FUND-IDX) = SPACES
                   STRING FUNCTION TRIM(FD-BRANCH(FUND-IDX))
                              DELIMITED BY SIZE
                          " / any genre" DELIMITED BY SIZE
                       INTO WS-RESTRICTION
               ELSE
                   STRING FUNCTION TRIM(FD-BRANCH(FUND-IDX))
                              DELIMITED BY SIZE
                          " / " DELIMITED BY SIZE
                          FUNCTION TRIM(FD-GENRE(FUND-IDX))
                              DELIMITED BY SIZE
                       INTO WS-RESTRICTION
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       LIST-FUNDS.
           IF FUND-CNT = 0
               DISPLAY "No funds on file."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-YEAR-IN
           PERFORM SUM-FUND-MOVEMENTS
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > FUND-CNT
               PERFORM BUILD-RESTRICTION
               COMPUTE WS-BALANCE = FD-IN(FUND-IDX)
                   - FD-OUT(FUND-IDX)
               MOVE WS-BALANCE TO WS-SAMT-ED
               DISPLAY FD-ID(FUND-IDX) " "
                   FD-NAME(FUND-IDX) " "
                   FD-TYPE(FUND-IDX) " "
                   FD-STATUS(FUND-IDX) " balance "
                   WS-SAMT-ED " MMK"
               DISPLAY "      " FUNCTION TRIM(WS-RESTRICTION) " -- "
                   FUNCTION TRIM(FD-PURPOSE(FUND-IDX))
           END-PERFORM.

      *-----------------------------------------------------------------
       PICK-FUND.
           MOVE 0 TO FUND-PICK
           IF FUND-CNT = 0
               DISPLAY "No funds on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fund ID: "
           ACCEPT WS-PICK-X
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > FUND-CNT
               IF FUNCTION TRIM(FD-ID(FUND-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE FUND-IDX TO FUND-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FUND-PICK = 0
               DISPLAY "No such fund."
           END-IF.

      *-----------------------------------------------------------------
      *> The restriction is a branch and/or a genre; the branch goes
      *> through BranchCheck like every other branch code taken in.
       OPEN-FUND.
           IF FUND-CNT >= 200
               DISPLAY "Fund table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fund name (no commas): "
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fund type GIFT/MEMORIAL/GRANT: "
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           IF WS-TYPE-IN NOT = "GIFT" AND
               WS-TYPE-IN NOT = "MEMORIAL" AND
               WS-TYPE-IN NOT = "GRANT"
               DISPLAY "Use GIFT, MEMORIAL or GRANT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Restricted to branch (blank = any): "
           ACCEPT WS-BRANCH-IN
           IF WS-BRANCH-IN NOT = SPACES
               CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BC-RESULT
               IF WS-BC-RESULT = 'N' OR WS-BC-RESULT = 'C'
                   DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH-IN)
                       " is not an open branch."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN)
                   TO WS-BRANCH-IN
           END-IF
           DISPLAY "Restricted to genre (blank = any): "
           ACCEPT WS-GENRE-IN
           DISPLAY "Purpose as the donor gave it (no commas): "
           ACCEPT WS-PURPOSE-IN

           ADD 1 TO MAX-FUND-ID
           ADD 1 TO FUND-CNT
           MOVE SPACES TO FUND-ENTRY(FUND-CNT)
           MOVE MAX-FUND-ID TO WS-FUND-ID-N
           MOVE WS-FUND-ID-N TO FD-ID(FUND-CNT)
           MOVE WS-NAME-IN TO FD-NAME(FUND-CNT)
           MOVE WS-TYPE-IN TO FD-TYPE(FUND-CNT)
           MOVE WS-BRANCH-IN TO FD-BRANCH(FUND-CNT)
           MOVE WS-GENRE-IN TO FD-GENRE(FUND-CNT)
           MOVE WS-PURPOSE-IN TO FD-PURPOSE(FUND-CNT)
           MOVE "OPEN" TO FD-STATUS(FUND-CNT)
           MOVE 'Y' TO WS-CHANGED
           MOVE "FUND" TO WS-AUDIT-ENTITY
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE "OPEN" TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               FD-ID(FUND-CNT), WS-AUDIT-OLD, WS-AUDIT-NEW
           DISPLAY "Fund " FD-ID(FUND-CNT) " opened.".

      *-----------------------------------------------------------------
      *> A CLOSED fund takes no more gifts and FundDraw refuses to
      *> draw on it; its history stays on the ledger.
       TOGGLE-FUND.
           PERFORM LIST-FUNDS
           PERFORM PICK-FUND
           IF FUND-PICK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FD-STATUS(FUND-PICK) TO WS-AUDIT-OLD
           IF FD-STATUS(FUND-PICK) = "CLOSED"
               MOVE "OPEN" TO FD-STATUS(FUND-PICK)
           ELSE
               MOVE "CLOSED" TO FD-STATUS(FUND-PICK)
           END-IF
           MOVE FD-STATUS(FUND-PICK) TO WS-AUDIT-NEW
           MOVE "FUND" TO WS-AUDIT-ENTITY
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               FD-ID(FUND-PICK), WS-AUDIT-OLD, WS-AUDIT-NEW
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Fund " FD-ID(FUND-PICK) " is now "
               FUNCTION TRIM(FD-STATUS(FUND-PICK)) ".".

      *-----------------------------------------------------------------
      *> A cash gift against a registered donor. The ledger entry
      *> number is the receipt number quoted on the letter.
       RECORD-CASH-GIFT.
           IF DONOR-CNT = 0
               DISPLAY "No donors on file -- register the donor "
                   "in Donations first."
               EXIT PARAGRAPH
           END-IF
           IF LEDGER-CNT >= 2000
               DISPLAY "Fund ledger table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Donor ID: "
           ACCEPT WS-PICK-X
           MOVE 0 TO DONOR-PICK
           PERFORM VARYING DONOR-IDX FROM 1 BY 1
               UNTIL DONOR-IDX > DONOR-CNT
               IF FUNCTION TRIM(DN-ID(DONOR-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE DONOR-IDX TO DONOR-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DONOR-PICK = 0
               DISPLAY "No such donor -- register the donor in "
                   "Donations first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Donor: " FUNCTION TRIM(DN-NAME(DONOR-PICK))

           PERFORM PICK-FUND
           IF FUND-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF FD-STATUS(FUND-PICK) = "CLOSED"
               DISPLAY "Fund " FD-ID(FUND-PICK) " is CLOSED."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Amount received (MMK): "
           PERFORM ACCEPT-AMOUNT
           MOVE FUNCTION NUMVAL(WS-AMT-X) TO WS-AMT-N
           IF WS-AMT-N = 0
               DISPLAY "Nothing recorded."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tender CASH/CHEQUE/TRANSFER: "
           ACCEPT WS-TENDER-IN
           MOVE FUNCTION UPPER-CASE(WS-TENDER-IN) TO WS-TENDER-IN
           IF WS-TENDER-IN NOT = "CHEQUE" AND
               WS-TENDER-IN NOT = "TRANSFER"
               MOVE "CASH" TO WS-TENDER-IN
           END-IF
           MOVE SPACES TO WS-REF-IN
           IF WS-TENDER-IN NOT = "CASH"
               DISPLAY "Cheque or transfer reference (no commas): "
               ACCEPT WS-REF-IN
           END-IF

           ADD 1 TO MAX-ENTRY-ID
           ADD 1 TO LEDGER-CNT
           MOVE SPACES TO LEDGER-ENTRY(LEDGER-CNT)
           MOVE MAX-ENTRY-ID TO WS-ENTRY-N
           MOVE WS-ENTRY-N TO LG-ENTRY(LEDGER-CNT)
           MOVE FD-ID(FUND-PICK) TO LG-FUND(LEDGER-CNT)
           MOVE WS-TODAY-DISPLAY TO LG-DATE(LEDGER-CNT)
           MOVE "RECEIPT" TO LG-KIND(LEDGER-CNT)
           MOVE WS-AMT-N TO LG-AMOUNT(LEDGER-CNT)
           MOVE DN-ID(DONOR-PICK) TO LG-DONOR(LEDGER-CNT)
           MOVE WS-TENDER-IN TO LG-SOURCE(LEDGER-CNT)
           MOVE WS-REF-IN TO LG-REF(LEDGER-CNT)

           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-REC
           STRING LG-ENTRY(LEDGER-CNT) DELIMITED BY SIZE ","
                  LG-FUND(LEDGER-CNT) DELIMITED BY SIZE ","
                  LG-DATE(LEDGER-CNT) DELIMITED BY SIZE ","
                  "RECEIPT," DELIMITED BY SIZE
                  LG-AMOUNT(LEDGER-CNT) DELIMITED BY SIZE ","
                  LG-DONOR(LEDGER-CNT) DELIMITED BY SIZE ",,,"
                  FUNCTION TRIM(LG-SOURCE(LEDGER-CNT))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(LG-REF(LEDGER-CNT))
                      DELIMITED BY SIZE
               INTO LEDGER-REC
           WRITE LEDGER-REC
           CLOSE LEDGER-FILE

           MOVE "FUNDGIFT" TO WS-AUDIT-ENTITY
           MOVE LG-FUND(LEDGER-CNT) TO WS-AUDIT-OLD
           MOVE WS-AMT-N TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               LG-ENTRY(LEDGER-CNT), WS-AUDIT-OLD, WS-AUDIT-NEW
           DISPLAY "Gift recorded -- receipt number "
               LG-ENTRY(LEDGER-CNT) "."
           DISPLAY "Print the acknowledgment letter now? (Y/N): "
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               MOVE LEDGER-CNT TO LEDGER-PICK
               PERFORM WRITE-GIFT-LETTER
           END-IF.

      *-----------------------------------------------------------------
       PRINT-GIFT-LETTER.
           DISPLAY "Receipt number: "
           ACCEPT WS-PICK-X
           MOVE 0 TO LEDGER-PICK
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-CNT
               IF FUNCTION TRIM(LG-ENTRY(LEDGER-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   AND LG-KIND(LEDGER-IDX) = "RECEIPT"
                   MOVE LEDGER-IDX TO LEDGER-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LEDGER-PICK = 0
               DISPLAY "No such receipt."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-GIFT-LETTER.

      *-----------------------------------------------------------------
      *> Same layout as the Donations batch letter, with the amount,
      *> the fund and what the money is restricted to.
       WRITE-GIFT-LETTER.
           MOVE 0 TO DONOR-PICK
           PERFORM VARYING DONOR-IDX FROM 1 BY 1
               UNTIL DONOR-IDX > DONOR-CNT
               IF DN-ID(DONOR-IDX) = LG-DONOR(LEDGER-PICK)
                   MOVE DONOR-IDX TO DONOR-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO FUND-PICK
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > FUND-CNT
               IF FD-ID(FUND-IDX) = LG-FUND(LEDGER-PICK)
                   MOVE FUND-IDX TO FUND-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE LG-AMOUNT(LEDGER-PICK) TO WS-AMT-ED

           OPEN OUTPUT LETTER-FILE
           MOVE LETTER-DECOR TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  WITH THANKS FROM THE LIBRARY" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LETTER-DECOR TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF DONOR-PICK NOT = 0
               STRING "  Dear " DELIMITED BY SIZE
                      FUNCTION TRIM(DN-NAME(DONOR-PICK))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                   INTO LETTER-LINE
           ELSE
               MOVE "  Dear donor," TO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE "  Thank you for your generous gift of" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-ED) DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           IF FUND-PICK NOT = 0
               MOVE SPACES TO LETTER-LINE
               STRING "  to the " DELIMITED BY SIZE
                      FUNCTION TRIM(FD-NAME(FUND-PICK))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               IF FD-PURPOSE(FUND-PICK) NOT = SPACES
                   MOVE "  to be used only for:" TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM(FD-PURPOSE(FUND-PICK))
                              DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "  Received " DELIMITED BY SIZE
                  LG-DATE(LEDGER-PICK) DELIMITED BY SIZE
                  ", receipt " DELIMITED BY SIZE
                  FUNCTION TRIM(LG-ENTRY(LEDGER-PICK))
                      DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LETTER-DECOR TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE
           DISPLAY "Letter written to donation_letter.txt.".

      *-----------------------------------------------------------------
      *> The board statement: opening balance, received and drawn in
      *> the year, closing balance, per fund, with the restricted and
      *> unrestricted money totalled apart.
       FUND-STATEMENT.
           IF FUND-CNT = 0
               DISPLAY "No funds on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Statement year (YYYY, blank = "
               SYS-DATE(1:4) "): "
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN = SPACES
               MOVE SYS-DATE(1:4) TO WS-YEAR-IN
           END-IF
           PERFORM SUM-FUND-MOVEMENTS
           MOVE 0 TO WS-RESTRICTED-BAL
           MOVE 0 TO WS-GENERAL-BAL
           MOVE 0 TO WS-TOTAL-IN
           MOVE 0 TO WS-TOTAL-OUT

           MOVE "../fund_statement.txt" TO WS-REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   FUND BALANCE STATEMENT " DELIMITED BY SIZE
                  WS-YEAR-IN DELIMITED BY SIZE
                  "  (printed " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > FUND-CNT
               PERFORM BUILD-RESTRICTION
               COMPUTE WS-CLOSING = FD-OPENING(FUND-IDX)
                   + FD-IN(FUND-IDX) - FD-OUT(FUND-IDX)
               ADD FD-IN(FUND-IDX) TO WS-TOTAL-IN
               ADD FD-OUT(FUND-IDX) TO WS-TOTAL-OUT
               IF FD-BRANCH(FUND-IDX) = SPACES
                   AND FD-GENRE(FUND-IDX) = SPACES
                   ADD WS-CLOSING TO WS-GENERAL-BAL
               ELSE
                   ADD WS-CLOSING TO WS-RESTRICTED-BAL
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING FD-ID(FUND-IDX) DELIMITED BY SIZE " "
                      FD-NAME(FUND-IDX) DELIMITED BY SIZE " "
                      FD-TYPE(FUND-IDX) DELIMITED BY SIZE " "
                      FUNCTION TRIM(FD-STATUS(FUND-IDX))
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "   Restricted to: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RESTRICTION)
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE FD-OPENING(FUND-IDX) TO WS-SAMT-ED
               MOVE WS-CLOSING TO WS-SAMT-ED2
               MOVE SPACES TO REPORT-LINE
               STRING "   Opening " DELIMITED BY SIZE
                      WS-SAMT-ED DELIMITED BY SIZE
                      "   Closing " DELIMITED BY SIZE
                      WS-SAMT-ED2 DELIMITED BY SIZE
                      " MMK" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE FD-IN(FUND-IDX) TO WS-SAMT-ED
               MOVE FD-OUT(FUND-IDX) TO WS-SAMT-ED2
               MOVE SPACES TO REPORT-LINE
               STRING "   Received" DELIMITED BY SIZE
                      WS-SAMT-ED DELIMITED BY SIZE
                      "   Drawn   " DELIMITED BY SIZE
                      WS-SAMT-ED2 DELIMITED BY SIZE
                      " MMK" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-TOTAL-IN TO WS-SAMT-ED
           MOVE WS-TOTAL-OUT TO WS-SAMT-ED2
           MOVE SPACES TO REPORT-LINE
           STRING "Received in year" DELIMITED BY SIZE
                  WS-SAMT-ED DELIMITED BY SIZE
                  "   Drawn in year" DELIMITED BY SIZE
                  WS-SAMT-ED2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-RESTRICTED-BAL TO WS-SAMT-ED
           MOVE WS-GENERAL-BAL TO WS-SAMT-ED2
           COMPUTE WS-CLOSING = WS-RESTRICTED-BAL + WS-GENERAL-BAL
           MOVE WS-CLOSING TO WS-SAMT-ED3
           MOVE SPACES TO REPORT-LINE
           STRING "Held: restricted" DELIMITED BY SIZE
                  WS-SAMT-ED DELIMITED BY SIZE
                  "  unrestricted" DELIMITED BY SIZE
                  WS-SAMT-ED2 DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Total held      " DELIMITED BY SIZE
                  WS-SAMT-ED3 DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Statement written to fund_statement.txt.".

      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           WRITE REPORT-LINE.

      *-----------------------------------------------------------------
      *> For the auditors: every draw on a restricted fund, with the
      *> branch and genre it was spent on set against the fund's
      *> restriction. FundDraw refuses out-of-scope draws, so an
      *> OUTSIDE line means the ledger was edited by hand or the
      *> restriction was changed after the draw.
       RESTRICTED-AUDIT.
           MOVE SPACES TO WS-YEAR-IN
           PERFORM SUM-FUND-MOVEMENTS
           MOVE 0 TO WS-OUTSIDE
           MOVE "../fund_audit.txt" TO WS-REPORT-PATH
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   RESTRICTED FUND SPENDING  (printed "
                      DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING FUND-IDX FROM 1 BY 1
               UNTIL FUND-IDX > FUND-CNT
               IF FD-BRANCH(FUND-IDX) NOT = SPACES
                   OR FD-GENRE(FUND-IDX) NOT = SPACES
                   PERFORM AUDIT-ONE-FUND
               END-IF
           END-PERFORM
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Draws outside their fund's restriction: "
                      DELIMITED BY SIZE
                  WS-OUTSIDE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Listing written to fund_audit.txt.".

      *-----------------------------------------------------------------
       AUDIT-ONE-FUND.
           PERFORM BUILD-RESTRICTION
           MOVE FD-IN(FUND-IDX) TO WS-SAMT-ED
           MOVE FD-OUT(FUND-IDX) TO WS-SAMT-ED2
           MOVE SPACES TO REPORT-LINE
           STRING FD-ID(FUND-IDX) DELIMITED BY SIZE " "
                  FUNCTION TRIM(FD-NAME(FUND-IDX)) DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESTRICTION) DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   Given" DELIMITED BY SIZE
                  WS-SAMT-ED DELIMITED BY SIZE
                  "   Spent" DELIMITED BY SIZE
                  WS-SAMT-ED2 DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO WS-LISTED
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-CNT
               IF LG-FUND(LEDGER-IDX) = FD-ID(FUND-IDX)
                   AND LG-KIND(LEDGER-IDX) = "DRAW"
                   ADD 1 TO WS-LISTED
                   MOVE 'Y' TO WS-IN-SCOPE
                   IF FD-BRANCH(FUND-IDX) NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM
                           (FD-BRANCH(FUND-IDX))) NOT =
                           FUNCTION UPPER-CASE(FUNCTION TRIM
                           (LG-BRANCH(LEDGER-IDX)))
                       MOVE 'N' TO WS-IN-SCOPE
                   END-IF
                   IF FD-GENRE(FUND-IDX) NOT = SPACES
                       AND FUNCTION UPPER-CASE(FUNCTION TRIM
                           (FD-GENRE(FUND-IDX))) NOT =
                           FUNCTION UPPER-CASE(FUNCTION TRIM
                           (LG-GENRE(LEDGER-IDX)))
                       MOVE 'N' TO WS-IN-SCOPE
                   END-IF
                   MOVE LG-AMOUNT(LEDGER-IDX) TO WS-AMT-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "   " DELIMITED BY SIZE
                          LG-DATE(LEDGER-IDX) DELIMITED BY SIZE
                          WS-AMT-ED DELIMITED BY SIZE " "
                          FUNCTION TRIM(LG-SOURCE(LEDGER-IDX))
                              DELIMITED BY SIZE " "
                          FUNCTION TRIM(LG-REF(LEDGER-IDX))
                              DELIMITED BY SIZE " -> "
                          FUNCTION TRIM(LG-BRANCH(LEDGER-IDX))
                              DELIMITED BY SIZE "/"
                          FUNCTION TRIM(LG-GENRE(LEDGER-IDX))
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   IF WS-IN-SCOPE = 'N'
                       MOVE "OUTSIDE" TO REPORT-LINE(74:7)
                       ADD 1 TO WS-OUTSIDE
                   END-IF
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               MOVE "   No draws yet." TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *> Digit-by-digit amount validation into WS-AMT-X, the same
      *> check CashDrawer applies to counted amounts.
       ACCEPT-AMOUNT.
           MOVE 'N' TO WS-AMT-VALID
           PERFORM UNTIL WS-AMT-VALID = 'Y'
               ACCEPT WS-AMT-X
               MOVE 0 TO WS-AMT-DIGITS
               PERFORM VARYING WS-AMT-I FROM 1 BY 1
                   UNTIL WS-AMT-I > FUNCTION LENGTH(WS-AMT-X)
                   MOVE WS-AMT-X(WS-AMT-I:1) TO WS-AMT-CHAR
                   IF WS-AMT-CHAR >= "0" AND WS-AMT-CHAR <= "9"
                       ADD 1 TO WS-AMT-DIGITS
                   END-IF
               END-PERFORM
               IF WS-AMT-DIGITS NOT =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-X)) OR
                   FUNCTION LENGTH(FUNCTION TRIM(WS-AMT-X)) = 0
                   DISPLAY "Amount must be a number. Try again: "
               ELSE
                   MOVE 'Y' TO WS-AMT-VALID
               END-IF
           END-PERFORM.

       END PROGRAM FundLedger.
