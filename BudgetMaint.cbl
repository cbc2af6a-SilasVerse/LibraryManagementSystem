      *          The fiscal year is the calendar year of the dates
      *          on file.
      * Tectonics: cobc
      * (Updated by Silas): A budget line can be backed with money from
      *            a restricted fund (fund_ledger.csv, through
      *            FundDraw); the report shows the fund-backed part of
      *            each line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetMaint IS INITIAL.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../fund_ledger.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ACQ-REC         PIC X(120).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).
       FD  LEDGER-FILE.
       01  LEDGER-REC      PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-STATUS  PIC XX.
       01  WS-COMMIT-STATUS  PIC XX.
       01  WS-ACQ-STATUS     PIC XX.
       01  WS-BOOK-STATUS    PIC XX.
       01  WS-LEDGER-STATUS  PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
               10 BG-AMOUNT   PIC 9(9).
               10 BG-COMMITTED PIC 9(9).
               10 BG-SPENT    PIC 9(9).
               10 BG-FUNDED   PIC 9(9).
       01  BUDGET-CNT        PIC 9(3) VALUE 0.
       01  BUDGET-IDX        PIC 9(3) VALUE 0.
       01  BUDGET-MATCH-IDX  PIC 9(3) VALUE 0.
       01  AQ-COST           PIC 9(7).
       01  WS-AQ-SPEND       PIC 9(9).

      *> Restricted-fund money put behind a budget line -- FundDraw
      *> checks the fund and writes the DRAW row to fund_ledger.csv.
       01  WS-FUND-ID        PIC X(5).
       01  WS-FUND-AMOUNT    PIC 9(9).
       01  WS-FUND-SOURCE    PIC X(8) VALUE "BUDGET".
       01  WS-FUND-REF       PIC X(20).
       01  WS-FUND-RESULT    PIC X.
       01  WS-FUND-BALANCE   PIC 9(9).
       01  LG-ENTRY          PIC X(5).
       01  LG-FUND           PIC X(5).
       01  LG-DATE           PIC X(10).
       01  LG-KIND           PIC X(7).
       01  LG-AMOUNT         PIC 9(9).
       01  LG-DONOR          PIC X(5).
       01  LG-BRANCH         PIC X(10).
       01  LG-GENRE          PIC X(30).
       01  LG-SOURCE         PIC X(8).
       01  LG-REF            PIC X(20).

      *> books.csv join table: ID to genre and branch.
       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
           DISPLAY "1) List budget lines"
           DISPLAY "2) Add or change a budget line"
           DISPLAY "3) Budget vs committed vs spent report"
           DISPLAY "4) Fund a budget line from a restricted fund"
           DISPLAY "5) Done"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 3
                  PERFORM BUDGET-REPORT
              WHEN 4
                  PERFORM FUND-BUDGET-LINE
              WHEN 5
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
               UNTIL BUDGET-IDX > BUDGET-CNT
               MOVE 0 TO BG-COMMITTED(BUDGET-IDX)
               MOVE 0 TO BG-SPENT(BUDGET-IDX)
               MOVE 0 TO BG-FUNDED(BUDGET-IDX)
           END-PERFORM
           PERFORM SUM-COMMITMENTS
           PERFORM SUM-ACTUAL-SPEND
           PERFORM SUM-FUND-BACKING

           DISPLAY "=============================================="
           DISPLAY "   BUDGET vs COMMITTED vs SPENT"
                   FUNCTION TRIM(BG-GENRE(BUDGET-IDX))
               DISPLAY "   Budget    : " BG-AMOUNT(BUDGET-IDX)
                   " MMK"
               IF BG-FUNDED(BUDGET-IDX) > 0
                   DISPLAY "    from funds: " BG-FUNDED(BUDGET-IDX)
                       " MMK"
               END-IF
               DISPLAY "   Committed : " BG-COMMITTED(BUDGET-IDX)
                   " MMK"
               DISPLAY "   Spent     : " BG-SPENT(BUDGET-IDX)
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> Put restricted-fund money behind an existing budget line:
      *> FundDraw checks the line's branch and genre against the
      *> fund's restriction and the fund's balance, and on a good
      *> draw the line's amount goes up by the same figure.
       FUND-BUDGET-LINE.
           DISPLAY "Fiscal year (blank = " WS-THIS-YEAR "): "
           ACCEPT WS-YEAR-IN
           IF FUNCTION TRIM(WS-YEAR-IN) = SPACE
               MOVE WS-THIS-YEAR TO WS-YEAR-IN
           END-IF
           DISPLAY "Branch code: "
           ACCEPT WS-BRANCH-IN
           IF FUNCTION TRIM(WS-BRANCH-IN) = SPACE
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           DISPLAY "Genre: "
           ACCEPT WS-GENRE-IN
           MOVE 0 TO BUDGET-MATCH-IDX
           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-CNT
               IF BG-YEAR(BUDGET-IDX) = WS-YEAR-IN
                   AND FUNCTION TRIM(BG-BRANCH(BUDGET-IDX)) =
                       FUNCTION TRIM(WS-BRANCH-IN)
                   AND FUNCTION TRIM(BG-GENRE(BUDGET-IDX)) =
                       FUNCTION TRIM(WS-GENRE-IN)
                   MOVE BUDGET-IDX TO BUDGET-MATCH-IDX
               END-IF
           END-PERFORM
           IF BUDGET-MATCH-IDX = 0
               DISPLAY "No such budget line -- add it first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fund ID: "
           ACCEPT WS-FUND-ID
           IF WS-FUND-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount to commit from the fund (MMK): "
           PERFORM ACCEPT-AMOUNT
           MOVE FUNCTION NUMVAL(WS-AMT-X) TO WS-FUND-AMOUNT
           IF WS-FUND-AMOUNT = 0
               DISPLAY "Nothing committed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR-IN TO WS-FUND-REF
           CALL 'FundDraw' USING WS-FUND-ID, WS-FUND-AMOUNT,
               BG-BRANCH(BUDGET-MATCH-IDX), BG-GENRE(BUDGET-MATCH-IDX),
               WS-FUND-SOURCE, WS-FUND-REF, WS-FUND-RESULT,
               WS-FUND-BALANCE
           EVALUATE WS-FUND-RESULT
               WHEN 'D'
                   ADD WS-FUND-AMOUNT TO BG-AMOUNT(BUDGET-MATCH-IDX)
                   PERFORM REWRITE-BUDGET-FILE
                   DISPLAY "Committed " WS-FUND-AMOUNT " MMK from fund "
                       WS-FUND-ID "; budget line is now "
                       BG-AMOUNT(BUDGET-MATCH-IDX) " MMK."
               WHEN 'R'
                   DISPLAY "Fund " WS-FUND-ID " is restricted to "
                       "another branch or genre -- nothing committed."
               WHEN 'B'
                   DISPLAY "Fund " WS-FUND-ID " has only "
                       WS-FUND-BALANCE " MMK left -- nothing committed."
               WHEN 'C'
                   DISPLAY "Fund " WS-FUND-ID " is CLOSED -- nothing "
                       "committed."
               WHEN OTHER
                   DISPLAY "No such fund -- nothing committed."
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> BUDGET draws on fund_ledger.csv carry the fiscal year as
      *> their reference; they show as the fund-backed part of the
      *> line's amount.
       SUM-FUND-BACKING.
           MOVE 'N' TO FILE-END
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LEDGER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO LG-AMOUNT
                       MOVE SPACES TO LG-SOURCE
                       UNSTRING LEDGER-REC DELIMITED BY ","
                           INTO LG-ENTRY, LG-FUND, LG-DATE, LG-KIND,
                                LG-AMOUNT, LG-DONOR, LG-BRANCH,
                                LG-GENRE, LG-SOURCE, LG-REF
                       IF LG-AMOUNT NOT NUMERIC
                           MOVE 0 TO LG-AMOUNT
                       END-IF
                       IF FUNCTION TRIM(LG-KIND) = "DRAW"
                           AND FUNCTION TRIM(LG-SOURCE) = "BUDGET"
                           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
                               UNTIL BUDGET-IDX > BUDGET-CNT
                               IF BG-YEAR(BUDGET-IDX) = LG-REF(1:4)
                                   AND FUNCTION TRIM
                                       (BG-BRANCH(BUDGET-IDX)) =
                                       FUNCTION TRIM(LG-BRANCH)
                                   AND FUNCTION TRIM
                                       (BG-GENRE(BUDGET-IDX)) =
                                       FUNCTION TRIM(LG-GENRE)
                                   ADD LG-AMOUNT
                                       TO BG-FUNDED(BUDGET-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *-----------------------------------------------------------------
      *> Digit-by-digit amount validation into WS-AMT-X, the same
      *> check CashDrawer applies to counted amounts.
