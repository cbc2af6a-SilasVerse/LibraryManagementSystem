      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared drawdown against a restricted fund. FundLedger
      *          keeps the funds (funds.csv) and the cash gifts received
      *          into them (RECEIPT rows on fund_ledger.csv); when
      *          PurchaseOrders charges a PO line to a fund, or
      *          BudgetMaint puts fund money behind a budget line, they
      *          CALL this with the fund ID, the amount and the branch
      *          and genre the money is going to. The fund's restriction
      *          is checked against that branch and genre (a blank
      *          restriction means any), the available balance is
      *          worked out from the ledger, and only then is a DRAW row
      *          appended -- so every draw on file was inside the
      *          fund's purpose when it was made. Verdict:
      *            'D' -- drawn; DRAW row written
      *            'N' -- fund ID is not on funds.csv
      *            'C' -- fund is CLOSED
      *            'R' -- branch or genre is outside the restriction
      *            'B' -- not enough left in the fund
      *            'M' -- no funds.csv exists at all
      *          LF-BALANCE comes back as the balance before the draw
      *          so the caller can tell the operator what is left.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FundDraw.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FundFile ASSIGN TO '../funds.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-fund-status.
           SELECT LedgerFile ASSIGN TO '../fund_ledger.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-ledger-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  FundFile.
       01  FundRecord               PIC X(160).
       FD  LedgerFile.
       01  LedgerRecord             PIC X(160).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  ws-fund-status           PIC XX.
       01  ws-ledger-status         PIC XX.
       01  ws-eof                   PIC X VALUE 'N'.
       01  ws-found                 PIC X VALUE 'N'.

      *> One funds.csv row -- see FundLedger.
       01  ws-fd-id                 PIC X(5).
       01  ws-fd-name               PIC X(30).
       01  ws-fd-type               PIC X(8).
       01  ws-fd-branch             PIC X(10).
       01  ws-fd-genre              PIC X(30).
       01  ws-fd-purpose            PIC X(40).
       01  ws-fd-status             PIC X(8).
       01  ws-want-branch           PIC X(10).
       01  ws-want-genre            PIC X(30).

      *> One fund_ledger.csv row -- see FundLedger.
       01  ws-lg-entry              PIC X(5).
       01  ws-lg-fund               PIC X(5).
       01  ws-lg-date               PIC X(10).
       01  ws-lg-kind               PIC X(7).
       01  ws-lg-amount             PIC 9(9).
       01  ws-entry-n               PIC 9(5).
       01  ws-max-entry             PIC 9(5) VALUE 0.
       01  ws-balance               PIC S9(10) VALUE 0.

       01  ws-sys-date              PIC 9(8).
       01  ws-today                 PIC X(10).

       LINKAGE SECTION.
      *-----------------------
       01  LF-FUND-ID               PIC X(5).
       01  LF-AMOUNT                PIC 9(9).
       01  LF-BRANCH                PIC X(10).
       01  LF-GENRE                 PIC X(30).
       01  LF-SOURCE                PIC X(8).
       01  LF-REF                   PIC X(20).
       01  LF-RESULT                PIC X.
       01  LF-BALANCE               PIC 9(9).

       PROCEDURE DIVISION USING LF-FUND-ID, LF-AMOUNT, LF-BRANCH,
           LF-GENRE, LF-SOURCE, LF-REF, LF-RESULT, LF-BALANCE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE 'M' TO LF-RESULT
           MOVE 0 TO LF-BALANCE
           MOVE 'N' TO ws-found
           MOVE 'N' TO ws-eof
           OPEN INPUT FundFile
           IF ws-fund-status NOT = "00"
               GOBACK
           END-IF
           MOVE 'N' TO LF-RESULT
           PERFORM UNTIL ws-eof = 'Y'
               READ FundFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO ws-fd-status
                       UNSTRING FundRecord DELIMITED BY ","
                           INTO ws-fd-id, ws-fd-name, ws-fd-type,
                                ws-fd-branch, ws-fd-genre,
                                ws-fd-purpose, ws-fd-status
                       IF FUNCTION TRIM(ws-fd-id) =
                           FUNCTION TRIM(LF-FUND-ID)
                           MOVE 'Y' TO ws-found
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FundFile
           IF ws-found = 'N'
               GOBACK
           END-IF
           IF FUNCTION TRIM(ws-fd-status) = "CLOSED"
               MOVE 'C' TO LF-RESULT
               GOBACK
           END-IF

      *> A blank restriction is "any"; anything else has to match the
      *> branch or genre the money is going to, case-blind.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LF-BRANCH))
               TO ws-want-branch
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LF-GENRE))
               TO ws-want-genre
           IF FUNCTION TRIM(ws-fd-branch) NOT = SPACE
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(ws-fd-branch))
                   NOT = ws-want-branch
               MOVE 'R' TO LF-RESULT
               GOBACK
           END-IF
           IF FUNCTION TRIM(ws-fd-genre) NOT = SPACE
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(ws-fd-genre))
                   NOT = ws-want-genre
               MOVE 'R' TO LF-RESULT
               GOBACK
           END-IF

           PERFORM SUM-FUND-BALANCE
           IF ws-balance > 0
               MOVE ws-balance TO LF-BALANCE
           END-IF
           IF ws-balance < LF-AMOUNT
               MOVE 'B' TO LF-RESULT
               GOBACK
           END-IF

           PERFORM APPEND-DRAW
           MOVE 'D' TO LF-RESULT
           GOBACK.

      *-----------------------------------------------------------------
      *> Receipts in, draws out, for this fund; the highest entry
      *> number on file is picked up on the same pass.
       SUM-FUND-BALANCE.
           MOVE 0 TO ws-balance
           MOVE 0 TO ws-max-entry
           MOVE 'N' TO ws-eof
           OPEN INPUT LedgerFile
           IF ws-ledger-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ LedgerFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE 0 TO ws-lg-amount
                       UNSTRING LedgerRecord DELIMITED BY ","
                           INTO ws-lg-entry, ws-lg-fund, ws-lg-date,
                                ws-lg-kind, ws-lg-amount
                       IF ws-lg-entry NUMERIC
                           MOVE ws-lg-entry TO ws-entry-n
                           IF ws-entry-n > ws-max-entry
                               MOVE ws-entry-n TO ws-max-entry
                           END-IF
                       END-IF
                       IF ws-lg-amount NOT NUMERIC
                           MOVE 0 TO ws-lg-amount
                       END-IF
                       IF FUNCTION TRIM(ws-lg-fund) =
                           FUNCTION TRIM(LF-FUND-ID)
                           EVALUATE FUNCTION TRIM(ws-lg-kind)
                               WHEN "RECEIPT"
                                   ADD ws-lg-amount TO ws-balance
                               WHEN "DRAW"
                                   SUBTRACT ws-lg-amount
                                       FROM ws-balance
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile.

      *-----------------------------------------------------------------
      *> entry,fund,date,DRAW,amount,donor(blank),branch,genre,
      *> source,reference
       APPEND-DRAW.
           ACCEPT ws-sys-date FROM DATE YYYYMMDD
           STRING ws-sys-date(7:2) DELIMITED BY SIZE "-"
                  ws-sys-date(5:2) DELIMITED BY SIZE "-"
                  ws-sys-date(1:4) DELIMITED BY SIZE
               INTO ws-today
           ADD 1 TO ws-max-entry
           MOVE ws-max-entry TO ws-entry-n
           OPEN EXTEND LedgerFile
           IF ws-ledger-status NOT = "00"
               CLOSE LedgerFile
               OPEN OUTPUT LedgerFile
           END-IF
           MOVE SPACES TO LedgerRecord
           STRING ws-entry-n DELIMITED BY SIZE ","
                  FUNCTION TRIM(LF-FUND-ID) DELIMITED BY SIZE ","
                  ws-today DELIMITED BY SIZE ","
                  "DRAW," DELIMITED BY SIZE
                  LF-AMOUNT DELIMITED BY SIZE ",,"
                  FUNCTION TRIM(LF-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(LF-GENRE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(LF-SOURCE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(LF-REF) DELIMITED BY SIZE
               INTO LedgerRecord
           WRITE LedgerRecord
           CLOSE LedgerFile.

       END PROGRAM FundDraw.
