      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Bank deposits and bank-statement matching. CashDrawer
      *          balances each till at close; this follows the cash to
      *          the bank. Closed drawer sessions not yet banked are
      *          grouped into a deposit batch -- the counted cash less
      *          the float that stays in the till -- and a deposit
      *          slip quoting the batch reference (DEP + batch number)
      *          is printed through PrintSpool.
      *            deposit_batches.csv: batch,prepared date,prepared
      *              by,sessions,amount,status (PREPARED/MATCHED/SHORT/
      *              OVER),bank date,banked amount
      *            deposit_lines.csv:   batch,session,amount
      *          The bank's statement file (bank_statement.csv: date,
      *          reference,amount) is then imported. A DEPnnnnn line
      *          matches its deposit batch; a KBZPAY, WAVE or BANK line
      *          is the settlement of that tender's takings and
      *          matches the oldest unsettled day of receipts.csv
      *          payments in that tender (PayFine, MiscCharge and the
      *          other tills, net of voids) on or before the bank
      *          date. Matched settlements go to bank_settlements.csv
      *          and every statement line to bank_statement_log.csv,
      *          so a statement imported twice is not matched twice.
      *          The exceptions list for finance (deposit_exceptions
      *          .csv, rebuilt on every import and on request) carries
      *          short and over deposits and settlements, statement
      *          lines that matched nothing, and anything still not
      *          seen at the bank -- or closed sessions still not in a
      *          batch -- after DEPLG days (parameters.csv, 3 by
      *          default).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankDeposit IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE ASSIGN TO "../drawer_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT BATCH-FILE ASSIGN TO "../deposit_batches.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT DLINE-FILE ASSIGN TO "../deposit_lines.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLINE-STATUS.
           SELECT SLIP-FILE ASSIGN TO "../deposit_slip.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-FILE ASSIGN TO "../bank_statement.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT SETTLE-FILE ASSIGN TO "../bank_settlements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT SLOG-FILE ASSIGN TO "../bank_statement_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "../deposit_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
       01  DRAWER-REC      PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC     PIC X(200).
       FD  BATCH-FILE.
       01  BATCH-REC       PIC X(100).
       FD  DLINE-FILE.
       01  DLINE-REC       PIC X(40).
       FD  SLIP-FILE.
       01  SLIP-LINE       PIC X(80).
       FD  STMT-FILE.
       01  STMT-REC        PIC X(80).
       FD  SETTLE-FILE.
       01  SETTLE-REC      PIC X(80).
       FD  SLOG-FILE.
       01  SLOG-REC        PIC X(100).
       FD  EXCEPT-FILE.
       01  EXCEPT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-DRAWER-STATUS  PIC XX.
       01  WS-RECEIPT-STATUS PIC XX.
       01  WS-BATCH-STATUS   PIC XX.
       01  WS-DLINE-STATUS   PIC XX.
       01  WS-STMT-STATUS    PIC XX.
       01  WS-SETTLE-STATUS  PIC XX.
       01  WS-SLOG-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  CONFIRM           PIC X.
       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).
       01  WS-DEPLG          PIC 9(3) VALUE 3.

      *> Closed drawer sessions and what each puts in the bank.
       01  DRAWER-TABLE.
           05 DRAWER-ENTRY OCCURS 500 TIMES.
               10 DR-SESSION-ID   PIC X(6).
               10 DR-OPERATOR     PIC X(10).
               10 DR-STATUS       PIC X(6).
               10 DR-CLOSE-DATE   PIC X(10).
               10 DR-DEPOSIT      PIC 9(7).
               10 DR-BATCH        PIC X(5).
       01  DRAWER-CNT        PIC 9(3) VALUE 0.
       01  DRAWER-IDX        PIC 9(3) VALUE 0.
       01  DR-F-ID           PIC X(6).
       01  DR-F-OPERATOR     PIC X(10).
       01  DR-F-SKIP         PIC X(10).
       01  DR-F-FLOAT        PIC X(7).
       01  DR-F-STATUS       PIC X(6).
       01  DR-F-CLOSE        PIC X(10).
       01  DR-F-COUNTED      PIC X(7).
       01  WS-FLOAT-N        PIC 9(7).
       01  WS-COUNTED-N      PIC 9(7).

      *> deposit_lines.csv -- which session went in which batch.
       01  DLINE-TABLE.
           05 DLINE-ENTRY OCCURS 2000 TIMES.
               10 DL-BATCH        PIC X(5).
               10 DL-SESSION      PIC X(6).
               10 DL-AMOUNT       PIC 9(7).
       01  DLINE-CNT         PIC 9(4) VALUE 0.
       01  DLINE-IDX         PIC 9(4) VALUE 0.
       01  DL-F-AMOUNT       PIC X(7).

      *> deposit_batches.csv, held whole and rewritten on a match.
       01  BATCH-TABLE.
           05 BATCH-ENTRY OCCURS 500 TIMES.
               10 BT-ID           PIC X(5).
               10 BT-DATE         PIC X(10).
               10 BT-BY           PIC X(10).
               10 BT-SESSIONS     PIC 9(3).
               10 BT-AMOUNT       PIC 9(8).
               10 BT-STATUS       PIC X(8).
               10 BT-BANK-DATE    PIC X(10).
               10 BT-BANKED       PIC 9(8).
       01  BATCH-CNT         PIC 9(3) VALUE 0.
       01  BATCH-IDX         PIC 9(3) VALUE 0.
       01  BATCH-MATCH-IDX   PIC 9(3) VALUE 0.
       01  BT-F-SESSIONS     PIC X(3).
       01  BT-F-AMOUNT       PIC X(8).
       01  BT-F-BANKED       PIC X(8).
       01  WS-BT-ID-N        PIC 9(5).
       01  MAX-BATCH-ID      PIC 9(5) VALUE 0.
       01  NEW-BATCH-ID      PIC 9(5).
       01  WS-BATCH-TOTAL    PIC 9(8) VALUE 0.
       01  WS-BATCH-SESSIONS PIC 9(3) VALUE 0.

      *> Non-cash takings by day and tender from receipts.csv, net
      *> of voids -- what each mobile-money or bank settlement should
      *> bring in.
       01  TAKE-TABLE.
           05 TAKE-ENTRY OCCURS 1000 TIMES.
               10 TK-DATE         PIC X(10).
               10 TK-DATE-INT     PIC 9(8).
               10 TK-TENDER       PIC X(6).
               10 TK-AMOUNT       PIC S9(8).
               10 TK-SETTLED      PIC X.
       01  TAKE-CNT          PIC 9(4) VALUE 0.
       01  TAKE-IDX          PIC 9(4) VALUE 0.
       01  TAKE-MATCH-IDX    PIC 9(4) VALUE 0.
       01  RCPT-ID           PIC X(6).
       01  RCPT-FINE-ID      PIC X(5).
       01  RCPT-MEMBER-ID    PIC X(5).
       01  RCPT-AMOUNT       PIC 9(6).
       01  RCPT-OPERATOR     PIC X(10).
       01  RCPT-DATE         PIC X(10).
       01  RCPT-TIME         PIC X(8).
       01  RCPT-SESSION      PIC X(6).
       01  RCPT-DOC-TYPE     PIC X(6).
       01  RCPT-TENDER       PIC X(6).

      *> bank_settlements.csv: tender,takings date,expected,bank
      *> date,banked,status.
       01  SETTLE-TABLE.
           05 SETTLE-ENTRY OCCURS 1000 TIMES.
               10 ST-TENDER       PIC X(6).
               10 ST-TAKE-DATE    PIC X(10).
               10 ST-EXPECTED     PIC 9(8).
               10 ST-BANK-DATE    PIC X(10).
               10 ST-BANKED       PIC 9(8).
               10 ST-STATUS       PIC X(8).
       01  SETTLE-CNT        PIC 9(4) VALUE 0.
       01  SETTLE-IDX        PIC 9(4) VALUE 0.
       01  ST-F-EXPECTED     PIC X(8).
       01  ST-F-BANKED       PIC X(8).

      *> bank_statement_log.csv: bank date,reference,amount,result,
      *> matched key.
       01  SLOG-TABLE.
           05 SLOG-ENTRY OCCURS 2000 TIMES.
               10 SL-DATE         PIC X(10).
               10 SL-REF          PIC X(20).
               10 SL-AMOUNT       PIC 9(8).
               10 SL-RESULT       PIC X(9).
               10 SL-KEY          PIC X(17).
       01  SLOG-CNT          PIC 9(4) VALUE 0.
       01  SLOG-IDX          PIC 9(4) VALUE 0.
       01  SL-F-AMOUNT       PIC X(8).

      *> One bank statement line.
       01  SM-DATE           PIC X(10).
       01  SM-REF            PIC X(20).
       01  SM-AMOUNT-X       PIC X(10).
       01  SM-AMOUNT         PIC 9(8) VALUE 0.
       01  SM-DATE-INT       PIC 9(8) VALUE 0.
       01  SM-TENDER         PIC X(6).
       01  WS-SEEN           PIC X VALUE 'N'.
       01  WS-RESULT         PIC X(9).
       01  WS-KEY            PIC X(17).
       01  WS-LINES-READ     PIC 9(4) VALUE 0.
       01  WS-LINES-MATCHED  PIC 9(4) VALUE 0.
       01  WS-LINES-UNMATCHED PIC 9(4) VALUE 0.
       01  WS-LINES-REPEAT   PIC 9(4) VALUE 0.

      *> dd-mm-yyyy to an integer day number -- 0 when unreadable.
       01  WS-PD-IN          PIC X(10).
       01  WS-PD-YMD         PIC 9(8).
       01  WS-PD-INT         PIC 9(8).
       01  WS-AGE-DAYS       PIC S9(6).

      *> Exceptions list.
       01  WS-EX-KIND        PIC X(9).
       01  WS-EX-REF         PIC X(20).
       01  WS-EX-DATE        PIC X(10).
       01  WS-EX-EXPECTED    PIC 9(8).
       01  WS-EX-BANKED      PIC 9(8).
       01  WS-EX-NOTE        PIC X(40).
       01  WS-EX-CNT         PIC 9(4) VALUE 0.

      *> Deposit slip.
       01  WS-SLIP-AMT-ED    PIC Z,ZZZ,ZZ9.
       01  WS-SLIP-TOTAL-ED  PIC ZZ,ZZZ,ZZ9.
       01  WS-DEP-REF        PIC X(8).

       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION      PIC X(4).
       01  WS-PS-SOURCE      PIC X(40).
       01  WS-PS-KIND        PIC X(10).
       01  WS-PS-JOB         PIC 9(5).

       01  WS-AUDIT-PROGRAM  PIC X(20) VALUE 'BankDeposit'.
       01  WS-AUDIT-ENTITY   PIC X(10) VALUE 'DEPOSIT'.
       01  WS-AUDIT-ID       PIC X(5).
       01  WS-AUDIT-OLD      PIC X(10).
       01  WS-AUDIT-NEW      PIC X(10).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting the
      *> deposit batches and appending the bank logs.
           MOVE 'BankDeposit' TO WS-ERRLOG-PROGRAM
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
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           MOVE "DEPLG" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE < 1000
               MOVE WS-PARAM-VALUE TO WS-DEPLG
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           PERFORM LOAD-DEPOSIT-LINES
           PERFORM LOAD-DRAWER-FILE
           PERFORM LOAD-BATCH-FILE

           MOVE 'N' TO WS-DONE
           PERFORM DEPOSIT-MENU THRU DEPOSIT-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       DEPOSIT-MENU.
           DISPLAY "=============================="
           DISPLAY "       BANK DEPOSITS"
           DISPLAY "=============================="
           DISPLAY "1) Prepare a deposit batch"
           DISPLAY "2) List deposit batches"
           DISPLAY "3) Import bank statement"
           DISPLAY "4) Deposit exceptions list"
           DISPLAY "5) Done"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM PREPARE-BATCH
              WHEN 2
                  PERFORM LIST-BATCHES
              WHEN 3
                  PERFORM IMPORT-STATEMENT
              WHEN 4
                  PERFORM BUILD-EXCEPTIONS
              WHEN 5
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       DEPOSIT-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Every CLOSED session not yet in a batch goes into a new one:
      *> the lines, the batch row and the deposit slip.
       PREPARE-BATCH.
           MOVE 0 TO WS-BATCH-TOTAL
           MOVE 0 TO WS-BATCH-SESSIONS
           DISPLAY "Closed drawer sessions not yet deposited:"
           PERFORM VARYING DRAWER-IDX FROM 1 BY 1
               UNTIL DRAWER-IDX > DRAWER-CNT
               IF FUNCTION TRIM(DR-STATUS(DRAWER-IDX)) = "CLOSED"
                   AND DR-BATCH(DRAWER-IDX) = SPACES
                   ADD 1 TO WS-BATCH-SESSIONS
                   ADD DR-DEPOSIT(DRAWER-IDX) TO WS-BATCH-TOTAL
                   DISPLAY "   session " DR-SESSION-ID(DRAWER-IDX)
                       " " DR-OPERATOR(DRAWER-IDX) " closed "
                       DR-CLOSE-DATE(DRAWER-IDX) " cash "
                       DR-DEPOSIT(DRAWER-IDX) " MMK"
               END-IF
           END-PERFORM
           IF WS-BATCH-SESSIONS = 0
               DISPLAY "   (none -- nothing to deposit)"
               EXIT PARAGRAPH
           END-IF
           IF BATCH-CNT >= 500
               DISPLAY "Deposit batch file is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-BATCH-SESSIONS " session(s), " WS-BATCH-TOTAL
               " MMK. Prepare the deposit batch (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Nothing prepared."
               EXIT PARAGRAPH
           END-IF

           COMPUTE NEW-BATCH-ID = MAX-BATCH-ID + 1
           MOVE NEW-BATCH-ID TO MAX-BATCH-ID
           ADD 1 TO BATCH-CNT
           MOVE NEW-BATCH-ID TO BT-ID(BATCH-CNT)
           MOVE WS-TODAY-DISPLAY TO BT-DATE(BATCH-CNT)
           MOVE WS-OPERATOR-ID TO BT-BY(BATCH-CNT)
           MOVE WS-BATCH-SESSIONS TO BT-SESSIONS(BATCH-CNT)
           MOVE WS-BATCH-TOTAL TO BT-AMOUNT(BATCH-CNT)
           MOVE "PREPARED" TO BT-STATUS(BATCH-CNT)
           MOVE SPACES TO BT-BANK-DATE(BATCH-CNT)
           MOVE 0 TO BT-BANKED(BATCH-CNT)

           OPEN EXTEND DLINE-FILE
           IF WS-DLINE-STATUS NOT = "00"
               CLOSE DLINE-FILE
               OPEN OUTPUT DLINE-FILE
           END-IF
           PERFORM VARYING DRAWER-IDX FROM 1 BY 1
               UNTIL DRAWER-IDX > DRAWER-CNT
               IF FUNCTION TRIM(DR-STATUS(DRAWER-IDX)) = "CLOSED"
                   AND DR-BATCH(DRAWER-IDX) = SPACES
                   MOVE BT-ID(BATCH-CNT) TO DR-BATCH(DRAWER-IDX)
                   MOVE SPACES TO DLINE-REC
                   STRING BT-ID(BATCH-CNT) DELIMITED BY SIZE ","
                          DR-SESSION-ID(DRAWER-IDX)
                              DELIMITED BY SIZE ","
                          DR-DEPOSIT(DRAWER-IDX) DELIMITED BY SIZE
                       INTO DLINE-REC
                   WRITE DLINE-REC
               END-IF
           END-PERFORM
           CLOSE DLINE-FILE
           PERFORM REWRITE-BATCH-FILE

           PERFORM PRINT-DEPOSIT-SLIP
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../deposit_slip.txt" TO WS-PS-SOURCE
           MOVE "DEPOSIT" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB

           MOVE BT-ID(BATCH-CNT) TO WS-AUDIT-ID
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE "PREPARED" TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-AUDIT-ID, WS-AUDIT-OLD, WS-AUDIT-NEW
           DISPLAY "Deposit batch " WS-DEP-REF " prepared -- "
               WS-BATCH-TOTAL " MMK. Slip on deposit_slip.txt.".

      *-----------------------------------------------------------------
       PRINT-DEPOSIT-SLIP.
           MOVE SPACES TO WS-DEP-REF
           STRING "DEP" DELIMITED BY SIZE
                  BT-ID(BATCH-CNT) DELIMITED BY SIZE
               INTO WS-DEP-REF
           OPEN OUTPUT SLIP-FILE
           MOVE "==================================================="
               TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "               BANK DEPOSIT SLIP" TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "==================================================="
               TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "Deposit reference : " DELIMITED BY SIZE
                  WS-DEP-REF DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "Prepared          : " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "Quote the deposit reference on the bank's paying-in"
               TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "form so the statement line can be matched."
               TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "---------------------------------------------------"
               TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "Session  Operator    Closed          Cash (MMK)"
               TO SLIP-LINE
           WRITE SLIP-LINE
           PERFORM VARYING DRAWER-IDX FROM 1 BY 1
               UNTIL DRAWER-IDX > DRAWER-CNT
               IF DR-BATCH(DRAWER-IDX) = BT-ID(BATCH-CNT)
                   MOVE DR-DEPOSIT(DRAWER-IDX) TO WS-SLIP-AMT-ED
                   MOVE SPACES TO SLIP-LINE
                   STRING DR-SESSION-ID(DRAWER-IDX) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          DR-OPERATOR(DRAWER-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          DR-CLOSE-DATE(DRAWER-IDX) DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-SLIP-AMT-ED DELIMITED BY SIZE
                       INTO SLIP-LINE
                   WRITE SLIP-LINE
               END-IF
           END-PERFORM
           MOVE "---------------------------------------------------"
               TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE BT-AMOUNT(BATCH-CNT) TO WS-SLIP-TOTAL-ED
           MOVE SPACES TO SLIP-LINE
           STRING "Total cash to deposit         " DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-SLIP-TOTAL-ED DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "Counted by: ______________   Banked by: ___________"
               TO SLIP-LINE
           WRITE SLIP-LINE
           CLOSE SLIP-FILE.

      *-----------------------------------------------------------------
       LIST-BATCHES.
           IF BATCH-CNT = 0
               DISPLAY "(no deposit batches on file)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Batch Prepared   Sess   Amount Status   "
               "Banked on     Banked"
           PERFORM VARYING BATCH-IDX FROM 1 BY 1
               UNTIL BATCH-IDX > BATCH-CNT
               DISPLAY BT-ID(BATCH-IDX) " " BT-DATE(BATCH-IDX) " "
                   BT-SESSIONS(BATCH-IDX) " " BT-AMOUNT(BATCH-IDX) " "
                   BT-STATUS(BATCH-IDX) " " BT-BANK-DATE(BATCH-IDX)
                   " " BT-BANKED(BATCH-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Reads bank_statement.csv line by line and matches each one
      *> against a deposit batch or a non-cash settlement.
       IMPORT-STATEMENT.
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-LINES-MATCHED
           MOVE 0 TO WS-LINES-UNMATCHED
           MOVE 0 TO WS-LINES-REPEAT
           OPEN INPUT STMT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "No bank_statement.csv found -- nothing to "
                   "import."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STATEMENT-LOG
           PERFORM LOAD-SETTLEMENTS
           PERFORM LOAD-TAKINGS

           OPEN EXTEND SLOG-FILE
           IF WS-SLOG-STATUS NOT = "00"
               CLOSE SLOG-FILE
               OPEN OUTPUT SLOG-FILE
           END-IF
           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ STMT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO SM-DATE SM-REF SM-AMOUNT-X
                       UNSTRING STMT-REC DELIMITED BY ","
                           INTO SM-DATE, SM-REF, SM-AMOUNT-X
                       MOVE SM-DATE TO WS-PD-IN
                       PERFORM PARSE-DATE
                       IF WS-PD-INT > 0
                           AND FUNCTION TRIM(SM-AMOUNT-X) NOT = SPACE
                           MOVE WS-PD-INT TO SM-DATE-INT
                           COMPUTE SM-AMOUNT =
                               FUNCTION NUMVAL(SM-AMOUNT-X)
                           PERFORM MATCH-STATEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOG-FILE
           CLOSE STMT-FILE

           PERFORM REWRITE-BATCH-FILE
           PERFORM REWRITE-SETTLEMENTS

           DISPLAY "-----------------------------------"
           DISPLAY "Bank statement: " WS-LINES-READ " new line(s), "
               WS-LINES-MATCHED " matched, " WS-LINES-UNMATCHED
               " unmatched, " WS-LINES-REPEAT " already imported."
           DISPLAY "-----------------------------------"
           PERFORM BUILD-EXCEPTIONS.

      *-----------------------------------------------------------------
       MATCH-STATEMENT-LINE.
      *> The same line imported before is skipped, not matched twice.
           MOVE 'N' TO WS-SEEN
           PERFORM VARYING SLOG-IDX FROM 1 BY 1
               UNTIL SLOG-IDX > SLOG-CNT
               IF SL-DATE(SLOG-IDX) = SM-DATE
                   AND SL-REF(SLOG-IDX) = SM-REF
                   AND SL-AMOUNT(SLOG-IDX) = SM-AMOUNT
                   MOVE 'Y' TO WS-SEEN
               END-IF
           END-PERFORM
           IF WS-SEEN = 'Y'
               ADD 1 TO WS-LINES-REPEAT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ
           MOVE "UNMATCHED" TO WS-RESULT
           MOVE SPACES TO WS-KEY

           IF SM-REF(1:3) = "DEP"
               PERFORM MATCH-DEPOSIT
           ELSE
               MOVE SPACES TO SM-TENDER
               UNSTRING SM-REF DELIMITED BY " " OR "-" OR "/"
                   INTO SM-TENDER
               MOVE FUNCTION UPPER-CASE(SM-TENDER) TO SM-TENDER
               IF SM-TENDER = "KBZPAY" OR SM-TENDER = "WAVE"
                   OR SM-TENDER = "BANK"
                   PERFORM MATCH-SETTLEMENT
               END-IF
           END-IF

           IF WS-RESULT = "UNMATCHED"
               ADD 1 TO WS-LINES-UNMATCHED
           ELSE
               ADD 1 TO WS-LINES-MATCHED
           END-IF
           IF SLOG-CNT < 2000
               ADD 1 TO SLOG-CNT
               MOVE SM-DATE TO SL-DATE(SLOG-CNT)
               MOVE SM-REF TO SL-REF(SLOG-CNT)
               MOVE SM-AMOUNT TO SL-AMOUNT(SLOG-CNT)
               MOVE WS-RESULT TO SL-RESULT(SLOG-CNT)
               MOVE WS-KEY TO SL-KEY(SLOG-CNT)
           END-IF
           MOVE SPACES TO SLOG-REC
           STRING SM-DATE DELIMITED BY SIZE ","
                  FUNCTION TRIM(SM-REF) DELIMITED BY SIZE ","
                  SM-AMOUNT DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-RESULT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-KEY) DELIMITED BY SIZE
               INTO SLOG-REC
           WRITE SLOG-REC.

      *-----------------------------------------------------------------
      *> DEPnnnnn -- the batch must still be waiting for the bank; a
      *> second credit for a batch already matched is unmatched.
       MATCH-DEPOSIT.
           MOVE 0 TO BATCH-MATCH-IDX
           PERFORM VARYING BATCH-IDX FROM 1 BY 1
               UNTIL BATCH-IDX > BATCH-CNT
               IF BT-ID(BATCH-IDX) = SM-REF(4:5)
                   AND FUNCTION TRIM(BT-STATUS(BATCH-IDX)) =
                       "PREPARED"
                   MOVE BATCH-IDX TO BATCH-MATCH-IDX
               END-IF
           END-PERFORM
           IF BATCH-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SM-DATE TO BT-BANK-DATE(BATCH-MATCH-IDX)
           MOVE SM-AMOUNT TO BT-BANKED(BATCH-MATCH-IDX)
           EVALUATE TRUE
               WHEN SM-AMOUNT = BT-AMOUNT(BATCH-MATCH-IDX)
                   MOVE "MATCHED" TO BT-STATUS(BATCH-MATCH-IDX)
               WHEN SM-AMOUNT < BT-AMOUNT(BATCH-MATCH-IDX)
                   MOVE "SHORT" TO BT-STATUS(BATCH-MATCH-IDX)
               WHEN OTHER
                   MOVE "OVER" TO BT-STATUS(BATCH-MATCH-IDX)
           END-EVALUATE
           MOVE "DEPOSIT" TO WS-RESULT
           MOVE SPACES TO WS-KEY
           STRING "DEP" DELIMITED BY SIZE
                  BT-ID(BATCH-MATCH-IDX) DELIMITED BY SIZE
               INTO WS-KEY
           MOVE BT-ID(BATCH-MATCH-IDX) TO WS-AUDIT-ID
           MOVE "PREPARED" TO WS-AUDIT-OLD
           MOVE BT-STATUS(BATCH-MATCH-IDX) TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-AUDIT-ID, WS-AUDIT-OLD, WS-AUDIT-NEW.

      *-----------------------------------------------------------------
      *> A tender settlement pays out the oldest unsettled day of
      *> that tender's takings on or before the bank date.
       MATCH-SETTLEMENT.
           MOVE 0 TO TAKE-MATCH-IDX
           PERFORM VARYING TAKE-IDX FROM 1 BY 1
               UNTIL TAKE-IDX > TAKE-CNT
               IF TK-TENDER(TAKE-IDX) = SM-TENDER
                   AND TK-SETTLED(TAKE-IDX) = 'N'
                   AND TK-AMOUNT(TAKE-IDX) > 0
                   AND TK-DATE-INT(TAKE-IDX) <= SM-DATE-INT
                   IF TAKE-MATCH-IDX = 0
                       MOVE TAKE-IDX TO TAKE-MATCH-IDX
                   ELSE
                       IF TK-DATE-INT(TAKE-IDX) <
                           TK-DATE-INT(TAKE-MATCH-IDX)
                           MOVE TAKE-IDX TO TAKE-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF TAKE-MATCH-IDX = 0 OR SETTLE-CNT >= 1000
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO TK-SETTLED(TAKE-MATCH-IDX)
           ADD 1 TO SETTLE-CNT
           MOVE SM-TENDER TO ST-TENDER(SETTLE-CNT)
           MOVE TK-DATE(TAKE-MATCH-IDX) TO ST-TAKE-DATE(SETTLE-CNT)
           MOVE TK-AMOUNT(TAKE-MATCH-IDX) TO ST-EXPECTED(SETTLE-CNT)
           MOVE SM-DATE TO ST-BANK-DATE(SETTLE-CNT)
           MOVE SM-AMOUNT TO ST-BANKED(SETTLE-CNT)
           EVALUATE TRUE
               WHEN SM-AMOUNT = ST-EXPECTED(SETTLE-CNT)
                   MOVE "MATCHED" TO ST-STATUS(SETTLE-CNT)
               WHEN SM-AMOUNT < ST-EXPECTED(SETTLE-CNT)
                   MOVE "SHORT" TO ST-STATUS(SETTLE-CNT)
               WHEN OTHER
                   MOVE "OVER" TO ST-STATUS(SETTLE-CNT)
           END-EVALUATE
           MOVE "SETTLE" TO WS-RESULT
           MOVE SPACES TO WS-KEY
           STRING FUNCTION TRIM(SM-TENDER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TK-DATE(TAKE-MATCH-IDX) DELIMITED BY SIZE
               INTO WS-KEY.

      *-----------------------------------------------------------------
      *> Rebuilds deposit_exceptions.csv from the current state and
      *> shows it: short/over batches and settlements, unmatched
      *> statement lines, and anything overdue at the bank.
       BUILD-EXCEPTIONS.
           PERFORM LOAD-STATEMENT-LOG
           PERFORM LOAD-SETTLEMENTS
           PERFORM LOAD-TAKINGS
           MOVE 0 TO WS-EX-CNT
           OPEN OUTPUT EXCEPT-FILE
           DISPLAY "==================================================="
           DISPLAY "  DEPOSIT EXCEPTIONS as of " WS-TODAY-DISPLAY
           DISPLAY "==================================================="
           DISPLAY "Kind      Reference            Date         "
               "Expected   Banked"

           PERFORM VARYING BATCH-IDX FROM 1 BY 1
               UNTIL BATCH-IDX > BATCH-CNT
               MOVE SPACES TO WS-EX-REF
               STRING "DEP" DELIMITED BY SIZE
                      BT-ID(BATCH-IDX) DELIMITED BY SIZE
                   INTO WS-EX-REF
               MOVE BT-AMOUNT(BATCH-IDX) TO WS-EX-EXPECTED
               MOVE BT-BANKED(BATCH-IDX) TO WS-EX-BANKED
               MOVE BT-BANK-DATE(BATCH-IDX) TO WS-EX-DATE
               EVALUATE FUNCTION TRIM(BT-STATUS(BATCH-IDX))
                   WHEN "SHORT"
                       MOVE "SHORT" TO WS-EX-KIND
                       MOVE "Deposit banked short" TO WS-EX-NOTE
                       PERFORM WRITE-EXCEPTION
                   WHEN "OVER"
                       MOVE "OVER" TO WS-EX-KIND
                       MOVE "Deposit banked over" TO WS-EX-NOTE
                       PERFORM WRITE-EXCEPTION
                   WHEN "PREPARED"
                       MOVE BT-DATE(BATCH-IDX) TO WS-PD-IN
                       PERFORM AGE-IN-DAYS
                       IF WS-AGE-DAYS > WS-DEPLG
                           MOVE "MISSING" TO WS-EX-KIND
                           MOVE BT-DATE(BATCH-IDX) TO WS-EX-DATE
                           MOVE "Deposit not on the bank statement"
                               TO WS-EX-NOTE
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-EVALUATE
           END-PERFORM

      *> Cash counted back in but never put in a deposit batch.
           PERFORM VARYING DRAWER-IDX FROM 1 BY 1
               UNTIL DRAWER-IDX > DRAWER-CNT
               IF FUNCTION TRIM(DR-STATUS(DRAWER-IDX)) = "CLOSED"
                   AND DR-BATCH(DRAWER-IDX) = SPACES
                   AND DR-DEPOSIT(DRAWER-IDX) > 0
                   MOVE DR-CLOSE-DATE(DRAWER-IDX) TO WS-PD-IN
                   PERFORM AGE-IN-DAYS
                   IF WS-AGE-DAYS > WS-DEPLG
                       MOVE "UNBATCHED" TO WS-EX-KIND
                       MOVE SPACES TO WS-EX-REF
                       STRING "SESSION " DELIMITED BY SIZE
                              DR-SESSION-ID(DRAWER-IDX)
                                  DELIMITED BY SIZE
                           INTO WS-EX-REF
                       MOVE DR-CLOSE-DATE(DRAWER-IDX) TO WS-EX-DATE
                       MOVE DR-DEPOSIT(DRAWER-IDX) TO WS-EX-EXPECTED
                       MOVE 0 TO WS-EX-BANKED
                       MOVE "Closed session cash not in a batch"
                           TO WS-EX-NOTE
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING SETTLE-IDX FROM 1 BY 1
               UNTIL SETTLE-IDX > SETTLE-CNT
               IF FUNCTION TRIM(ST-STATUS(SETTLE-IDX)) = "SHORT"
                   OR FUNCTION TRIM(ST-STATUS(SETTLE-IDX)) = "OVER"
                   MOVE ST-STATUS(SETTLE-IDX) TO WS-EX-KIND
                   MOVE SPACES TO WS-EX-REF
                   STRING FUNCTION TRIM(ST-TENDER(SETTLE-IDX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ST-TAKE-DATE(SETTLE-IDX) DELIMITED BY SIZE
                       INTO WS-EX-REF
                   MOVE ST-BANK-DATE(SETTLE-IDX) TO WS-EX-DATE
                   MOVE ST-EXPECTED(SETTLE-IDX) TO WS-EX-EXPECTED
                   MOVE ST-BANKED(SETTLE-IDX) TO WS-EX-BANKED
                   MOVE "Settlement differs from takings"
                       TO WS-EX-NOTE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM

           PERFORM VARYING TAKE-IDX FROM 1 BY 1
               UNTIL TAKE-IDX > TAKE-CNT
               IF TK-SETTLED(TAKE-IDX) = 'N'
                   AND TK-AMOUNT(TAKE-IDX) > 0
                   COMPUTE WS-AGE-DAYS =
                       SYS-DATE-INT - TK-DATE-INT(TAKE-IDX)
                   IF WS-AGE-DAYS > WS-DEPLG
                       MOVE "MISSING" TO WS-EX-KIND
                       MOVE SPACES TO WS-EX-REF
                       STRING FUNCTION TRIM(TK-TENDER(TAKE-IDX))
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              TK-DATE(TAKE-IDX) DELIMITED BY SIZE
                           INTO WS-EX-REF
                       MOVE TK-DATE(TAKE-IDX) TO WS-EX-DATE
                       MOVE TK-AMOUNT(TAKE-IDX) TO WS-EX-EXPECTED
                       MOVE 0 TO WS-EX-BANKED
                       MOVE "Settlement not on the bank statement"
                           TO WS-EX-NOTE
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING SLOG-IDX FROM 1 BY 1
               UNTIL SLOG-IDX > SLOG-CNT
               IF FUNCTION TRIM(SL-RESULT(SLOG-IDX)) = "UNMATCHED"
                   MOVE "UNMATCHED" TO WS-EX-KIND
                   MOVE SL-REF(SLOG-IDX) TO WS-EX-REF
                   MOVE SL-DATE(SLOG-IDX) TO WS-EX-DATE
                   MOVE 0 TO WS-EX-EXPECTED
                   MOVE SL-AMOUNT(SLOG-IDX) TO WS-EX-BANKED
                   MOVE "Statement line matches nothing on file"
                       TO WS-EX-NOTE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM

           CLOSE EXCEPT-FILE
           IF WS-EX-CNT = 0
               DISPLAY "   (no exceptions)"
           END-IF
           DISPLAY "---------------------------------------------------"
           DISPLAY WS-EX-CNT " exception(s) -- see "
               "deposit_exceptions.csv.".

      *-----------------------------------------------------------------
       WRITE-EXCEPTION.
           ADD 1 TO WS-EX-CNT
           DISPLAY WS-EX-KIND " " WS-EX-REF " " WS-EX-DATE " "
               WS-EX-EXPECTED " " WS-EX-BANKED
           MOVE SPACES TO EXCEPT-REC
           STRING FUNCTION TRIM(WS-EX-KIND) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-EX-REF) DELIMITED BY SIZE ","
                  WS-EX-DATE DELIMITED BY SIZE ","
                  WS-EX-EXPECTED DELIMITED BY SIZE ","
                  WS-EX-BANKED DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-EX-NOTE) DELIMITED BY SIZE
               INTO EXCEPT-REC
           WRITE EXCEPT-REC.

      *-----------------------------------------------------------------
      *> WS-PD-IN (dd-mm-yyyy) to WS-PD-INT; 0 when not a date.
       PARSE-DATE.
           MOVE 0 TO WS-PD-INT
           IF WS-PD-IN(1:2) NOT NUMERIC OR WS-PD-IN(4:2) NOT NUMERIC
               OR WS-PD-IN(7:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-PD-IN(7:4) DELIMITED BY SIZE
                  WS-PD-IN(4:2) DELIMITED BY SIZE
                  WS-PD-IN(1:2) DELIMITED BY SIZE
               INTO WS-PD-YMD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PD-YMD) = 0
               COMPUTE WS-PD-INT = FUNCTION INTEGER-OF-DATE(WS-PD-YMD)
           END-IF.

      *> Days from WS-PD-IN to today -- 0 when the date is unreadable.
       AGE-IN-DAYS.
           PERFORM PARSE-DATE
           IF WS-PD-INT = 0
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = SYS-DATE-INT - WS-PD-INT
           END-IF.

      *-----------------------------------------------------------------
       LOAD-DEPOSIT-LINES.
           MOVE 0 TO DLINE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DLINE-FILE
           IF WS-DLINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DLINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DLINE-CNT < 2000
                           ADD 1 TO DLINE-CNT
                           MOVE SPACES TO DL-F-AMOUNT
                           UNSTRING DLINE-REC DELIMITED BY ","
                               INTO DL-BATCH(DLINE-CNT),
                                    DL-SESSION(DLINE-CNT),
                                    DL-F-AMOUNT
                           COMPUTE DL-AMOUNT(DLINE-CNT) =
                               FUNCTION NUMVAL(DL-F-AMOUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLINE-FILE.

      *-----------------------------------------------------------------
      *> drawer_sessions.csv: session,operator,open date,open time,
      *> float,status,close date,expected,counted,close time. What
      *> goes to the bank is the counted cash less the float, which
      *> stays in the till for the next session.
       LOAD-DRAWER-FILE.
           MOVE 0 TO DRAWER-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DRAWER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DRAWER-CNT < 500
                           PERFORM SPLIT-DRAWER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE.

       SPLIT-DRAWER-ROW.
           MOVE SPACES TO DR-F-ID DR-F-OPERATOR DR-F-FLOAT DR-F-STATUS
               DR-F-CLOSE DR-F-COUNTED
           UNSTRING DRAWER-REC DELIMITED BY ","
               INTO DR-F-ID, DR-F-OPERATOR, DR-F-SKIP, DR-F-SKIP,
                    DR-F-FLOAT, DR-F-STATUS, DR-F-CLOSE, DR-F-SKIP,
                    DR-F-COUNTED
           IF FUNCTION TRIM(DR-F-ID) = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DRAWER-CNT
           MOVE DR-F-ID TO DR-SESSION-ID(DRAWER-CNT)
           MOVE DR-F-OPERATOR TO DR-OPERATOR(DRAWER-CNT)
           MOVE DR-F-STATUS TO DR-STATUS(DRAWER-CNT)
           MOVE DR-F-CLOSE TO DR-CLOSE-DATE(DRAWER-CNT)
           MOVE 0 TO WS-FLOAT-N
           MOVE 0 TO WS-COUNTED-N
           IF FUNCTION TRIM(DR-F-FLOAT) NOT = SPACE
               COMPUTE WS-FLOAT-N = FUNCTION NUMVAL(DR-F-FLOAT)
           END-IF
           IF FUNCTION TRIM(DR-F-COUNTED) NOT = SPACE
               COMPUTE WS-COUNTED-N = FUNCTION NUMVAL(DR-F-COUNTED)
           END-IF
           IF WS-COUNTED-N > WS-FLOAT-N
               COMPUTE DR-DEPOSIT(DRAWER-CNT) =
                   WS-COUNTED-N - WS-FLOAT-N
           ELSE
               MOVE 0 TO DR-DEPOSIT(DRAWER-CNT)
           END-IF
           MOVE SPACES TO DR-BATCH(DRAWER-CNT)
           PERFORM VARYING DLINE-IDX FROM 1 BY 1
               UNTIL DLINE-IDX > DLINE-CNT
               IF DL-SESSION(DLINE-IDX) = DR-SESSION-ID(DRAWER-CNT)
                   MOVE DL-BATCH(DLINE-IDX) TO DR-BATCH(DRAWER-CNT)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       LOAD-BATCH-FILE.
           MOVE 0 TO BATCH-CNT
           MOVE 0 TO MAX-BATCH-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BATCH-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BATCH-CNT < 500
                           ADD 1 TO BATCH-CNT
                           MOVE SPACES TO BT-F-SESSIONS BT-F-AMOUNT
                               BT-F-BANKED
                           MOVE SPACES TO BT-BANK-DATE(BATCH-CNT)
                           UNSTRING BATCH-REC DELIMITED BY ","
                               INTO BT-ID(BATCH-CNT),
                                    BT-DATE(BATCH-CNT),
                                    BT-BY(BATCH-CNT),
                                    BT-F-SESSIONS, BT-F-AMOUNT,
                                    BT-STATUS(BATCH-CNT),
                                    BT-BANK-DATE(BATCH-CNT),
                                    BT-F-BANKED
                           COMPUTE BT-SESSIONS(BATCH-CNT) =
                               FUNCTION NUMVAL(BT-F-SESSIONS)
                           COMPUTE BT-AMOUNT(BATCH-CNT) =
                               FUNCTION NUMVAL(BT-F-AMOUNT)
                           MOVE 0 TO BT-BANKED(BATCH-CNT)
                           IF FUNCTION TRIM(BT-F-BANKED) NOT = SPACE
                               COMPUTE BT-BANKED(BATCH-CNT) =
                                   FUNCTION NUMVAL(BT-F-BANKED)
                           END-IF
                           IF BT-ID(BATCH-CNT) NUMERIC
                               MOVE BT-ID(BATCH-CNT) TO WS-BT-ID-N
                               IF WS-BT-ID-N > MAX-BATCH-ID
                                   MOVE WS-BT-ID-N TO MAX-BATCH-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE.

       REWRITE-BATCH-FILE.
           OPEN OUTPUT BATCH-FILE
           PERFORM VARYING BATCH-IDX FROM 1 BY 1
               UNTIL BATCH-IDX > BATCH-CNT
               MOVE SPACES TO BATCH-REC
               STRING BT-ID(BATCH-IDX) DELIMITED BY SIZE ","
                      BT-DATE(BATCH-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(BT-BY(BATCH-IDX))
                          DELIMITED BY SIZE ","
                      BT-SESSIONS(BATCH-IDX) DELIMITED BY SIZE ","
                      BT-AMOUNT(BATCH-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(BT-STATUS(BATCH-IDX))
                          DELIMITED BY SIZE ","
                      BT-BANK-DATE(BATCH-IDX) DELIMITED BY SIZE ","
                      BT-BANKED(BATCH-IDX) DELIMITED BY SIZE
                   INTO BATCH-REC
               WRITE BATCH-REC
           END-PERFORM
           CLOSE BATCH-FILE.

      *-----------------------------------------------------------------
      *> Non-cash receipts.csv rows summed by day and tender -- a VOID
      *> row nets against its tender. Days already paid out by a
      *> matched settlement are marked settled.
       LOAD-TAKINGS.
           MOVE 0 TO TAKE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RECEIPT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO RCPT-AMOUNT
                       MOVE SPACES TO RCPT-DOC-TYPE
                       MOVE SPACES TO RCPT-TENDER
                       UNSTRING RECEIPT-REC DELIMITED BY ","
                           INTO RCPT-ID, RCPT-FINE-ID,
                                RCPT-MEMBER-ID, RCPT-AMOUNT,
                                RCPT-OPERATOR, RCPT-DATE, RCPT-TIME,
                                RCPT-SESSION, RCPT-DOC-TYPE,
                                RCPT-TENDER
                       IF RCPT-AMOUNT NOT NUMERIC
                           MOVE 0 TO RCPT-AMOUNT
                       END-IF
                       IF FUNCTION TRIM(RCPT-TENDER) = "KBZPAY"
                           OR FUNCTION TRIM(RCPT-TENDER) = "WAVE"
                           OR FUNCTION TRIM(RCPT-TENDER) = "BANK"
                           PERFORM ADD-TO-TAKINGS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE
           PERFORM VARYING SETTLE-IDX FROM 1 BY 1
               UNTIL SETTLE-IDX > SETTLE-CNT
               PERFORM VARYING TAKE-IDX FROM 1 BY 1
                   UNTIL TAKE-IDX > TAKE-CNT
                   IF TK-TENDER(TAKE-IDX) = ST-TENDER(SETTLE-IDX)
                       AND TK-DATE(TAKE-IDX) =
                           ST-TAKE-DATE(SETTLE-IDX)
                       MOVE 'Y' TO TK-SETTLED(TAKE-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-TO-TAKINGS.
           MOVE 0 TO TAKE-MATCH-IDX
           PERFORM VARYING TAKE-IDX FROM 1 BY 1
               UNTIL TAKE-IDX > TAKE-CNT
               IF TK-DATE(TAKE-IDX) = RCPT-DATE
                   AND TK-TENDER(TAKE-IDX) = RCPT-TENDER
                   MOVE TAKE-IDX TO TAKE-MATCH-IDX
               END-IF
           END-PERFORM
           IF TAKE-MATCH-IDX = 0
               IF TAKE-CNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               MOVE RCPT-DATE TO WS-PD-IN
               PERFORM PARSE-DATE
               IF WS-PD-INT = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TAKE-CNT
               MOVE TAKE-CNT TO TAKE-MATCH-IDX
               MOVE RCPT-DATE TO TK-DATE(TAKE-CNT)
               MOVE WS-PD-INT TO TK-DATE-INT(TAKE-CNT)
               MOVE RCPT-TENDER TO TK-TENDER(TAKE-CNT)
               MOVE 0 TO TK-AMOUNT(TAKE-CNT)
               MOVE 'N' TO TK-SETTLED(TAKE-CNT)
           END-IF
           IF FUNCTION TRIM(RCPT-DOC-TYPE) = "VOID"
               SUBTRACT RCPT-AMOUNT FROM TK-AMOUNT(TAKE-MATCH-IDX)
           ELSE
               ADD RCPT-AMOUNT TO TK-AMOUNT(TAKE-MATCH-IDX)
           END-IF.

      *-----------------------------------------------------------------
       LOAD-SETTLEMENTS.
           MOVE 0 TO SETTLE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SETTLE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SETTLE-CNT < 1000
                           ADD 1 TO SETTLE-CNT
                           MOVE SPACES TO ST-F-EXPECTED ST-F-BANKED
                           UNSTRING SETTLE-REC DELIMITED BY ","
                               INTO ST-TENDER(SETTLE-CNT),
                                    ST-TAKE-DATE(SETTLE-CNT),
                                    ST-F-EXPECTED,
                                    ST-BANK-DATE(SETTLE-CNT),
                                    ST-F-BANKED,
                                    ST-STATUS(SETTLE-CNT)
                           COMPUTE ST-EXPECTED(SETTLE-CNT) =
                               FUNCTION NUMVAL(ST-F-EXPECTED)
                           COMPUTE ST-BANKED(SETTLE-CNT) =
                               FUNCTION NUMVAL(ST-F-BANKED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLE-FILE.

       REWRITE-SETTLEMENTS.
           IF SETTLE-CNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SETTLE-FILE
           PERFORM VARYING SETTLE-IDX FROM 1 BY 1
               UNTIL SETTLE-IDX > SETTLE-CNT
               MOVE SPACES TO SETTLE-REC
               STRING FUNCTION TRIM(ST-TENDER(SETTLE-IDX))
                          DELIMITED BY SIZE ","
                      ST-TAKE-DATE(SETTLE-IDX) DELIMITED BY SIZE ","
                      ST-EXPECTED(SETTLE-IDX) DELIMITED BY SIZE ","
                      ST-BANK-DATE(SETTLE-IDX) DELIMITED BY SIZE ","
                      ST-BANKED(SETTLE-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(ST-STATUS(SETTLE-IDX))
                          DELIMITED BY SIZE
                   INTO SETTLE-REC
               WRITE SETTLE-REC
           END-PERFORM
           CLOSE SETTLE-FILE.

      *-----------------------------------------------------------------
       LOAD-STATEMENT-LOG.
           MOVE 0 TO SLOG-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT SLOG-FILE
           IF WS-SLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SLOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SLOG-CNT < 2000
                           ADD 1 TO SLOG-CNT
                           MOVE SPACES TO SL-F-AMOUNT
                           MOVE SPACES TO SL-KEY(SLOG-CNT)
                           UNSTRING SLOG-REC DELIMITED BY ","
                               INTO SL-DATE(SLOG-CNT),
                                    SL-REF(SLOG-CNT),
                                    SL-F-AMOUNT,
                                    SL-RESULT(SLOG-CNT),
                                    SL-KEY(SLOG-CNT)
                           COMPUTE SL-AMOUNT(SLOG-CNT) =
                               FUNCTION NUMVAL(SL-F-AMOUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLOG-FILE.

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter Staff/Operator ID: "
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID can't be blank!"
               ELSE
      *> Only a real, ACTIVE operator from the master file may run
      *> a transaction -- an installation without operators.csv
      *> skips the check ('M'), same as the genre/branch masters.
                   CALL 'OperatorCheck' USING WS-OPERATOR-ID,
                       WS-OP-VALID, WS-OP-ROLE
                   IF WS-OP-VALID = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO WS-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM BankDeposit.
