      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Settlement import from the town's payment gateway.
      *          Members pay fines on the online portal (see
      *          PortalFeed); the gateway sends a daily
      *          gateway_settlement.csv -- reference, member card,
      *          fine IDs (';'-separated, may be blank), amount paid,
      *          gateway fee deducted, settlement date. Each line is
      *          applied to fine.csv the way a PayFine payment is --
      *          paid_amount grows, the row flips YES at zero
      *          balance and a settled fine's collections referral
      *          clears. Listed fines are paid in the order given;
      *          with no fines listed the amount goes to the
      *          member's fines oldest first (fine.csv order, the
      *          order fines were raised). A line with fines but no
      *          amount pays those fines in full. Whatever is left
      *          over goes on the member's credit (CreditLedger).
      *          Every fine paid gets a numbered receipts.csv row in
      *          PayFine's shape with ONLINE as both the session and
      *          the tender -- no CashDrawer session ever sees it --
      *          the overpayment riding on the last one, as at the
      *          desk. Applied lines are kept in
      *          gateway_settlements.csv (reference, settlement
      *          date, card, member, amount, to fines, to credit,
      *          fee, import date, first receipt), so a reference
      *          sent twice is caught; GlExport posts the fees from
      *          there. Lines that can't be applied -- no reference,
      *          duplicate reference, unknown card, a fine that isn't
      *          the member's, nothing to apply -- go to
      *          gateway_exceptions.csv for the accounts office.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GatewayImport IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO "../gateway_settlement.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT CARD-FILE ASSIGN TO "../member_cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT REFER-FILE ASSIGN TO "../collections_referred.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "../gateway_settlements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "../gateway_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-REC      PIC X(150).
       FD  CARD-FILE.
       01  CARD-REC        PIC X(60).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC     PIC X(200).
       FD  REFER-FILE.
       01  REFER-REC       PIC X(50).
       FD  REGISTER-FILE.
       01  REGISTER-REC    PIC X(120).
       FD  EXCEPT-FILE.
       01  EXCEPT-REC      PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-SETTLE-STATUS   PIC XX.
       01  WS-CARD-STATUS     PIC XX.
       01  WS-FINE-STATUS     PIC XX.
       01  WS-RECEIPT-STATUS  PIC XX.
       01  WS-REFER-STATUS    PIC XX.
       01  WS-REGISTER-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  SYS-DATE           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-NOW-TIME        PIC 9(8).
       01  WS-TIME-DISPLAY    PIC X(8).

      *> One settlement line.
       01  ST-REF             PIC X(12).
       01  ST-CARD            PIC X(8).
       01  ST-FINES           PIC X(60).
       01  ST-AMOUNT-X        PIC X(10).
       01  ST-FEE-X           PIC X(8).
       01  ST-DATE            PIC X(10).
       01  ST-AMOUNT          PIC 9(7) VALUE 0.
       01  ST-FEE             PIC 9(7) VALUE 0.
       01  ST-MEMBER          PIC X(5).
       01  WS-APPLIED         PIC 9(4) VALUE 0.
       01  WS-EXCEPTIONS      PIC 9(4) VALUE 0.
       01  WS-EXCEPT-REASON   PIC X(40).
       01  WS-TOTAL-IN        PIC 9(9) VALUE 0.
       01  WS-TOTAL-FEES      PIC 9(9) VALUE 0.
       01  WS-TOTAL-CREDIT    PIC 9(9) VALUE 0.

      *> The fines a line names, in the order given.
       01  LIST-TABLE.
           05 LIST-FINE OCCURS 10 TIMES PIC X(5).
           05 LIST-FINE-IDX OCCURS 10 TIMES PIC 9(4).
       01  LIST-CNT           PIC 9(2) VALUE 0.
       01  LIST-IDX           PIC 9(2) VALUE 0.
       01  WS-LIST-PTR        PIC 9(3) VALUE 1.
       01  WS-LIST-ID         PIC X(10).

      *> What the line does, worked out before anything is touched.
       01  WS-REMAINING       PIC 9(7) VALUE 0.
       01  WS-TO-FINES        PIC 9(7) VALUE 0.
       01  WS-TO-CREDIT       PIC 9(7) VALUE 0.
       01  WS-PORTION         PIC 9(7) VALUE 0.
       01  WS-FIRST-RECEIPT   PIC 9(6) VALUE 0.
       01  WS-LAST-FINE-IDX   PIC 9(4) VALUE 0.
       01  WS-RCPT-FINE-ID    PIC X(5).
       01  WS-RCPT-AMOUNT     PIC 9(6) VALUE 0.

      *> Card numbers, any status -- a card replaced since the
      *> portal feed still identifies who paid.
       01  CARD-TABLE.
           05 CARD-ENTRY OCCURS 3000 TIMES.
               10 CD-CARD       PIC X(8).
               10 CD-MEMBER     PIC X(5).
       01  CD-CNT             PIC 9(4) VALUE 0.
       01  CD-IDX             PIC 9(4) VALUE 0.

      *> fine.csv whole -- PayFine's table shape.
       01  FINE-TABLE.
           05 FINE-ENTRY OCCURS 1000 TIMES.
               10 FN-FINE-ID   PIC X(5).
               10 FN-TRAN-ID   PIC X(5).
               10 FN-MEMBER-ID PIC X(5).
               10 FN-DUE-DAYS  PIC X(3).
               10 FN-AMOUNT    PIC 9(6).
               10 FN-PAID-FLAG PIC X(3).
               10 FN-PAID-DATE PIC X(10).
               10 FN-REASON    PIC X(10).
               10 FN-WAIVED-AMT     PIC 9(6).
               10 FN-WAIVER-REASON  PIC X(40).
               10 FN-OP-ID          PIC X(10).
               10 FN-PAID-AMT       PIC 9(6).
               10 FN-ASSESS-DATE    PIC X(10).
       01  FINE-CNT           PIC 9(4) VALUE 0.
       01  FINE-IDX           PIC 9(4) VALUE 0.
       01  FINE-MATCH-IDX     PIC 9(4) VALUE 0.
       01  WS-FINES-DIRTY     PIC X VALUE 'N'.
       01  WS-OUTSTANDING     PIC S9(7) VALUE 0.

      *> Receipt numbering, PayFine's max-scan, taken once.
       01  WS-RCPT-ID-X       PIC X(6).
       01  WS-RCPT-ID-N       PIC 9(6).
       01  MAX-RECEIPT-ID     PIC 9(6) VALUE 0.
       01  NEW-RECEIPT-ID     PIC 9(6).
       01  WS-RECEIPTS-EXIST  PIC X VALUE 'N'.

      *> References already applied, for the duplicate check.
       01  SEEN-TABLE.
           05 SEEN-REF OCCURS 5000 TIMES PIC X(12).
       01  SEEN-CNT           PIC 9(4) VALUE 0.
       01  SEEN-IDX           PIC 9(4) VALUE 0.
       01  WS-DUPLICATE       PIC X VALUE 'N'.
       01  WS-REGISTER-EXISTS PIC X VALUE 'N'.

      *> Collections referral ledger, PayFine's shape.
       01  REF-TABLE.
           05 REF-ENTRY OCCURS 500 TIMES.
               10 RF-FINE-ID   PIC X(5).
               10 RF-DATE      PIC X(10).
               10 RF-STATUS    PIC X(8).
       01  REF-CNT            PIC 9(3) VALUE 0.
       01  REF-IDX            PIC 9(3) VALUE 0.
       01  WS-REF-CHANGED     PIC X VALUE 'N'.

      *> Credit-ledger call arguments -- see CreditLedger.cbl.
       01  WS-CL-ACTION       PIC X(4).
       01  WS-CL-DIR          PIC X(2).
       01  WS-CL-AMOUNT       PIC 9(7).
       01  WS-CL-SOURCE       PIC X(20).
       01  WS-CL-BALANCE      PIC 9(7).

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting
      *> fine.csv and collections_referred.csv.
           MOVE 'GatewayImport' TO WS-ERRLOG-PROGRAM
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
           STRING WS-NOW-TIME(1:2) DELIMITED BY SIZE ":"
                  WS-NOW-TIME(3:2) DELIMITED BY SIZE ":"
                  WS-NOW-TIME(5:2) DELIMITED BY SIZE
               INTO WS-TIME-DISPLAY

           MOVE 'N' TO FILE-END
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = "00"
               DISPLAY "No gateway_settlement.csv found -- nothing "
                   "to import."
               GO TO ENDER
           END-IF

           PERFORM LOAD-CARD-FILE
           PERFORM LOAD-FINE-FILE
           PERFORM LOAD-REFERRAL-LEDGER
           PERFORM LOAD-SETTLEMENT-REGISTER
           PERFORM FIND-LAST-RECEIPT

           IF WS-RECEIPTS-EXIST = 'Y'
               OPEN EXTEND RECEIPT-FILE
           ELSE
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           IF WS-REGISTER-EXISTS = 'Y'
               OPEN EXTEND REGISTER-FILE
           ELSE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           OPEN OUTPUT EXCEPT-FILE
           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ SETTLE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SETTLE-REC NOT = SPACES
                           MOVE SPACES TO ST-REF ST-CARD ST-FINES
                               ST-AMOUNT-X ST-FEE-X ST-DATE
                           UNSTRING SETTLE-REC DELIMITED BY ","
                               INTO ST-REF, ST-CARD, ST-FINES,
                                    ST-AMOUNT-X, ST-FEE-X, ST-DATE
                           PERFORM APPLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPT-FILE
           CLOSE REGISTER-FILE
           CLOSE RECEIPT-FILE
           CLOSE SETTLE-FILE

           IF WS-FINES-DIRTY = 'Y'
               PERFORM REWRITE-FINE-FILE
           END-IF
           IF WS-REF-CHANGED = 'Y'
               PERFORM REWRITE-REFERRAL-LEDGER
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "Gateway settlement: " WS-APPLIED " payment(s) "
               "applied, " WS-EXCEPTIONS " exception(s)."
           DISPLAY "Received " WS-TOTAL-IN " MMK, gateway fees "
               WS-TOTAL-FEES " MMK, to credit " WS-TOTAL-CREDIT
               " MMK."
           IF WS-EXCEPTIONS > 0
               DISPLAY "See gateway_exceptions.csv."
           END-IF
           DISPLAY "-----------------------------------"
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
      *> Everything about the line is checked before anything is
      *> written, so an exception leaves no half-applied payment.
       APPLY-ONE-LINE.
           MOVE FUNCTION TRIM(ST-REF) TO ST-REF
           MOVE FUNCTION TRIM(ST-CARD) TO ST-CARD
           IF ST-REF = SPACES
               MOVE "NO REFERENCE" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DUPLICATE
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
               UNTIL SEEN-IDX > SEEN-CNT
               IF SEEN-REF(SEEN-IDX) = ST-REF
                   MOVE 'Y' TO WS-DUPLICATE
               END-IF
           END-PERFORM
           IF WS-DUPLICATE = 'Y'
               MOVE "DUPLICATE REFERENCE" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ST-MEMBER
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-CNT
               IF CD-CARD(CD-IDX) = ST-CARD
                   MOVE CD-MEMBER(CD-IDX) TO ST-MEMBER
               END-IF
           END-PERFORM
           IF ST-MEMBER = SPACES
               MOVE "CARD NOT FOUND" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ST-AMOUNT
           IF FUNCTION TRIM(ST-AMOUNT-X) NOT = SPACE
               IF FUNCTION TEST-NUMVAL(ST-AMOUNT-X) NOT = 0
                   OR FUNCTION NUMVAL(ST-AMOUNT-X) < 0
                   MOVE "BAD AMOUNT" TO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION-ROW
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(ST-AMOUNT-X) TO ST-AMOUNT
           END-IF
           MOVE 0 TO ST-FEE
           IF FUNCTION TRIM(ST-FEE-X) NOT = SPACE
               AND FUNCTION TEST-NUMVAL(ST-FEE-X) = 0
               AND FUNCTION NUMVAL(ST-FEE-X) > 0
               MOVE FUNCTION NUMVAL(ST-FEE-X) TO ST-FEE
           END-IF

           PERFORM PARSE-FINE-LIST
           IF WS-EXCEPT-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF

      *> Fines named but no amount: the member paid them in full.
           IF ST-AMOUNT = 0 AND LIST-CNT > 0
               PERFORM VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > LIST-CNT
                   MOVE LIST-FINE-IDX(LIST-IDX) TO FINE-IDX
                   PERFORM COMPUTE-OUTSTANDING
                   IF WS-OUTSTANDING > 0
                       ADD WS-OUTSTANDING TO ST-AMOUNT
                   END-IF
               END-PERFORM
           END-IF
           IF ST-AMOUNT = 0
               MOVE "NOTHING TO APPLY" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE ST-AMOUNT TO WS-REMAINING
           MOVE 0 TO WS-TO-FINES
           MOVE 0 TO WS-FIRST-RECEIPT
           MOVE 0 TO WS-LAST-FINE-IDX
           IF LIST-CNT > 0
               PERFORM VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > LIST-CNT OR WS-REMAINING = 0
                   MOVE LIST-FINE-IDX(LIST-IDX) TO FINE-IDX
                   PERFORM PAY-ONE-FINE
               END-PERFORM
           ELSE
               PERFORM VARYING FINE-IDX FROM 1 BY 1
                   UNTIL FINE-IDX > FINE-CNT OR WS-REMAINING = 0
                   IF FN-MEMBER-ID(FINE-IDX) = ST-MEMBER
                       PERFORM PAY-ONE-FINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-REMAINING TO WS-TO-CREDIT

      *> The last fine's receipt carries any overpayment, as a desk
      *> overpayment does; with nothing owing at all the whole
      *> payment is receipted on its own.
           IF WS-LAST-FINE-IDX > 0
               MOVE FN-FINE-ID(WS-LAST-FINE-IDX) TO WS-RCPT-FINE-ID
               ADD WS-TO-CREDIT TO WS-PORTION
               MOVE WS-PORTION TO WS-RCPT-AMOUNT
           ELSE
               MOVE SPACES TO WS-RCPT-FINE-ID
               MOVE WS-TO-CREDIT TO WS-RCPT-AMOUNT
           END-IF
           PERFORM WRITE-RECEIPT-ROW

           IF WS-TO-CREDIT > 0
               MOVE "POST" TO WS-CL-ACTION
               MOVE "CR" TO WS-CL-DIR
               MOVE WS-TO-CREDIT TO WS-CL-AMOUNT
               MOVE SPACES TO WS-CL-SOURCE
               STRING "ONLINE " DELIMITED BY SIZE
                      ST-REF DELIMITED BY SPACE
                   INTO WS-CL-SOURCE
               CALL 'CreditLedger' USING WS-CL-ACTION, ST-MEMBER,
                   WS-CL-DIR, WS-CL-AMOUNT, WS-CL-SOURCE,
                   WS-CL-BALANCE
               ADD WS-TO-CREDIT TO WS-TOTAL-CREDIT
           END-IF

           PERFORM WRITE-REGISTER-ROW
           IF SEEN-CNT < 5000
               ADD 1 TO SEEN-CNT
               MOVE ST-REF TO SEEN-REF(SEEN-CNT)
           END-IF
           ADD 1 TO WS-APPLIED
           ADD ST-AMOUNT TO WS-TOTAL-IN
           ADD ST-FEE TO WS-TOTAL-FEES
           DISPLAY "Applied " FUNCTION TRIM(ST-REF) ": " ST-AMOUNT
               " MMK from member " ST-MEMBER " -- fines "
               WS-TO-FINES ", credit " WS-TO-CREDIT
               " (receipt " WS-FIRST-RECEIPT ").".

      *-----------------------------------------------------------------
      *> Splits the ';' list into fine rows; each has to be on file
      *> and the paying member's. A fine already settled by other
      *> means stays in the list and simply takes nothing.
       PARSE-FINE-LIST.
           MOVE SPACES TO WS-EXCEPT-REASON
           MOVE 0 TO LIST-CNT
           MOVE 1 TO WS-LIST-PTR
           IF FUNCTION TRIM(ST-FINES) = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIST-PTR > 60
               OR WS-EXCEPT-REASON NOT = SPACES
               MOVE SPACES TO WS-LIST-ID
               UNSTRING ST-FINES DELIMITED BY ";"
                   INTO WS-LIST-ID
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-LIST-ID) TO WS-LIST-ID
               IF WS-LIST-ID NOT = SPACES
                   PERFORM TAKE-LISTED-FINE
               END-IF
           END-PERFORM.

       TAKE-LISTED-FINE.
           IF LIST-CNT >= 10
               MOVE "MORE THAN 10 FINES" TO WS-EXCEPT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FINE-MATCH-IDX
           PERFORM VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-CNT OR FINE-MATCH-IDX > 0
               IF FN-FINE-ID(FINE-IDX) = WS-LIST-ID(1:5)
                   MOVE FINE-IDX TO FINE-MATCH-IDX
               END-IF
           END-PERFORM
           IF FINE-MATCH-IDX = 0
               MOVE SPACES TO WS-EXCEPT-REASON
               STRING "FINE " DELIMITED BY SIZE
                      WS-LIST-ID DELIMITED BY SPACE
                      " NOT FOUND" DELIMITED BY SIZE
                   INTO WS-EXCEPT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FN-MEMBER-ID(FINE-MATCH-IDX) NOT = ST-MEMBER
               MOVE SPACES TO WS-EXCEPT-REASON
               STRING "FINE " DELIMITED BY SIZE
                      WS-LIST-ID DELIMITED BY SPACE
                      " NOT THE MEMBER'S" DELIMITED BY SIZE
                   INTO WS-EXCEPT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LIST-CNT
           MOVE WS-LIST-ID(1:5) TO LIST-FINE(LIST-CNT)
           MOVE FINE-MATCH-IDX TO LIST-FINE-IDX(LIST-CNT).

      *-----------------------------------------------------------------
       COMPUTE-OUTSTANDING.
           MOVE 0 TO WS-OUTSTANDING
           IF FUNCTION TRIM(FN-PAID-FLAG(FINE-IDX)) NOT = "YES"
               COMPUTE WS-OUTSTANDING = FN-AMOUNT(FINE-IDX)
                   - FN-WAIVED-AMT(FINE-IDX)
                   - FN-PAID-AMT(FINE-IDX)
           END-IF.

      *> PayFine's instalment rule on one fine row, then its receipt.
      *> The last fine paid is held back so the overpayment can ride
      *> on its receipt.
       PAY-ONE-FINE.
           PERFORM COMPUTE-OUTSTANDING
           IF WS-OUTSTANDING <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-FINE-IDX > 0
               MOVE FN-FINE-ID(WS-LAST-FINE-IDX) TO WS-RCPT-FINE-ID
               MOVE WS-PORTION TO WS-RCPT-AMOUNT
               PERFORM WRITE-RECEIPT-ROW
           END-IF
           IF WS-REMAINING > WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-PORTION
           ELSE
               MOVE WS-REMAINING TO WS-PORTION
           END-IF
           ADD WS-PORTION TO FN-PAID-AMT(FINE-IDX)
           MOVE WS-TODAY-DISPLAY TO FN-PAID-DATE(FINE-IDX)
           MOVE "PORTAL" TO FN-OP-ID(FINE-IDX)
           MOVE 'Y' TO WS-FINES-DIRTY
           SUBTRACT WS-PORTION FROM WS-REMAINING
           ADD WS-PORTION TO WS-TO-FINES
           IF WS-PORTION = WS-OUTSTANDING
               MOVE "YES" TO FN-PAID-FLAG(FINE-IDX)
               PERFORM CLEAR-COLLECTIONS-REFERRAL
           END-IF
           MOVE FINE-IDX TO WS-LAST-FINE-IDX.

      *-----------------------------------------------------------------
       WRITE-EXCEPTION-ROW.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO EXCEPT-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-REF) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-CARD) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-FINES) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-AMOUNT-X) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-FEE-X) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ST-DATE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-EXCEPT-REASON)
                      DELIMITED BY SIZE
               INTO EXCEPT-REC
           WRITE EXCEPT-REC
           DISPLAY "Exception: " FUNCTION TRIM(ST-REF) " -- "
               FUNCTION TRIM(WS-EXCEPT-REASON).

      *-----------------------------------------------------------------
      *> One receipts.csv row in PayFine's shape -- PORTAL as the
      *> operator and ONLINE where the drawer session and the tender
      *> sit, so the CashDrawer close-out never counts it.
       WRITE-RECEIPT-ROW.
           ADD 1 TO MAX-RECEIPT-ID
           MOVE MAX-RECEIPT-ID TO NEW-RECEIPT-ID
           IF WS-FIRST-RECEIPT = 0
               MOVE NEW-RECEIPT-ID TO WS-FIRST-RECEIPT
           END-IF
           MOVE SPACES TO RECEIPT-REC
           STRING NEW-RECEIPT-ID DELIMITED BY SIZE ","
                  WS-RCPT-FINE-ID DELIMITED BY SIZE ","
                  ST-MEMBER DELIMITED BY SIZE ","
                  WS-RCPT-AMOUNT DELIMITED BY SIZE ","
                  "PORTAL" DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-TIME-DISPLAY DELIMITED BY SIZE ","
                  "ONLINE" DELIMITED BY SIZE ","
                  "FINE" DELIMITED BY SIZE ","
                  "ONLINE" DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC.

      *-----------------------------------------------------------------
       WRITE-REGISTER-ROW.
           MOVE SPACES TO REGISTER-REC
           STRING ST-REF DELIMITED BY SPACE ","
                  FUNCTION TRIM(ST-DATE) DELIMITED BY SIZE ","
                  ST-CARD DELIMITED BY SPACE ","
                  ST-MEMBER DELIMITED BY SIZE ","
                  ST-AMOUNT DELIMITED BY SIZE ","
                  WS-TO-FINES DELIMITED BY SIZE ","
                  WS-TO-CREDIT DELIMITED BY SIZE ","
                  ST-FEE DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-FIRST-RECEIPT DELIMITED BY SIZE
               INTO REGISTER-REC
           WRITE REGISTER-REC.

      *-----------------------------------------------------------------
       LOAD-CARD-FILE.
           MOVE 0 TO CD-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CARD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF CARD-REC NOT = SPACES AND CD-CNT < 3000
                           ADD 1 TO CD-CNT
                           UNSTRING CARD-REC DELIMITED BY ","
                               INTO CD-CARD(CD-CNT),
                                    CD-MEMBER(CD-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-FILE.

      *-----------------------------------------------------------------
       LOAD-SETTLEMENT-REGISTER.
           MOVE 0 TO SEEN-CNT
           MOVE 'N' TO WS-REGISTER-EXISTS
           MOVE 'N' TO FILE-END
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-REGISTER-EXISTS
           PERFORM UNTIL FILE-END = 'Y'
               READ REGISTER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF REGISTER-REC NOT = SPACES
                           AND SEEN-CNT < 5000
                           ADD 1 TO SEEN-CNT
                           UNSTRING REGISTER-REC DELIMITED BY ","
                               INTO SEEN-REF(SEEN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

      *-----------------------------------------------------------------
       FIND-LAST-RECEIPT.
           MOVE 0 TO MAX-RECEIPT-ID
           MOVE 'N' TO WS-RECEIPTS-EXIST
           MOVE 'N' TO FILE-END
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RECEIPTS-EXIST
           PERFORM UNTIL FILE-END = 'Y'
               READ RECEIPT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING RECEIPT-REC DELIMITED BY ","
                           INTO WS-RCPT-ID-X
                       MOVE WS-RCPT-ID-X TO WS-RCPT-ID-N
                       IF WS-RCPT-ID-N > MAX-RECEIPT-ID
                           MOVE WS-RCPT-ID-N TO MAX-RECEIPT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE.

      *-----------------------------------------------------------------
       LOAD-FINE-FILE.
           MOVE 0 TO FINE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FINE-CNT < 1000
                           ADD 1 TO FINE-CNT
                           MOVE 0 TO FN-WAIVED-AMT(FINE-CNT)
                           MOVE 0 TO FN-PAID-AMT(FINE-CNT)
                           MOVE SPACES TO FN-ASSESS-DATE(FINE-CNT)
                           UNSTRING FINE-REC DELIMITED BY ","
                               INTO FN-FINE-ID(FINE-CNT),
                                    FN-TRAN-ID(FINE-CNT),
                                    FN-MEMBER-ID(FINE-CNT),
                                    FN-DUE-DAYS(FINE-CNT),
                                    FN-AMOUNT(FINE-CNT),
                                    FN-PAID-FLAG(FINE-CNT),
                                    FN-PAID-DATE(FINE-CNT),
                                    FN-REASON(FINE-CNT),
                                    FN-WAIVED-AMT(FINE-CNT),
                                    FN-WAIVER-REASON(FINE-CNT),
                                    FN-OP-ID(FINE-CNT),
                                    FN-PAID-AMT(FINE-CNT),
                                    FN-ASSESS-DATE(FINE-CNT)
                           IF FN-AMOUNT(FINE-CNT) NOT NUMERIC
                               MOVE 0 TO FN-AMOUNT(FINE-CNT)
                           END-IF
                           IF FN-WAIVED-AMT(FINE-CNT) NOT NUMERIC
                               MOVE 0 TO FN-WAIVED-AMT(FINE-CNT)
                           END-IF
                           IF FN-PAID-AMT(FINE-CNT) NOT NUMERIC
                               MOVE 0 TO FN-PAID-AMT(FINE-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       REWRITE-FINE-FILE.
           OPEN OUTPUT FINE-FILE
           PERFORM VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-CNT
               MOVE SPACES TO FINE-REC
               STRING FN-FINE-ID(FINE-IDX) DELIMITED BY SIZE ","
                      FN-TRAN-ID(FINE-IDX) DELIMITED BY SIZE ","
                      FN-MEMBER-ID(FINE-IDX) DELIMITED BY SIZE ","
                      FN-DUE-DAYS(FINE-IDX) DELIMITED BY SIZE ","
                      FN-AMOUNT(FINE-IDX) DELIMITED BY SIZE ","
                      FN-PAID-FLAG(FINE-IDX) DELIMITED BY SIZE ","
                      FN-PAID-DATE(FINE-IDX) DELIMITED BY SIZE ","
                      FN-REASON(FINE-IDX) DELIMITED BY SIZE ","
                      FN-WAIVED-AMT(FINE-IDX) DELIMITED BY SIZE ","
                      FN-WAIVER-REASON(FINE-IDX)
                          DELIMITED BY SIZE ","
                      FN-OP-ID(FINE-IDX) DELIMITED BY SIZE ","
                      FN-PAID-AMT(FINE-IDX) DELIMITED BY SIZE ","
                      FN-ASSESS-DATE(FINE-IDX) DELIMITED BY SIZE
                   INTO FINE-REC
               WRITE FINE-REC
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       LOAD-REFERRAL-LEDGER.
           MOVE 0 TO REF-CNT
           MOVE 'N' TO WS-REF-CHANGED
           MOVE 'N' TO FILE-END
           OPEN INPUT REFER-FILE
           IF WS-REFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REFER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF REF-CNT < 500
                           ADD 1 TO REF-CNT
                           UNSTRING REFER-REC DELIMITED BY ","
                               INTO RF-FINE-ID(REF-CNT),
                                    RF-DATE(REF-CNT),
                                    RF-STATUS(REF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFER-FILE
           MOVE 'N' TO FILE-END.

      *-----------------------------------------------------------------
      *> Same settlement rule PayFine applies: a fine paid off in
      *> full drops off the collections chase list.
       CLEAR-COLLECTIONS-REFERRAL.
           PERFORM VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > REF-CNT
               IF RF-FINE-ID(REF-IDX) = FN-FINE-ID(FINE-IDX)
                   AND FUNCTION TRIM(RF-STATUS(REF-IDX)) = "REF"
                   MOVE "CLEARED" TO RF-STATUS(REF-IDX)
                   MOVE 'Y' TO WS-REF-CHANGED
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       REWRITE-REFERRAL-LEDGER.
           OPEN OUTPUT REFER-FILE
           PERFORM VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > REF-CNT
               MOVE SPACES TO REFER-REC
               STRING RF-FINE-ID(REF-IDX) DELIMITED BY SIZE ","
                      RF-DATE(REF-IDX) DELIMITED BY SIZE ","
                      RF-STATUS(REF-IDX) DELIMITED BY SIZE
                   INTO REFER-REC
               WRITE REFER-REC
           END-PERFORM
           CLOSE REFER-FILE.

       END PROGRAM GatewayImport.
