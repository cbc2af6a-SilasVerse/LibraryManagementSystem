      *          Supervisors maintain the priced item list from the
      *          same screen.
      * Tectonics: cobc
      * (Updated by Silas): Each priced item carries a tax code (fourth
      *            chargeable_items.csv column; items priced before it
      *            are CT). Prices stay tax-inclusive: TaxCalc splits
      *            each sale, the receipts.csv row carries the tax code
      *            and tax amount in columns 13 and 14, and the slip
      *            shows net, tax and gross.
      * (Updated by Silas): Menu item 4 collects printing from the
      *            public PCs: the PENDING rows PcSessions leaves in
      *            pc_print_charges.csv are sold as the PRINT item,
      *            pages times its price, and marked PAID with the
      *            receipt number. Exit moves to 5.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MiscCharge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Priced item list -- code, description, unit price, tax
      *> code.
           SELECT ITEM-FILE ASSIGN TO "../chargeable_items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT SLIP-FILE ASSIGN TO "../receipt_slip.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Printing from the public PCs, left PENDING by PcSessions.
           SELECT PRINT-CHARGE-FILE ASSIGN TO "../pc_print_charges.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DRAWER-REC       PIC X(200).
       FD  SLIP-FILE.
       01  SLIP-LINE        PIC X(50).
       FD  PRINT-CHARGE-FILE.
       01  PRINT-CHARGE-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS       PIC XX.
       01  WS-RECEIPT-STATUS    PIC XX.
       01  WS-DRAWER-STATUS     PIC XX.
       01  WS-PRINT-STATUS      PIC XX.
       01  FILE-END             PIC X VALUE 'N'.
       01  WS-MENU-CHOICE       PIC 9.
       01  WS-OPERATOR-ID       PIC X(10).
               10 IT-CODE       PIC X(6).
               10 IT-DESC       PIC X(30).
               10 IT-PRICE      PIC 9(6).
               10 IT-TAX-CODE   PIC X(2).
       01  ITEM-CNT             PIC 9(3) VALUE 0.
       01  ITEM-IDX             PIC 9(3) VALUE 0.
       01  ITEM-MATCH-IDX       PIC 9(3) VALUE 0.
       01  WS-QTY-N             PIC 9(4) VALUE 0.
       01  WS-SALE-AMOUNT       PIC 9(6) VALUE 0.
       01  WS-SALE-MEMBER       PIC X(5).
       01  WS-TAX-CODE-IN       PIC X(2).

      *> Commercial-tax call arguments -- see TaxCalc. Prices are
      *> tax-inclusive; the slip splits the gross into net and tax.
       01  WS-TX-CODE           PIC X(2).
       01  WS-TX-GROSS          PIC 9(7).
       01  WS-TX-TAX            PIC 9(7).
       01  WS-TX-RATE           PIC 9(4).
       01  WS-TX-FOUND          PIC X.
       01  WS-SALE-TAX          PIC 9(6) VALUE 0.
       01  WS-SALE-NET          PIC 9(6) VALUE 0.

      *> The operator's OPEN drawer session -- a sale is refused
      *> without one, exactly like PayFine.
       01  WS-AMT-I             PIC 9(2).
       01  WS-AMT-DIGITS        PIC 9(2) VALUE 0.

      *> pc_print_charges.csv: session,date,branch,user,type,
      *> pages,PENDING/PAID,receipt.
       01  PRINT-CHARGE-TABLE.
           05 PRINT-CHARGE-ENTRY OCCURS 500 TIMES.
               10 PC-SESSION        PIC X(6).
               10 PC-DATE           PIC X(10).
               10 PC-BRANCH         PIC X(10).
               10 PC-USER           PIC X(5).
               10 PC-TYPE           PIC X(7).
               10 PC-PAGES          PIC X(4).
               10 PC-STATUS         PIC X(7).
               10 PC-RECEIPT        PIC X(6).
       01  PC-CNT               PIC 9(3) VALUE 0.
       01  PC-IDX               PIC 9(3) VALUE 0.
       01  PC-MATCH             PIC 9(3) VALUE 0.
       01  PC-PENDING-CNT       PIC 9(3) VALUE 0.
       01  WS-PC-SESSION-IN     PIC X(6).
       01  WS-PC-AMOUNT         PIC 9(6) VALUE 0.

       01  WS-LOCK-ACQUIRED     PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM    PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE    PIC X(100) VALUE SPACES.
           DISPLAY "1) Sell an item"
           DISPLAY "2) List priced items"
           DISPLAY "3) Maintain priced items (supervisor)"
           DISPLAY "4) Collect PC printing charges"
           DISPLAY "5) Exit"
           DISPLAY "Enter your choice (1-5): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
                   ELSE
                       PERFORM MAINTAIN-ITEMS
                   END-IF
               WHEN 4
                   PERFORM COLLECT-PC-PRINTING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                       NOT AT END
                           ADD 1 TO ITEM-CNT
                           MOVE 0 TO IT-PRICE(ITEM-CNT)
                           MOVE SPACES TO IT-TAX-CODE(ITEM-CNT)
                           UNSTRING ITEM-REC DELIMITED BY ","
                               INTO IT-CODE(ITEM-CNT),
                                    IT-DESC(ITEM-CNT),
                                    IT-PRICE(ITEM-CNT),
                                    IT-TAX-CODE(ITEM-CNT)
                           IF IT-PRICE(ITEM-CNT) NOT NUMERIC
                               MOVE 0 TO IT-PRICE(ITEM-CNT)
                           END-IF
      *> Items priced before tax codes are photocopies and printing
      *> -- taxable at the standard code.
                           IF IT-TAX-CODE(ITEM-CNT) = SPACES
                               MOVE "CT" TO IT-TAX-CODE(ITEM-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
               MOVE SPACES TO ITEM-REC
               STRING IT-CODE(ITEM-IDX)  DELIMITED BY SIZE ","
                      IT-DESC(ITEM-IDX)  DELIMITED BY SIZE ","
                      IT-PRICE(ITEM-IDX) DELIMITED BY SIZE ","
                      IT-TAX-CODE(ITEM-IDX) DELIMITED BY SIZE
                   INTO ITEM-REC
               WRITE ITEM-REC
           END-PERFORM
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code    Description                    Price"
               "       Tax"
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-CNT
               DISPLAY IT-CODE(ITEM-IDX) "  " IT-DESC(ITEM-IDX)
                   " " IT-PRICE(ITEM-IDX) " MMK  "
                   IT-TAX-CODE(ITEM-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
           END-PERFORM
           DISPLAY "Description: "
           ACCEPT WS-ITEM-DESC
           DISPLAY "Unit price (MMK, tax included): "
           PERFORM ACCEPT-AMOUNT
           DISPLAY "Tax code (CT taxable, EX exempt; blank = CT): "
           ACCEPT WS-TAX-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-TAX-CODE-IN) TO WS-TAX-CODE-IN
           IF WS-TAX-CODE-IN = SPACES
               MOVE "CT" TO WS-TAX-CODE-IN
           END-IF
           MOVE WS-TAX-CODE-IN TO WS-TX-CODE
           MOVE 0 TO WS-TX-GROSS
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           IF WS-TX-FOUND NOT = 'Y'
               DISPLAY "Unknown tax code " WS-TAX-CODE-IN
                   " -- item not saved."
               EXIT PARAGRAPH
           END-IF
           IF ITEM-MATCH-IDX = 0
               ADD 1 TO ITEM-CNT
               MOVE ITEM-CNT TO ITEM-MATCH-IDX
               MOVE WS-ITEM-CODE TO IT-CODE(ITEM-MATCH-IDX)
           END-IF
           MOVE WS-TAX-CODE-IN TO IT-TAX-CODE(ITEM-MATCH-IDX)
           IF FUNCTION TRIM(WS-ITEM-DESC) NOT = SPACE
               MOVE WS-ITEM-DESC TO IT-DESC(ITEM-MATCH-IDX)
           END-IF
               TO IT-PRICE(ITEM-MATCH-IDX)
           PERFORM REWRITE-ITEM-FILE
           DISPLAY "Item " IT-CODE(ITEM-MATCH-IDX) " saved at "
               IT-PRICE(ITEM-MATCH-IDX) " MMK, tax code "
               IT-TAX-CODE(ITEM-MATCH-IDX) ".".

      *-----------------------------------------------------------------
      *> One sale: item code times quantity, into the open drawer
           ELSE
               MOVE FUNCTION NUMVAL(WS-QTY-X) TO WS-QTY-N
           END-IF
           PERFORM PRICE-SALE

      *> The member ID is optional -- a walk-in photocopy customer
      *> needn't be a member at all.
           DISPLAY "Member ID (blank for walk-in): "
           ACCEPT WS-SALE-MEMBER
           PERFORM FINISH-SALE.

      *-----------------------------------------------------------------
      *> Item ITEM-MATCH-IDX times WS-QTY-N, split by TaxCalc.
       PRICE-SALE.
           COMPUTE WS-SALE-AMOUNT =
               IT-PRICE(ITEM-MATCH-IDX) * WS-QTY-N
           MOVE IT-TAX-CODE(ITEM-MATCH-IDX) TO WS-TX-CODE
           MOVE WS-SALE-AMOUNT TO WS-TX-GROSS
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           MOVE WS-TX-TAX TO WS-SALE-TAX
           COMPUTE WS-SALE-NET = WS-SALE-AMOUNT - WS-SALE-TAX.

      *-----------------------------------------------------------------
      *> Shows the priced sale, takes the tender, and writes the
      *> receipt row and slip.
       FINISH-SALE.
           DISPLAY FUNCTION TRIM(IT-DESC(ITEM-MATCH-IDX)) " x "
               WS-QTY-N " = " WS-SALE-AMOUNT " MMK"
           DISPLAY "  net " WS-SALE-NET " + tax " WS-SALE-TAX
               " (" WS-TX-CODE ")"
           DISPLAY "Tender 1) Cash  2) KBZPay  3) Wave  "
               "4) Bank transfer: "
           ACCEPT WS-TENDER-CHOICE
               ", " WS-SALE-AMOUNT " MMK (" WS-RCPT-TENDER ")."
           DISPLAY "-----------------------------------".

      *-----------------------------------------------------------------
      *> Pages printed at the public PCs, sold as the PRINT item
      *> against the session's member (a guest pays as a walk-in)
      *> and the PENDING row marked PAID with the receipt number.
       COLLECT-PC-PRINTING.
           PERFORM FIND-OPEN-DRAWER
           IF WS-DRAWER-SESSION = SPACES
               DISPLAY "No open drawer session for operator "
                   WS-OPERATOR-ID "."
               DISPLAY "Open a drawer through the Cash Drawer menu "
                   "before selling."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ITEM-MATCH-IDX
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-CNT
               IF FUNCTION TRIM(IT-CODE(ITEM-IDX)) = "PRINT"
                   MOVE ITEM-IDX TO ITEM-MATCH-IDX
               END-IF
           END-PERFORM
           IF ITEM-MATCH-IDX = 0
               DISPLAY "No PRINT item priced yet -- a supervisor "
                   "must set up item code PRINT first."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PRINT-CHARGES
           MOVE 0 TO PC-PENDING-CNT
           DISPLAY "Session Date       Member Pages     MMK"
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-CNT
               IF PC-STATUS(PC-IDX) = "PENDING"
                   ADD 1 TO PC-PENDING-CNT
                   COMPUTE WS-PC-AMOUNT = IT-PRICE(ITEM-MATCH-IDX)
                       * FUNCTION NUMVAL(PC-PAGES(PC-IDX))
                   DISPLAY PC-SESSION(PC-IDX) "  " PC-DATE(PC-IDX)
                       " " PC-USER(PC-IDX) "  " PC-PAGES(PC-IDX)
                       "  " WS-PC-AMOUNT
               END-IF
           END-PERFORM
           IF PC-PENDING-CNT = 0
               DISPLAY "No PC printing waiting to be paid."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Session to take payment for (blank = none): "
           ACCEPT WS-PC-SESSION-IN
           IF WS-PC-SESSION-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PC-MATCH
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-CNT
               IF PC-STATUS(PC-IDX) = "PENDING"
                   AND FUNCTION NUMVAL(PC-SESSION(PC-IDX)) =
                       FUNCTION NUMVAL(WS-PC-SESSION-IN)
                   MOVE PC-IDX TO PC-MATCH
               END-IF
           END-PERFORM
           IF PC-MATCH = 0
               DISPLAY "No unpaid printing for session "
                   FUNCTION TRIM(WS-PC-SESSION-IN) "."
               EXIT PARAGRAPH
           END-IF

           MOVE IT-CODE(ITEM-MATCH-IDX) TO WS-ITEM-CODE
           MOVE FUNCTION NUMVAL(PC-PAGES(PC-MATCH)) TO WS-QTY-N
           PERFORM PRICE-SALE
           IF FUNCTION TRIM(PC-TYPE(PC-MATCH)) = "GUEST"
               MOVE SPACES TO WS-SALE-MEMBER
           ELSE
               MOVE PC-USER(PC-MATCH) TO WS-SALE-MEMBER
           END-IF
           PERFORM FINISH-SALE
           MOVE "PAID" TO PC-STATUS(PC-MATCH)
           MOVE NEW-RECEIPT-ID TO PC-RECEIPT(PC-MATCH)
           PERFORM REWRITE-PRINT-CHARGES.

       LOAD-PRINT-CHARGES.
           MOVE 0 TO PC-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT PRINT-CHARGE-FILE
           IF WS-PRINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PRINT-CHARGE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF PC-CNT < 500
                           ADD 1 TO PC-CNT
                           MOVE SPACES TO PRINT-CHARGE-ENTRY(PC-CNT)
                           UNSTRING PRINT-CHARGE-REC DELIMITED BY ","
                               INTO PC-SESSION(PC-CNT),
                                    PC-DATE(PC-CNT),
                                    PC-BRANCH(PC-CNT), PC-USER(PC-CNT),
                                    PC-TYPE(PC-CNT), PC-PAGES(PC-CNT),
                                    PC-STATUS(PC-CNT),
                                    PC-RECEIPT(PC-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRINT-CHARGE-FILE.

       REWRITE-PRINT-CHARGES.
           OPEN OUTPUT PRINT-CHARGE-FILE
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-CNT
               MOVE SPACES TO PRINT-CHARGE-REC
               STRING PC-SESSION(PC-IDX) DELIMITED BY SPACE ","
                      PC-DATE(PC-IDX) DELIMITED BY SPACE ","
                      PC-BRANCH(PC-IDX) DELIMITED BY SPACE ","
                      PC-USER(PC-IDX) DELIMITED BY SPACE ","
                      PC-TYPE(PC-IDX) DELIMITED BY SPACE ","
                      PC-PAGES(PC-IDX) DELIMITED BY SPACE ","
                      PC-STATUS(PC-IDX) DELIMITED BY SPACE ","
                      PC-RECEIPT(PC-IDX) DELIMITED BY SPACE
                   INTO PRINT-CHARGE-REC
               WRITE PRINT-CHARGE-REC
           END-PERFORM
           CLOSE PRINT-CHARGE-FILE.

      *-----------------------------------------------------------------
      *> Finds the operator's OPEN drawer session, same as PayFine.
       FIND-OPEN-DRAWER.
      *-----------------------------------------------------------------
      *> Appends the sale to receipts.csv in PayFine's row shape --
      *> the item code rides in the document-ID column and the row is
      *> typed MISC so the revenue lines never mix downstream. The
      *> void columns stay blank; the tax code and the tax in the
      *> amount follow them.
       WRITE-RECEIPT-ROW.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  WS-PAY-TIME-DISPLAY  DELIMITED BY SIZE ","
                  WS-DRAWER-SESSION    DELIMITED BY SIZE ","
                  "MISC"               DELIMITED BY SIZE ","
                  WS-RCPT-TENDER       DELIMITED BY SIZE ",,,"
                  WS-TX-CODE           DELIMITED BY SIZE ","
                  WS-SALE-TAX          DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE.
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "  Net        : " DELIMITED BY SIZE
                  WS-SALE-NET       DELIMITED BY SIZE
                  " MMK"            DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "  Tax (" DELIMITED BY SIZE
                  WS-TX-CODE        DELIMITED BY SIZE
                  ")   : "          DELIMITED BY SIZE
                  WS-SALE-TAX       DELIMITED BY SIZE
                  " MMK"            DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "  Gross      : " DELIMITED BY SIZE
                  WS-SALE-AMOUNT    DELIMITED BY SIZE
                  " MMK"            DELIMITED BY SIZE
               INTO SLIP-LINE
