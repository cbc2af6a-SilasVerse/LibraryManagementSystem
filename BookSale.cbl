      *          every copy, and the proceeds summary totals each
      *          sale day.
      * Tectonics: cobc
      * (Updated by Silas): Each pricing band carries a tax code
      *            (sale_bands.csv over a compiled all-CT default, set
      *            by a supervisor from the new menu item 6). A quick
      *            sale splits the tax-inclusive price through TaxCalc
      *            and writes the tax code and tax amount as
      *            receipts.csv columns 13 and 14.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookSale IS INITIAL.
           SELECT DRAWER-FILE ASSIGN TO "../drawer_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
      *> Tax code per pricing band -- band, tax code.
           SELECT BAND-FILE ASSIGN TO "../sale_bands.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RECEIPT-REC     PIC X(200).
       FD  DRAWER-FILE.
       01  DRAWER-REC      PIC X(200).
       FD  BAND-FILE.
       01  BAND-REC        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SALE-STATUS    PIC XX.
       01  WS-RECEIPT-STATUS PIC XX.
       01  WS-DRAWER-STATUS  PIC XX.
       01  WS-BAND-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-TENDER-CHOICE  PIC 9.
       01  WS-RCPT-TENDER    PIC X(6) VALUE "CASH".

      *> Tax code per pricing band. The compiled VALUEs are the
      *> default -- every band taxable at the standard code --
      *> and sale_bands.csv rows override them band by band.
       01  BAND-DEFAULT-VALUES.
           05  FILLER PIC X(3) VALUE "ACT".
           05  FILLER PIC X(3) VALUE "BCT".
           05  FILLER PIC X(3) VALUE "CCT".
       01  BAND-TABLE REDEFINES BAND-DEFAULT-VALUES.
           05  BAND-ENTRY OCCURS 3 TIMES.
               10  BD-BAND    PIC X.
               10  BD-TAX     PIC X(2).
       01  BAND-IDX          PIC 9 VALUE 0.
       01  WS-BAND-IN        PIC X.
       01  WS-BAND-TAX-IN    PIC X(2).

      *> Commercial-tax call arguments -- see TaxCalc. Sale prices
      *> are tax-inclusive.
       01  WS-TX-CODE        PIC X(2).
       01  WS-TX-GROSS       PIC 9(7).
       01  WS-TX-TAX         PIC 9(7).
       01  WS-TX-RATE        PIC 9(4).
       01  WS-TX-FOUND       PIC X.
       01  WS-SALE-TAX       PIC 9(6) VALUE 0.
       01  WS-SALE-NET       PIC 9(6) VALUE 0.

      *> Proceeds summary per sale day.
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 60 TIMES.

           PERFORM ACCEPT-OPERATOR-ID
           PERFORM LOAD-SALE-FILE
           PERFORM LOAD-BAND-FILE
           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM SALE-MENU THRU SALE-MENU-EXIT
           DISPLAY "3) Quick sale"
           DISPLAY "4) Record pulped/donated disposition"
           DISPLAY "5) Proceeds summary"
           DISPLAY "6) Set a band's tax code (supervisor)"
           DISPLAY "7) Done"
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 5
                  PERFORM PROCEEDS-SUMMARY
              WHEN 6
                  IF WS-OP-VALID = 'Y' AND
                      FUNCTION TRIM(WS-OP-ROLE) NOT = "SUPER"
                      DISPLAY "Supervisor only."
                  ELSE
                      PERFORM SET-BAND-TAX
                  END-IF
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
               DISPLAY "Not in the inventory as FORSALE."
               EXIT PARAGRAPH
           END-IF
           MOVE "CT" TO WS-TX-CODE
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 3
               IF BD-BAND(BAND-IDX) = SL-BAND(SALE-PICK)
                   MOVE BD-TAX(BAND-IDX) TO WS-TX-CODE
               END-IF
           END-PERFORM
           MOVE SL-PRICE(SALE-PICK) TO WS-TX-GROSS
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           MOVE WS-TX-TAX TO WS-SALE-TAX
           COMPUTE WS-SALE-NET = SL-PRICE(SALE-PICK) - WS-SALE-TAX
           DISPLAY FUNCTION TRIM(SL-TITLE(SALE-PICK)) " -- "
               SL-PRICE(SALE-PICK) " MMK"
           DISPLAY "  net " WS-SALE-NET " + tax " WS-SALE-TAX
               " (" WS-TX-CODE ")"
           DISPLAY "Tender 1) Cash  2) KBZPay  3) Wave  "
               "4) Bank transfer: "
           ACCEPT WS-TENDER-CHOICE

      *-----------------------------------------------------------------
      *> Receipts.csv in PayFine's shape -- copy ID in the document
      *> column, SALE document type, tender as tendered, then the
      *> band's tax code and the tax in the price after the blank
      *> void columns.
       WRITE-RECEIPT-ROW.
           MOVE 0 TO MAX-RECEIPT-ID
           MOVE 'N' TO FILE-END
                  WS-TIME-DISPLAY DELIMITED BY SIZE ","
                  WS-DRAWER-SESSION DELIMITED BY SIZE ","
                  "SALE" DELIMITED BY SIZE ","
                  WS-RCPT-TENDER DELIMITED BY SIZE ",,,"
                  WS-TX-CODE DELIMITED BY SIZE ","
                  WS-SALE-TAX DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE.

      *-----------------------------------------------------------------
       LOAD-BAND-FILE.
           MOVE 'N' TO FILE-END
           OPEN INPUT BAND-FILE
           IF WS-BAND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BAND-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO WS-BAND-IN WS-BAND-TAX-IN
                       UNSTRING BAND-REC DELIMITED BY ","
                           INTO WS-BAND-IN, WS-BAND-TAX-IN
                       PERFORM VARYING BAND-IDX FROM 1 BY 1
                           UNTIL BAND-IDX > 3
                           IF BD-BAND(BAND-IDX) = WS-BAND-IN
                               AND WS-BAND-TAX-IN NOT = SPACES
                               MOVE WS-BAND-TAX-IN
                                   TO BD-TAX(BAND-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BAND-FILE
           MOVE 'N' TO FILE-END.

      *-----------------------------------------------------------------
      *> Sets one band's tax code and rewrites sale_bands.csv whole.
       SET-BAND-TAX.
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 3
               DISPLAY "   band " BD-BAND(BAND-IDX) "  tax code "
                   BD-TAX(BAND-IDX)
           END-PERFORM
           DISPLAY "Band A/B/C: "
           ACCEPT WS-BAND-IN
           MOVE FUNCTION UPPER-CASE(WS-BAND-IN) TO WS-BAND-IN
           IF WS-BAND-IN NOT = "A" AND WS-BAND-IN NOT = "B"
               AND WS-BAND-IN NOT = "C"
               DISPLAY "Use band A, B or C."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tax code (CT taxable, EX exempt): "
           ACCEPT WS-BAND-TAX-IN
           MOVE FUNCTION UPPER-CASE(WS-BAND-TAX-IN) TO WS-BAND-TAX-IN
           MOVE WS-BAND-TAX-IN TO WS-TX-CODE
           MOVE 0 TO WS-TX-GROSS
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           IF WS-BAND-TAX-IN = SPACES OR WS-TX-FOUND NOT = 'Y'
               DISPLAY "Unknown tax code -- band not changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 3
               IF BD-BAND(BAND-IDX) = WS-BAND-IN
                   MOVE WS-BAND-TAX-IN TO BD-TAX(BAND-IDX)
               END-IF
           END-PERFORM
           OPEN OUTPUT BAND-FILE
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 3
               MOVE SPACES TO BAND-REC
               STRING BD-BAND(BAND-IDX) DELIMITED BY SIZE ","
                      BD-TAX(BAND-IDX) DELIMITED BY SIZE
                   INTO BAND-REC
               WRITE BAND-REC
           END-PERFORM
           CLOSE BAND-FILE
           DISPLAY "Band " WS-BAND-IN " now taxed at code "
               WS-BAND-TAX-IN ".".

       END PROGRAM BookSale.
