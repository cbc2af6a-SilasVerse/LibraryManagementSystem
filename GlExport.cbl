      *          without that file keeps the compiled default chart,
      *          the same rule parameters.csv follows.
      * Tectonics: cobc
      * (Updated by Silas): Vendor invoices released for payment today
      *            (vendor_invoices.csv, see VendorInvoice) post as the
      *            new PAYABL movement -- acquisitions expense against
      *            accounts payable.
      * (Updated by Silas): The commercial tax inside today's taxable
      *            takings (receipts.csv column 14) posts as the new
      *            CTAX movement -- out of the OTHER revenue account
      *            into the tax-payable liability; a VOID takes its tax
      *            back out.
      * (Updated by Silas): Organisation receivables (ar_invoices.csv,
      *            ar_payments.csv, see Receivables) post as three new
      *            movements -- ARFINE for fines swept onto an invoice
      *            raised today, ARINV for the rest of the invoice,
      *            ARPAY for payments applied today; invoice tax joins
      *            CTAX.
      * (Updated by Silas): Payment-gateway fees on online fine payments
      *            (gateway_settlements.csv, see GatewayImport) post as
      *            the new GWFEE movement -- bank charges against cash,
      *            since the receipts carry the full amount the member
      *            paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlExport.
           SELECT MEMFEE-FILE ASSIGN TO "../membership_fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMFEE-STATUS.
           SELECT INV-FILE ASSIGN TO "../vendor_invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT AR-INV-FILE ASSIGN TO "../ar_invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-INV-STATUS.
           SELECT AR-PAY-FILE ASSIGN TO "../ar_payments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-PAY-STATUS.
      *> Account mapping maintained by the accounting office --
      *> movement code, debit account, credit account.
      *> Online payments applied by GatewayImport -- the fee the
      *> gateway kept is in column 8, the import date in column 9.
           SELECT GATEWAY-FILE ASSIGN TO "../gateway_settlements.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-STATUS.
           SELECT MAP-FILE ASSIGN TO "../gl_accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
       01  FINE-REC        PIC X(200).
       FD  MEMFEE-FILE.
       01  MEMFEE-REC      PIC X(200).
       FD  INV-FILE.
       01  INV-REC         PIC X(150).
       FD  AR-INV-FILE.
       01  AR-INV-REC      PIC X(120).
       FD  AR-PAY-FILE.
       01  AR-PAY-REC      PIC X(120).
       FD  GATEWAY-FILE.
       01  GATEWAY-REC     PIC X(120).
       FD  MAP-FILE.
       01  MAP-REC         PIC X(40).
       FD  JOURNAL-FILE.
       01  WS-REFUND-STATUS     PIC XX.
       01  WS-FINE-STATUS       PIC XX.
       01  WS-MEMFEE-STATUS     PIC XX.
       01  WS-INV-STATUS        PIC XX.
       01  WS-AR-INV-STATUS     PIC XX.
       01  WS-AR-PAY-STATUS     PIC XX.
       01  WS-GATEWAY-STATUS    PIC XX.
       01  WS-MAP-STATUS        PIC XX.
       01  WS-JOURNAL-STATUS    PIC XX.
       01  FILE-END             PIC X VALUE 'N'.
      *> default chart; gl_accounts.csv rows override them code by
      *> code. MEMFEE receipts clear the receivable the MEMASS
      *> assessment raised, so the fee isn't counted twice.
      *> PAYABL is a vendor invoice released for payment -- the
      *> acquisition cost against accounts payable.
      *> CTAX is the commercial tax inside today's taxable takings
      *> (receipts.csv column 14, see TaxCalc) -- moved out of the
      *> OTHER revenue account into the tax-payable liability
      *> owed to the municipal finance office.
      *> ARFINE, ARINV and ARPAY are organisation receivables (see
      *> Receivables): an invoice raised today books its swept
      *> fines to fine revenue and the rest to OTHER revenue against
      *> accounts receivable, and a payment applied today clears the
      *> receivable into cash. Invoice tax joins CTAX.
      *> GWFEE is the payment gateway's fee on online fine payments
      *> (see GatewayImport): the receipts post the full amount the
      *> member paid, so the fee kept back comes out of cash into
      *> bank charges.
       01  MAP-DEFAULT-VALUES.
           05  FILLER PIC X(18) VALUE "FINE  1000  4100  ".
           05  FILLER PIC X(18) VALUE "MEMFEE1000  1200  ".
           05  FILLER PIC X(18) VALUE "REFUND4910  1000  ".
           05  FILLER PIC X(18) VALUE "WAIVER6100  4100  ".
           05  FILLER PIC X(18) VALUE "OTHER 1000  4999  ".
           05  FILLER PIC X(18) VALUE "PAYABL5100  2100  ".
           05  FILLER PIC X(18) VALUE "CTAX  4999  2300  ".
           05  FILLER PIC X(18) VALUE "ARFINE1300  4100  ".
           05  FILLER PIC X(18) VALUE "ARINV 1300  4999  ".
           05  FILLER PIC X(18) VALUE "ARPAY 1000  1300  ".
           05  FILLER PIC X(18) VALUE "GWFEE 6200  1000  ".
       01  MAP-TABLE REDEFINES MAP-DEFAULT-VALUES.
           05  MAP-ENTRY OCCURS 12 TIMES.
               10  MP-CODE      PIC X(6).
               10  MP-DEBIT     PIC X(6).
               10  MP-CREDIT    PIC X(6).
      *> the batch is a handful of balanced lines, not one pair per
      *> receipt.
       01  MOVE-TOTALS.
           05  MOVE-TOTAL OCCURS 12 TIMES PIC 9(9) VALUE 0.
       01  WS-MOVE-IDX          PIC 9(2) VALUE 0.

      *> One receipts.csv row at a time.
      *> see VoidPayment.
       01  RCPT-ORIGDOC         PIC X(6).
       01  WS-VOID-BUCKET       PIC 9.
      *> Columns 13-14: tax code and the tax inside the amount.
       01  RCPT-TAX-CODE        PIC X(2).
       01  RCPT-TAX-X           PIC X(6).
       01  RCPT-TAX             PIC 9(6) VALUE 0.
       01  RCPT-DOC-TYPE        PIC X(6).

      *> One refunds.csv row at a time -- see FoundItem.
       01  MF-AMOUNT            PIC 9(6).
       01  MF-ASSESS-DATE       PIC X(10).

      *> vendor_invoices.csv fields for the payables scan -- see
      *> VendorInvoice.
       01  IV-ID                PIC X(5).
       01  IV-VENDOR-ID         PIC X(5).
       01  IV-VENDOR            PIC X(30).
       01  IV-REF               PIC X(15).
       01  IV-DATE              PIC X(10).
       01  IV-TOTAL             PIC 9(9).
       01  IV-STATUS            PIC X(8).
       01  IV-STATUS-DATE       PIC X(10).

      *> ar_invoices.csv and ar_payments.csv fields for the
      *> receivables scan -- see Receivables.
       01  AI-NO                PIC X(8).
       01  AI-ORG               PIC X(8).
       01  AI-DATE              PIC X(10).
       01  AI-DUE               PIC X(10).
       01  AI-GROSS             PIC 9(8).
       01  AI-TAX               PIC 9(8).
       01  AI-FINES             PIC 9(8).
       01  AP-ID                PIC X(6).
       01  AP-INVOICE           PIC X(8).
       01  AP-ORG               PIC X(8).
       01  AP-DATE              PIC X(10).
       01  AP-AMOUNT            PIC 9(8).

      *> gateway_settlements.csv fields for the fee scan -- see
      *> GatewayImport.
       01  GW-REF               PIC X(12).
       01  GW-SETTLE-DATE       PIC X(10).
       01  GW-CARD              PIC X(8).
       01  GW-MEMBER            PIC X(5).
       01  GW-AMOUNT            PIC X(7).
       01  GW-TO-FINES          PIC X(7).
       01  GW-TO-CREDIT         PIC X(7).
       01  GW-FEE               PIC 9(7).
       01  GW-IMPORT-DATE       PIC X(10).

      *> Journal batch bookkeeping -- the batch number is one more
      *> than the highest already in gl_journal.csv, the same
      *> max-scan PayFine uses for receipt numbers.
           PERFORM SUM-REFUND-MOVEMENTS
           PERFORM SUM-WAIVER-MOVEMENTS
           PERFORM SUM-ASSESSMENT-MOVEMENTS
           PERFORM SUM-PAYABLE-MOVEMENTS
           PERFORM SUM-RECEIVABLE-MOVEMENTS
           PERFORM SUM-GATEWAY-FEES
           PERFORM APPEND-JOURNAL-BATCH

           IF WS-POSTED-LINES = 0
                           INTO WS-MAP-CODE, WS-MAP-DEBIT,
                                WS-MAP-CREDIT
                       PERFORM VARYING MAP-IDX FROM 1 BY 1
                           UNTIL MAP-IDX > 12
                           IF FUNCTION TRIM(MP-CODE(MAP-IDX)) =
                               FUNCTION TRIM(WS-MAP-CODE)
                               MOVE WS-MAP-DEBIT
                       MOVE SPACES TO RCPT-TENDER
                       MOVE SPACES TO RCPT-VOIDREF
                       MOVE SPACES TO RCPT-ORIGDOC
                       MOVE SPACES TO RCPT-TAX-CODE RCPT-TAX-X
                       MOVE 0 TO RCPT-TAX
                       UNSTRING RECEIPT-REC DELIMITED BY ","
                           INTO RCPT-ID, RCPT-FINE-ID,
                                RCPT-MEMBER-ID, RCPT-AMOUNT,
                                RCPT-OPERATOR, RCPT-DATE, RCPT-TIME,
                                RCPT-SESSION, RCPT-DOC-TYPE,
                                RCPT-TENDER, RCPT-VOIDREF,
                                RCPT-ORIGDOC, RCPT-TAX-CODE,
                                RCPT-TAX-X
                       IF RCPT-AMOUNT NOT NUMERIC
                           MOVE 0 TO RCPT-AMOUNT
                       END-IF
                       IF FUNCTION TRIM(RCPT-TAX-X) NOT = SPACE
                           COMPUTE RCPT-TAX =
                               FUNCTION NUMVAL(RCPT-TAX-X)
                       END-IF
                       IF FUNCTION TRIM(RCPT-DOC-TYPE) = SPACE
                           MOVE "FINE" TO RCPT-DOC-TYPE
                       END-IF
                                   PERFORM NET-VOID-RECEIPT
                               WHEN OTHER
                                   ADD RCPT-AMOUNT TO MOVE-TOTAL(6)
                                   ADD RCPT-TAX TO MOVE-TOTAL(8)
                           END-EVALUATE
                       END-IF
               END-READ
           ELSE
               SUBTRACT RCPT-AMOUNT
                   FROM MOVE-TOTAL(WS-VOID-BUCKET)
           END-IF
      *> The tax the voided receipt carried comes back out of CTAX.
           IF RCPT-TAX > MOVE-TOTAL(8)
               MOVE 0 TO MOVE-TOTAL(8)
           ELSE
               SUBTRACT RCPT-TAX FROM MOVE-TOTAL(8)
           END-IF.

      *-----------------------------------------------------------------
           END-PERFORM
           CLOSE MEMFEE-FILE.

      *-----------------------------------------------------------------
      *> Vendor invoices released for payment today -- matched at
      *> entry, or a HELD one a supervisor released -- become
      *> payables. A HELD or REJECTED invoice posts nothing.
       SUM-PAYABLE-MOVEMENTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT INV-FILE
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INV-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO IV-TOTAL
                       MOVE SPACES TO IV-STATUS
                       MOVE SPACES TO IV-STATUS-DATE
                       UNSTRING INV-REC DELIMITED BY ","
                           INTO IV-ID, IV-VENDOR-ID, IV-VENDOR,
                                IV-REF, IV-DATE, IV-TOTAL, IV-STATUS,
                                IV-STATUS-DATE
                       IF IV-TOTAL NOT NUMERIC
                           MOVE 0 TO IV-TOTAL
                       END-IF
                       IF FUNCTION TRIM(IV-STATUS) = "RELEASED"
                           AND IV-STATUS-DATE = WS-TODAY-DISPLAY
                           ADD IV-TOTAL TO MOVE-TOTAL(7)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV-FILE.

      *-----------------------------------------------------------------
      *> Organisation invoices raised today split into the fines
      *> swept onto them (ARFINE) and everything else (ARINV); the
      *> tax inside them joins CTAX. Payments applied today clear
      *> the receivable (ARPAY).
       SUM-RECEIVABLE-MOVEMENTS.
           MOVE 'N' TO FILE-END
           OPEN INPUT AR-INV-FILE
           IF WS-AR-INV-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ AR-INV-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE 0 TO AI-GROSS AI-TAX AI-FINES
                           UNSTRING AR-INV-REC DELIMITED BY ","
                               INTO AI-NO, AI-ORG, AI-DATE, AI-DUE,
                                    AI-GROSS, AI-TAX, AI-FINES
                           IF AI-GROSS NOT NUMERIC
                               MOVE 0 TO AI-GROSS
                           END-IF
                           IF AI-TAX NOT NUMERIC
                               MOVE 0 TO AI-TAX
                           END-IF
                           IF AI-FINES NOT NUMERIC
                               OR AI-FINES > AI-GROSS
                               MOVE 0 TO AI-FINES
                           END-IF
                           IF AI-DATE = WS-TODAY-DISPLAY
                               ADD AI-FINES TO MOVE-TOTAL(9)
                               COMPUTE MOVE-TOTAL(10) =
                                   MOVE-TOTAL(10) + AI-GROSS - AI-FINES
                               ADD AI-TAX TO MOVE-TOTAL(8)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-INV-FILE
           END-IF

           MOVE 'N' TO FILE-END
           OPEN INPUT AR-PAY-FILE
           IF WS-AR-PAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ AR-PAY-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO AP-AMOUNT
                       UNSTRING AR-PAY-REC DELIMITED BY ","
                           INTO AP-ID, AP-INVOICE, AP-ORG, AP-DATE,
                                AP-AMOUNT
                       IF AP-AMOUNT NOT NUMERIC
                           MOVE 0 TO AP-AMOUNT
                       END-IF
                       IF AP-DATE = WS-TODAY-DISPLAY
                           ADD AP-AMOUNT TO MOVE-TOTAL(11)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-PAY-FILE.

      *-----------------------------------------------------------------
      *> Fees the payment gateway kept on the settlements imported
      *> today.
       SUM-GATEWAY-FEES.
           MOVE 'N' TO FILE-END
           OPEN INPUT GATEWAY-FILE
           IF WS-GATEWAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ GATEWAY-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO GW-FEE
                       MOVE SPACES TO GW-IMPORT-DATE
                       UNSTRING GATEWAY-REC DELIMITED BY ","
                           INTO GW-REF, GW-SETTLE-DATE, GW-CARD,
                                GW-MEMBER, GW-AMOUNT, GW-TO-FINES,
                                GW-TO-CREDIT, GW-FEE, GW-IMPORT-DATE
                       IF GW-FEE NOT NUMERIC
                           MOVE 0 TO GW-FEE
                       END-IF
                       IF GW-IMPORT-DATE = WS-TODAY-DISPLAY
                           ADD GW-FEE TO MOVE-TOTAL(12)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GATEWAY-FILE.

      *-----------------------------------------------------------------
      *> Appends the day's batch: a BATCH header row, then a debit
      *> and a credit row for each non-zero movement code. The batch
      *> than writing an empty batch finance has to skip over.
           MOVE 0 TO WS-POST-AMOUNT
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > 12
               ADD MOVE-TOTAL(WS-MOVE-IDX) TO WS-POST-AMOUNT
           END-PERFORM
           IF WS-POST-AMOUNT = 0

           PERFORM POST-ONE-MOVEMENT
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > 12
           CLOSE JOURNAL-FILE.

      *-----------------------------------------------------------------
