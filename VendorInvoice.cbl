      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Vendor invoice entry with three-way matching. Each
      *          invoice line names the PO line it bills for, and is
      *          matched against what was ordered (po_lines.csv, with
      *          its agreed unit price) and what was actually received
      *          (the acquisitions.csv rows AddNewBook posts against
      *          that PO line): the quantity billed to date may not
      *          run past the copies received or the copies ordered,
      *          and the price must be the agreed one. An invoice
      *          whose every line matches is RELEASED for payment on
      *          the spot; any quantity or price mismatch puts it on
      *          HELD and parks an INVOICE request in
      *          pending_approvals.csv, and ApprovalQueue releases or
      *          rejects it. GlExport posts RELEASED invoices as
      *          payables on the day they are released.
      *          vendor_invoices.csv -- inv_id, vendor_id,
      *            vendor_name, vendor_ref, inv_date, total, status
      *            RELEASED/HELD/REJECTED, status_date, due_date
      *            (invoice date plus the vendor's payment terms),
      *            entered_by.
      *          vendor_invoice_lines.csv -- inv_id, seq, po, po_line,
      *            qty, unit_price, amount, result MATCHED/QTY/PRICE/
      *            QTY+PRICE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorInvoice IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-FILE ASSIGN TO "../vendor_invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT INVL-FILE ASSIGN TO "../vendor_invoice_lines.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVL-STATUS.
           SELECT PO-FILE ASSIGN TO "../purchase_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT LINE-FILE ASSIGN TO "../po_lines.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-STATUS.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "../vendors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "../pending_approvals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-FILE.
       01  INV-REC         PIC X(150).
       FD  INVL-FILE.
       01  INVL-REC        PIC X(100).
       FD  PO-FILE.
       01  PO-REC          PIC X(80).
       FD  LINE-FILE.
       01  LINE-REC        PIC X(120).
       FD  ACQ-FILE.
       01  ACQ-REC         PIC X(120).
       FD  VENDOR-FILE.
       01  VENDOR-REC      PIC X(120).
       FD  APPROVAL-FILE.
       01  APPROVAL-REC    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS     PIC XX.
       01  WS-INVL-STATUS    PIC XX.
       01  WS-PO-STATUS      PIC XX.
       01  WS-LINE-STATUS    PIC XX.
       01  WS-ACQ-STATUS     PIC XX.
       01  WS-VENDOR-STATUS  PIC XX.
       01  WS-APPROVAL-STATUS PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  SYS-DATE          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

      *> Invoice headers already on file.
       01  INV-TABLE.
           05 INV-ENTRY OCCURS 500 TIMES.
               10 IV-ID          PIC X(5).
               10 IV-VENDOR-ID   PIC X(5).
               10 IV-VENDOR      PIC X(30).
               10 IV-REF         PIC X(15).
               10 IV-DATE        PIC X(10).
               10 IV-TOTAL       PIC 9(9).
               10 IV-STATUS      PIC X(8).
               10 IV-STATUS-DATE PIC X(10).
               10 IV-DUE-DATE    PIC X(10).
               10 IV-ENTERED-BY  PIC X(10).
       01  INV-CNT           PIC 9(3) VALUE 0.
       01  INV-IDX           PIC 9(3) VALUE 0.
       01  INV-MATCH-IDX     PIC 9(3) VALUE 0.
       01  MAX-INV-ID        PIC 9(5) VALUE 0.
       01  NEW-INV-ID        PIC 9(5).
       01  WS-INV-ID-N       PIC 9(5).

      *> Invoice lines already on file, then the new invoice's lines
      *> staged on the end. IL-LIVE is 'N' for a line on a REJECTED
      *> invoice -- it no longer counts as billed.
       01  INVL-TABLE.
           05 INVL-ENTRY OCCURS 2000 TIMES.
               10 IL-INV         PIC X(5).
               10 IL-SEQ         PIC 9(3).
               10 IL-PO          PIC X(5).
               10 IL-LINE        PIC 9(3).
               10 IL-QTY         PIC 9(3).
               10 IL-PRICE       PIC 9(7).
               10 IL-AMOUNT      PIC 9(9).
               10 IL-RESULT      PIC X(9).
               10 IL-LIVE        PIC X.
       01  INVL-CNT          PIC 9(4) VALUE 0.
       01  INVL-IDX          PIC 9(4) VALUE 0.
       01  INVL-FIRST-NEW    PIC 9(4) VALUE 0.

      *> PO headers and lines -- PurchaseOrders' layouts, read only.
       01  PO-TABLE.
           05 PO-ENTRY OCCURS 200 TIMES.
               10 PO-ID       PIC X(5).
               10 PO-VENDOR   PIC X(30).
               10 PO-DATE     PIC X(10).
               10 PO-STATE    PIC X(7).
       01  PO-CNT            PIC 9(3) VALUE 0.
       01  PO-IDX            PIC 9(3) VALUE 0.
       01  PO-MATCH-IDX      PIC 9(3) VALUE 0.
       01  LINE-TABLE.
           05 LINE-ENTRY OCCURS 500 TIMES.
               10 LN-PO       PIC X(5).
               10 LN-LINE     PIC 9(3).
               10 LN-SUGG     PIC X(5).
               10 LN-TITLE    PIC X(30).
               10 LN-AUTHOR   PIC X(30).
               10 LN-QTY      PIC 9(3).
               10 LN-RECEIVED PIC 9(3).
               10 LN-STATE    PIC X(9).
               10 LN-PRICE    PIC 9(7).
       01  LINE-CNT          PIC 9(3) VALUE 0.
       01  LINE-IDX          PIC 9(3) VALUE 0.
       01  LINE-MATCH-IDX    PIC 9(3) VALUE 0.

      *> One acquisitions.csv row -- columns 7-8 are the PO line a
      *> delivery was received against (see AddNewBook).
       01  ACQ-ID            PIC X(6).
       01  ACQ-BOOK          PIC X(5).
       01  ACQ-VENDOR        PIC X(30).
       01  ACQ-DATE          PIC X(10).
       01  ACQ-COPIES        PIC 9(5).
       01  ACQ-COST          PIC X(7).
       01  ACQ-PO            PIC X(5).
       01  ACQ-LINE          PIC 9(3).

      *> One vendors.csv row, for the payment terms.
       01  VM-ID             PIC X(5).
       01  VM-NAME           PIC X(30).
       01  VM-CONTACT        PIC X(40).
       01  VM-TERMS-X        PIC X(3).
       01  VM-STATUS         PIC X(8).
       01  WS-TERMS          PIC 9(3) VALUE 30.

      *> VendorCheck call arguments -- see VendorCheck.cbl.
       01  WS-VC-VENDOR      PIC X(30).
       01  WS-VC-VENDOR-ID   PIC X(5).
       01  WS-VC-RESULT      PIC X.

      *> The invoice being keyed.
       01  WS-NEW-REF        PIC X(15).
       01  WS-NEW-DATE       PIC X(10).
       01  WS-NEW-DUE        PIC X(10).
       01  WS-NEW-TOTAL      PIC 9(9) VALUE 0.
       01  WS-NEW-STATUS     PIC X(8).
       01  WS-NEW-SEQ        PIC 9(3) VALUE 0.
       01  WS-MISMATCH-CNT   PIC 9(3) VALUE 0.
       01  WS-MORE-LINES     PIC X.
       01  WS-PICK-PO        PIC X(5).
       01  WS-PICK-LINE-X    PIC X(3).
       01  WS-PICK-LINE-N    PIC 9(3).
       01  WS-QTY-X          PIC X(3).
       01  WS-QTY-N          PIC 9(3).
       01  WS-PRICE-X        PIC X(7).
       01  WS-PRICE-N        PIC 9(7).
       01  WS-RECEIVED-QTY   PIC 9(5).
       01  WS-BILLED-QTY     PIC 9(5).
       01  WS-LINE-RESULT    PIC X(9).
       01  WS-PICK-INV       PIC X(5).
       01  WS-COMMA-CNT      PIC 9(2) VALUE 0.
       01  WS-LISTED         PIC 9(3) VALUE 0.
       01  CONFIRM           PIC X.

       01  WS-DATE-FMT       PIC 9(8).
       01  WS-DATE-INT       PIC 9(8).
       01  WS-DUE-FMT        PIC 9(8).

      *> pending_approvals.csv append -- FoundItem's max-scan.
       01  WS-AP-ID-X        PIC X(5).
       01  WS-AP-ID-N        PIC 9(5).
       01  MAX-APPROVAL-ID   PIC 9(5) VALUE 0.
       01  NEW-APPROVAL-ID   PIC 9(5).
       01  WS-AP-AMOUNT      PIC 9(8).

      *> Audit-trail call arguments -- see AuditLog.
       01  WS-AUDIT-PROGRAM  PIC X(20).
       01  WS-AUDIT-ENTITY   PIC X(10).
       01  WS-AUDIT-ID       PIC X(5).
       01  WS-AUDIT-OLD      PIC X(10).
       01  WS-AUDIT-NEW      PIC X(10).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before appending to
      *> the invoice files and pending_approvals.csv.
           MOVE 'VendorInvoice' TO WS-ERRLOG-PROGRAM
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
           END-PERFORM

           PERFORM LOAD-INVOICE-FILE
           PERFORM LOAD-INVOICE-LINES
           PERFORM LOAD-PO-FILE
           PERFORM LOAD-LINE-FILE

           MOVE 'N' TO WS-DONE
           PERFORM INVOICE-MENU THRU INVOICE-MENU-EXIT
               UNTIL WS-DONE = 'Y'.

      *-----------------------------------------------------------------
       INVOICE-MENU.
           DISPLAY "=============================="
           DISPLAY "      VENDOR INVOICES"
           DISPLAY "=============================="
           DISPLAY "1) Enter a vendor invoice"
           DISPLAY "2) List invoices"
           DISPLAY "3) Show an invoice's lines"
           DISPLAY "4) Done"
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM ENTER-INVOICE
              WHEN 2
                  PERFORM LIST-INVOICES
              WHEN 3
                  PERFORM SHOW-INVOICE-LINES
              WHEN 4
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       INVOICE-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       LOAD-INVOICE-FILE.
           MOVE 0 TO INV-CNT
           MOVE 0 TO MAX-INV-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT INV-FILE
           IF WS-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INV-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF INV-CNT < 500
                           ADD 1 TO INV-CNT
                           MOVE 0 TO IV-TOTAL(INV-CNT)
                           UNSTRING INV-REC DELIMITED BY ","
                               INTO IV-ID(INV-CNT),
                                    IV-VENDOR-ID(INV-CNT),
                                    IV-VENDOR(INV-CNT),
                                    IV-REF(INV-CNT),
                                    IV-DATE(INV-CNT),
                                    IV-TOTAL(INV-CNT),
                                    IV-STATUS(INV-CNT),
                                    IV-STATUS-DATE(INV-CNT),
                                    IV-DUE-DATE(INV-CNT),
                                    IV-ENTERED-BY(INV-CNT)
                           IF IV-TOTAL(INV-CNT) NOT NUMERIC
                               MOVE 0 TO IV-TOTAL(INV-CNT)
                           END-IF
                           IF IV-ID(INV-CNT) NUMERIC
                               MOVE IV-ID(INV-CNT) TO WS-INV-ID-N
                               IF WS-INV-ID-N > MAX-INV-ID
                                   MOVE WS-INV-ID-N TO MAX-INV-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV-FILE.

      *-----------------------------------------------------------------
       LOAD-INVOICE-LINES.
           MOVE 0 TO INVL-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT INVL-FILE
           IF WS-INVL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INVL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF INVL-CNT < 2000
                           ADD 1 TO INVL-CNT
                           UNSTRING INVL-REC DELIMITED BY ","
                               INTO IL-INV(INVL-CNT),
                                    IL-SEQ(INVL-CNT),
                                    IL-PO(INVL-CNT),
                                    IL-LINE(INVL-CNT),
                                    IL-QTY(INVL-CNT),
                                    IL-PRICE(INVL-CNT),
                                    IL-AMOUNT(INVL-CNT),
                                    IL-RESULT(INVL-CNT)
                           IF IL-QTY(INVL-CNT) NOT NUMERIC
                               MOVE 0 TO IL-QTY(INVL-CNT)
                           END-IF
                           MOVE 'Y' TO IL-LIVE(INVL-CNT)
                           PERFORM VARYING INV-IDX FROM 1 BY 1
                               UNTIL INV-IDX > INV-CNT
                               IF IV-ID(INV-IDX) = IL-INV(INVL-CNT)
                                   AND FUNCTION TRIM(IV-STATUS
                                   (INV-IDX)) = "REJECTED"
                                   MOVE 'N' TO IL-LIVE(INVL-CNT)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVL-FILE.

      *-----------------------------------------------------------------
       LOAD-PO-FILE.
           MOVE 0 TO PO-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT PO-FILE
           IF WS-PO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PO-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF PO-CNT < 200
                           ADD 1 TO PO-CNT
                           UNSTRING PO-REC DELIMITED BY ","
                               INTO PO-ID(PO-CNT),
                                    PO-VENDOR(PO-CNT),
                                    PO-DATE(PO-CNT),
                                    PO-STATE(PO-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE.

      *-----------------------------------------------------------------
       LOAD-LINE-FILE.
           MOVE 0 TO LINE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT LINE-FILE
           IF WS-LINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF LINE-CNT < 500
                           ADD 1 TO LINE-CNT
                           UNSTRING LINE-REC DELIMITED BY ","
                               INTO LN-PO(LINE-CNT),
                                    LN-LINE(LINE-CNT),
                                    LN-SUGG(LINE-CNT),
                                    LN-TITLE(LINE-CNT),
                                    LN-AUTHOR(LINE-CNT),
                                    LN-QTY(LINE-CNT),
                                    LN-RECEIVED(LINE-CNT),
                                    LN-STATE(LINE-CNT),
                                    LN-PRICE(LINE-CNT)
                           IF LN-PRICE(LINE-CNT) NOT NUMERIC
                               MOVE 0 TO LN-PRICE(LINE-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINE-FILE.

      *-----------------------------------------------------------------
      *> Keys one invoice: the vendor, the vendor's own invoice
      *> number and date, then a line per PO line billed. Each line
      *> is matched as it is keyed; the invoice is saved RELEASED
      *> when every line matches and HELD for a supervisor when
      *> anything doesn't.
       ENTER-INVOICE.
           IF INV-CNT >= 500
               DISPLAY "Invoice file is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vendor ID or name: "
           ACCEPT WS-VC-VENDOR
           IF WS-VC-VENDOR = SPACES
               DISPLAY "No vendor -- nothing entered."
               EXIT PARAGRAPH
           END-IF
           CALL 'VendorCheck' USING WS-VC-VENDOR, WS-VC-VENDOR-ID,
               WS-VC-RESULT
           EVALUATE WS-VC-RESULT
               WHEN 'N'
                   DISPLAY "Vendor not on the vendor master."
                   EXIT PARAGRAPH
               WHEN 'I'
                   DISPLAY "Vendor " FUNCTION TRIM(WS-VC-VENDOR)
                       " is INACTIVE -- invoice not accepted."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM LOOKUP-VENDOR-TERMS

           DISPLAY "Vendor's invoice number: "
           ACCEPT WS-NEW-REF
           IF WS-NEW-REF = SPACES
               DISPLAY "Invoice number can't be blank."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COMMA-CNT
           INSPECT WS-NEW-REF TALLYING WS-COMMA-CNT FOR ALL ","
           IF WS-COMMA-CNT > 0
               DISPLAY "Please enter the invoice number without a "
                   "comma."
               EXIT PARAGRAPH
           END-IF
      *> The same vendor invoice keyed twice would be paid twice.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INV-CNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(IV-VENDOR
                   (INV-IDX))) = FUNCTION UPPER-CASE(FUNCTION TRIM
                   (WS-VC-VENDOR))
                   AND FUNCTION TRIM(IV-REF(INV-IDX)) =
                   FUNCTION TRIM(WS-NEW-REF)
                   AND FUNCTION TRIM(IV-STATUS(INV-IDX)) NOT =
                   "REJECTED"
                   DISPLAY "Invoice " FUNCTION TRIM(WS-NEW-REF)
                       " from this vendor is already on file as "
                       IV-ID(INV-IDX) " ["
                       FUNCTION TRIM(IV-STATUS(INV-IDX)) "]."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           DISPLAY "Invoice date (DD-MM-YYYY, blank = today): "
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-NEW-DATE
           END-IF
           IF WS-NEW-DATE(1:2) NOT NUMERIC
               OR WS-NEW-DATE(4:2) NOT NUMERIC
               OR WS-NEW-DATE(7:4) NOT NUMERIC
               OR WS-NEW-DATE(3:1) NOT = "-"
               OR WS-NEW-DATE(6:1) NOT = "-"
               DISPLAY "Invoice date must be DD-MM-YYYY."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-FMT =
               FUNCTION NUMVAL(WS-NEW-DATE(7:4)) * 10000
               + FUNCTION NUMVAL(WS-NEW-DATE(4:2)) * 100
               + FUNCTION NUMVAL(WS-NEW-DATE(1:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FMT) NOT = 0
               DISPLAY "Invoice date is not a real date."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FMT) + WS-TERMS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DUE-FMT
           MOVE SPACES TO WS-NEW-DUE
           STRING WS-DUE-FMT(7:2) DELIMITED BY SIZE "-"
                  WS-DUE-FMT(5:2) DELIMITED BY SIZE "-"
                  WS-DUE-FMT(1:4) DELIMITED BY SIZE
               INTO WS-NEW-DUE

           COMPUTE NEW-INV-ID = MAX-INV-ID + 1
           COMPUTE INVL-FIRST-NEW = INVL-CNT + 1
           MOVE 0 TO WS-NEW-SEQ
           MOVE 0 TO WS-NEW-TOTAL
           MOVE 0 TO WS-MISMATCH-CNT
           MOVE 'Y' TO WS-MORE-LINES
           PERFORM ENTER-INVOICE-LINE UNTIL WS-MORE-LINES = 'N'

           IF WS-NEW-SEQ = 0
               DISPLAY "No lines keyed -- invoice not saved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Invoice total " WS-NEW-TOTAL " MMK over "
               WS-NEW-SEQ " line(s); " WS-MISMATCH-CNT
               " line(s) not matching."
           DISPLAY "Save this invoice? (Y/N): "
           ACCEPT CONFIRM
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
               COMPUTE INVL-CNT = INVL-FIRST-NEW - 1
               DISPLAY "Invoice discarded."
               EXIT PARAGRAPH
           END-IF

           IF WS-MISMATCH-CNT = 0
               MOVE "RELEASED" TO WS-NEW-STATUS
           ELSE
               MOVE "HELD" TO WS-NEW-STATUS
           END-IF
           MOVE NEW-INV-ID TO MAX-INV-ID
           ADD 1 TO INV-CNT
           MOVE NEW-INV-ID       TO IV-ID(INV-CNT)
           MOVE WS-VC-VENDOR-ID  TO IV-VENDOR-ID(INV-CNT)
           MOVE WS-VC-VENDOR     TO IV-VENDOR(INV-CNT)
           MOVE WS-NEW-REF       TO IV-REF(INV-CNT)
           MOVE WS-NEW-DATE      TO IV-DATE(INV-CNT)
           MOVE WS-NEW-TOTAL     TO IV-TOTAL(INV-CNT)
           MOVE WS-NEW-STATUS    TO IV-STATUS(INV-CNT)
           MOVE WS-TODAY-DISPLAY TO IV-STATUS-DATE(INV-CNT)
           MOVE WS-NEW-DUE       TO IV-DUE-DATE(INV-CNT)
           MOVE WS-OPERATOR-ID   TO IV-ENTERED-BY(INV-CNT)
           PERFORM APPEND-INVOICE

           MOVE "VendorInvoice"  TO WS-AUDIT-PROGRAM
           MOVE "INVOICE"        TO WS-AUDIT-ENTITY
           MOVE IV-ID(INV-CNT)   TO WS-AUDIT-ID
           MOVE "NEW"            TO WS-AUDIT-OLD
           MOVE WS-NEW-STATUS    TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-AUDIT-ID, WS-AUDIT-OLD, WS-AUDIT-NEW

           IF WS-MISMATCH-CNT = 0
               DISPLAY "Invoice " IV-ID(INV-CNT) " matched -- "
                   "RELEASED for payment, due " WS-NEW-DUE "."
           ELSE
               PERFORM PARK-INVOICE-APPROVAL
           END-IF.

      *-----------------------------------------------------------------
      *> One invoice line: the PO line it bills, the quantity and
      *> the unit price, matched against the order and the receipts.
       ENTER-INVOICE-LINE.
           IF INVL-CNT >= 2000 OR WS-NEW-SEQ >= 999
               DISPLAY "Invoice line file is full."
               MOVE 'N' TO WS-MORE-LINES
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "PO number (blank = no more lines): "
           ACCEPT WS-PICK-PO
           IF WS-PICK-PO = SPACES
               MOVE 'N' TO WS-MORE-LINES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PO-MATCH-IDX
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > PO-CNT
               IF FUNCTION TRIM(PO-ID(PO-IDX)) =
                   FUNCTION TRIM(WS-PICK-PO)
                   MOVE PO-IDX TO PO-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PO-MATCH-IDX = 0
               DISPLAY "No such PO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PO-VENDOR
               (PO-MATCH-IDX))) NOT = FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-VC-VENDOR))
               DISPLAY "PO " WS-PICK-PO " is with "
                   FUNCTION TRIM(PO-VENDOR(PO-MATCH-IDX))
                   ", not this vendor."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PO line number: "
           ACCEPT WS-PICK-LINE-X
           IF FUNCTION TRIM(WS-PICK-LINE-X) NUMERIC
               MOVE FUNCTION NUMVAL(WS-PICK-LINE-X) TO WS-PICK-LINE-N
           ELSE
               MOVE 0 TO WS-PICK-LINE-N
           END-IF
           MOVE 0 TO LINE-MATCH-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-CNT
               IF FUNCTION TRIM(LN-PO(LINE-IDX)) =
                   FUNCTION TRIM(WS-PICK-PO)
                   AND LN-LINE(LINE-IDX) = WS-PICK-LINE-N
                   MOVE LINE-IDX TO LINE-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LINE-MATCH-IDX = 0
               DISPLAY "No such line on PO " WS-PICK-PO "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " FUNCTION TRIM(LN-TITLE(LINE-MATCH-IDX))
               " -- ordered " LN-QTY(LINE-MATCH-IDX)
               " @ " LN-PRICE(LINE-MATCH-IDX)
           DISPLAY "Quantity billed: "
           ACCEPT WS-QTY-X
           IF FUNCTION TRIM(WS-QTY-X) NOT NUMERIC
               DISPLAY "Quantity must be a number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-QTY-X) TO WS-QTY-N
           IF WS-QTY-N = 0
               DISPLAY "Quantity must be at least 1."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Unit price billed (MMK): "
           ACCEPT WS-PRICE-X
           IF FUNCTION TRIM(WS-PRICE-X) NOT NUMERIC
               DISPLAY "Unit price must be a number."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PRICE-X) TO WS-PRICE-N

           PERFORM SUM-RECEIVED-COPIES
      *> Billed to date on this PO line, live invoices plus the
      *> lines already keyed on this one.
           MOVE 0 TO WS-BILLED-QTY
           PERFORM VARYING INVL-IDX FROM 1 BY 1
               UNTIL INVL-IDX > INVL-CNT
               IF IL-LIVE(INVL-IDX) = 'Y'
                   AND FUNCTION TRIM(IL-PO(INVL-IDX)) =
                   FUNCTION TRIM(WS-PICK-PO)
                   AND IL-LINE(INVL-IDX) = WS-PICK-LINE-N
                   ADD IL-QTY(INVL-IDX) TO WS-BILLED-QTY
               END-IF
           END-PERFORM
           ADD WS-QTY-N TO WS-BILLED-QTY

           MOVE "MATCHED" TO WS-LINE-RESULT
           IF WS-BILLED-QTY > WS-RECEIVED-QTY
               OR WS-BILLED-QTY > LN-QTY(LINE-MATCH-IDX)
               MOVE "QTY" TO WS-LINE-RESULT
           END-IF
           IF WS-PRICE-N NOT = LN-PRICE(LINE-MATCH-IDX)
               IF WS-LINE-RESULT = "QTY"
                   MOVE "QTY+PRICE" TO WS-LINE-RESULT
               ELSE
                   MOVE "PRICE" TO WS-LINE-RESULT
               END-IF
           END-IF

           ADD 1 TO WS-NEW-SEQ
           ADD 1 TO INVL-CNT
           MOVE NEW-INV-ID     TO IL-INV(INVL-CNT)
           MOVE WS-NEW-SEQ     TO IL-SEQ(INVL-CNT)
           MOVE WS-PICK-PO     TO IL-PO(INVL-CNT)
           MOVE WS-PICK-LINE-N TO IL-LINE(INVL-CNT)
           MOVE WS-QTY-N       TO IL-QTY(INVL-CNT)
           MOVE WS-PRICE-N     TO IL-PRICE(INVL-CNT)
           COMPUTE IL-AMOUNT(INVL-CNT) = WS-QTY-N * WS-PRICE-N
           MOVE WS-LINE-RESULT TO IL-RESULT(INVL-CNT)
           MOVE 'Y'            TO IL-LIVE(INVL-CNT)
           ADD IL-AMOUNT(INVL-CNT) TO WS-NEW-TOTAL

           IF WS-LINE-RESULT = "MATCHED"
               DISPLAY "  Line " WS-NEW-SEQ " matched."
           ELSE
               ADD 1 TO WS-MISMATCH-CNT
               DISPLAY "  Line " WS-NEW-SEQ " MISMATCH ("
                   FUNCTION TRIM(WS-LINE-RESULT) ") -- billed "
                   WS-BILLED-QTY " to date, received "
                   WS-RECEIVED-QTY ", ordered "
                   LN-QTY(LINE-MATCH-IDX) ", agreed price "
                   LN-PRICE(LINE-MATCH-IDX) "."
           END-IF.

      *-----------------------------------------------------------------
      *> Copies actually received against WS-PICK-PO / line -- the
      *> acquisitions.csv rows AddNewBook stamped with that PO line.
       SUM-RECEIVED-COPIES.
           MOVE 0 TO WS-RECEIVED-QTY
           MOVE 'N' TO FILE-END
           OPEN INPUT ACQ-FILE
           IF WS-ACQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACQ-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO ACQ-PO
                       MOVE 0 TO ACQ-LINE
                       MOVE 0 TO ACQ-COPIES
                       UNSTRING ACQ-REC DELIMITED BY ","
                           INTO ACQ-ID, ACQ-BOOK, ACQ-VENDOR,
                                ACQ-DATE, ACQ-COPIES, ACQ-COST,
                                ACQ-PO, ACQ-LINE
                       IF ACQ-COPIES NOT NUMERIC
                           MOVE 0 TO ACQ-COPIES
                       END-IF
                       IF ACQ-PO NOT = SPACES
                           AND FUNCTION TRIM(ACQ-PO) =
                           FUNCTION TRIM(WS-PICK-PO)
                           AND ACQ-LINE NUMERIC
                           AND ACQ-LINE = WS-PICK-LINE-N
                           ADD ACQ-COPIES TO WS-RECEIVED-QTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACQ-FILE.

      *-----------------------------------------------------------------
      *> Payment terms for the vendor just validated; a vendor with
      *> no master row keeps the 30-day default.
       LOOKUP-VENDOR-TERMS.
           MOVE 30 TO WS-TERMS
           MOVE 'N' TO FILE-END
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ VENDOR-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO VM-TERMS-X
                       UNSTRING VENDOR-REC DELIMITED BY ","
                           INTO VM-ID, VM-NAME, VM-CONTACT,
                                VM-TERMS-X, VM-STATUS
                       IF VM-ID = WS-VC-VENDOR-ID
                           AND FUNCTION TRIM(VM-TERMS-X) NUMERIC
                           MOVE FUNCTION NUMVAL(VM-TERMS-X)
                               TO WS-TERMS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

      *-----------------------------------------------------------------
      *> Appends the new header and its staged lines.
       APPEND-INVOICE.
           OPEN EXTEND INV-FILE
           IF WS-INV-STATUS NOT = "00"
               CLOSE INV-FILE
               OPEN OUTPUT INV-FILE
           END-IF
           MOVE SPACES TO INV-REC
           STRING IV-ID(INV-CNT) DELIMITED BY SIZE ","
                  IV-VENDOR-ID(INV-CNT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(IV-VENDOR(INV-CNT))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(IV-REF(INV-CNT)) DELIMITED BY SIZE ","
                  IV-DATE(INV-CNT) DELIMITED BY SIZE ","
                  IV-TOTAL(INV-CNT) DELIMITED BY SIZE ","
                  FUNCTION TRIM(IV-STATUS(INV-CNT))
                      DELIMITED BY SIZE ","
                  IV-STATUS-DATE(INV-CNT) DELIMITED BY SIZE ","
                  IV-DUE-DATE(INV-CNT) DELIMITED BY SIZE ","
                  IV-ENTERED-BY(INV-CNT) DELIMITED BY SIZE
               INTO INV-REC
           WRITE INV-REC
           CLOSE INV-FILE

           OPEN EXTEND INVL-FILE
           IF WS-INVL-STATUS NOT = "00"
               CLOSE INVL-FILE
               OPEN OUTPUT INVL-FILE
           END-IF
           PERFORM VARYING INVL-IDX FROM INVL-FIRST-NEW BY 1
               UNTIL INVL-IDX > INVL-CNT
               MOVE SPACES TO INVL-REC
               STRING IL-INV(INVL-IDX) DELIMITED BY SIZE ","
                      IL-SEQ(INVL-IDX) DELIMITED BY SIZE ","
                      IL-PO(INVL-IDX) DELIMITED BY SIZE ","
                      IL-LINE(INVL-IDX) DELIMITED BY SIZE ","
                      IL-QTY(INVL-IDX) DELIMITED BY SIZE ","
                      IL-PRICE(INVL-IDX) DELIMITED BY SIZE ","
                      IL-AMOUNT(INVL-IDX) DELIMITED BY SIZE ","
                      IL-RESULT(INVL-IDX) DELIMITED BY SIZE
                   INTO INVL-REC
               WRITE INVL-REC
           END-PERFORM
           CLOSE INVL-FILE.

      *-----------------------------------------------------------------
      *> A HELD invoice parks an INVOICE request for a supervisor --
      *> ApprovalQueue releases it for payment or rejects it.
       PARK-INVOICE-APPROVAL.
           MOVE 0 TO MAX-APPROVAL-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ APPROVAL-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           UNSTRING APPROVAL-REC DELIMITED BY ","
                               INTO WS-AP-ID-X
                           IF WS-AP-ID-X NUMERIC
                               MOVE WS-AP-ID-X TO WS-AP-ID-N
                               IF WS-AP-ID-N > MAX-APPROVAL-ID
                                   MOVE WS-AP-ID-N
                                       TO MAX-APPROVAL-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               COMPUTE NEW-APPROVAL-ID = MAX-APPROVAL-ID + 1
               OPEN EXTEND APPROVAL-FILE
           ELSE
               MOVE 1 TO NEW-APPROVAL-ID
               OPEN OUTPUT APPROVAL-FILE
           END-IF
           MOVE WS-NEW-TOTAL TO WS-AP-AMOUNT
           MOVE SPACES TO APPROVAL-REC
           STRING NEW-APPROVAL-ID DELIMITED BY SIZE ","
                  "INVOICE" DELIMITED BY SIZE ","
                  IV-ID(INV-CNT) DELIMITED BY SIZE ",,"
                  WS-AP-AMOUNT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  "INVOICE MISMATCH " DELIMITED BY SIZE
                  FUNCTION TRIM(IV-VENDOR(INV-CNT))
                      DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ",,"
               INTO APPROVAL-REC
           WRITE APPROVAL-REC
           CLOSE APPROVAL-FILE
           DISPLAY "Invoice " IV-ID(INV-CNT) " does not match its "
               "PO lines -- HELD, request " NEW-APPROVAL-ID
               " parked for supervisor approval.".

      *-----------------------------------------------------------------
       LIST-INVOICES.
           MOVE 0 TO WS-LISTED
           DISPLAY "INV   VENDOR                         REF"
               "             TOTAL     STATUS   DUE"
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INV-CNT
               ADD 1 TO WS-LISTED
               DISPLAY IV-ID(INV-IDX) " "
                   IV-VENDOR(INV-IDX) " "
                   IV-REF(INV-IDX) " "
                   IV-TOTAL(INV-IDX) " "
                   IV-STATUS(INV-IDX) " "
                   IV-DUE-DATE(INV-IDX)
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "No vendor invoices on file."
           END-IF.

      *-----------------------------------------------------------------
       SHOW-INVOICE-LINES.
           DISPLAY "Invoice ID: "
           ACCEPT WS-PICK-INV
           MOVE 0 TO INV-MATCH-IDX
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INV-CNT
               IF FUNCTION TRIM(IV-ID(INV-IDX)) =
                   FUNCTION TRIM(WS-PICK-INV)
                   MOVE INV-IDX TO INV-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF INV-MATCH-IDX = 0
               DISPLAY "No such invoice."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Invoice " IV-ID(INV-MATCH-IDX) " -- "
               FUNCTION TRIM(IV-VENDOR(INV-MATCH-IDX)) " no. "
               FUNCTION TRIM(IV-REF(INV-MATCH-IDX)) " dated "
               IV-DATE(INV-MATCH-IDX) " ["
               FUNCTION TRIM(IV-STATUS(INV-MATCH-IDX)) " "
               IV-STATUS-DATE(INV-MATCH-IDX) "]"
           PERFORM VARYING INVL-IDX FROM 1 BY 1
               UNTIL INVL-IDX > INVL-CNT
               IF IL-INV(INVL-IDX) = IV-ID(INV-MATCH-IDX)
                   DISPLAY "  " IL-SEQ(INVL-IDX) "  PO "
                       IL-PO(INVL-IDX) "/" IL-LINE(INVL-IDX)
                       "  x" IL-QTY(INVL-IDX)
                       " @ " IL-PRICE(INVL-IDX)
                       " = " IL-AMOUNT(INVL-IDX) "  "
                       IL-RESULT(INVL-IDX)
               END-IF
           END-PERFORM.

       END PROGRAM VendorInvoice.
