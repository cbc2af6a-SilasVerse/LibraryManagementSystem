      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Accounts receivable for organisations. Schools and
      *          the prison library on InstLoans, community groups
      *          hiring rooms through RoomBooking and partner libraries
      *          with ILL charges owe us money as organisations; the
      *          invoices used to be typed and never reached GlExport
      *          or FineRevenueReport. Each organisation has an account
      *          in org_accounts.csv; charges wait on ar_charges.csv
      *          (posted through ArCharge by RoomBooking and
      *          InterLibrary, or keyed here) until an invoice run
      *          bundles them into a numbered invoice:
      *            ar_invoices.csv: invoice (INV + 5 digits),org,
      *              invoice date,due date,gross,tax,fines,paid,
      *              status (OPEN/PAID)
      *            ar_payments.csv: payment (P + 5 digits),invoice,
      *              org,date,amount,tender,reference,operator
      *          An account linked to an INSTITUT member has that
      *          member's unpaid fines swept onto its invoice: the
      *          fine is settled on fine.csv (it now lives on the
      *          invoice) and the invoice's fines column lets GlExport
      *          post it to fine revenue and FineRevenueReport show it
      *          as moved to organisation invoices. Payments are
      *          applied against a named invoice. A monthly statement
      *          per account prints to ar_statement.txt and the
      *          30/60/90-day aging to export_ar_aging.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Receivables IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-FILE ASSIGN TO "../org_accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
           SELECT CHARGE-FILE ASSIGN TO "../ar_charges.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "../ar_invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "../ar_payments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "../ar_invoice.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-FILE ASSIGN TO "../ar_statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "../export_ar_aging.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORG-FILE.
       01  ORG-REC         PIC X(200).
       FD  CHARGE-FILE.
       01  CHARGE-REC      PIC X(200).
       FD  INVOICE-FILE.
       01  INVOICE-REC     PIC X(120).
       FD  PAYMENT-FILE.
       01  PAYMENT-REC     PIC X(120).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).
       FD  STMT-FILE.
       01  STMT-LINE       PIC X(80).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ORG-STATUS     PIC XX.
       01  WS-CHARGE-STATUS  PIC XX.
       01  WS-INVOICE-STATUS PIC XX.
       01  WS-PAYMENT-STATUS PIC XX.
       01  WS-FINE-STATUS    PIC XX.
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
       01  WS-ARTRM          PIC 9(3) VALUE 30.

      *> Organisation accounts.
       01  ORG-TABLE.
           05 ORG-ENTRY OCCURS 200 TIMES.
               10 OG-CODE         PIC X(8).
               10 OG-NAME         PIC X(30).
               10 OG-KIND         PIC X(8).
               10 OG-LINK         PIC X(10).
               10 OG-CONTACT      PIC X(40).
               10 OG-TERMS        PIC 9(3).
               10 OG-STATUS       PIC X(6).
       01  ORG-CNT           PIC 9(3) VALUE 0.
       01  ORG-IDX           PIC 9(3) VALUE 0.
       01  ORG-PICK          PIC 9(3) VALUE 0.
       01  OG-TERMS-X        PIC X(3).

      *> Charge lines, invoiced or waiting.
       01  CHARGE-TABLE.
           05 CHARGE-ENTRY OCCURS 2000 TIMES.
               10 CH-ID           PIC X(6).
               10 CH-ORG          PIC X(8).
               10 CH-DATE         PIC X(10).
               10 CH-SOURCE       PIC X(6).
               10 CH-REF          PIC X(10).
               10 CH-DESC         PIC X(30).
               10 CH-GROSS        PIC 9(7).
               10 CH-TAX-CODE     PIC X(2).
               10 CH-TAX          PIC 9(7).
               10 CH-INVOICE      PIC X(8).
               10 CH-INV-DATE     PIC X(10).
       01  CHARGE-CNT        PIC 9(4) VALUE 0.
       01  CHARGE-IDX        PIC 9(4) VALUE 0.
       01  MAX-CHARGE-ID     PIC 9(5) VALUE 0.
       01  WS-ID-N           PIC 9(5) VALUE 0.
       01  CH-GROSS-X        PIC X(8).
       01  CH-TAX-X          PIC X(8).

      *> Invoices.
       01  INVOICE-TABLE.
           05 INVOICE-ENTRY OCCURS 1000 TIMES.
               10 IV-NO           PIC X(8).
               10 IV-ORG          PIC X(8).
               10 IV-DATE         PIC X(10).
               10 IV-DUE          PIC X(10).
               10 IV-GROSS        PIC 9(8).
               10 IV-TAX          PIC 9(8).
               10 IV-FINES        PIC 9(8).
               10 IV-PAID         PIC 9(8).
               10 IV-STATUS       PIC X(6).
       01  INVOICE-CNT       PIC 9(4) VALUE 0.
       01  INVOICE-IDX       PIC 9(4) VALUE 0.
       01  INVOICE-PICK      PIC 9(4) VALUE 0.
       01  MAX-INVOICE-ID    PIC 9(5) VALUE 0.
       01  WS-INV-RAISED     PIC 9(4) VALUE 0.
       01  WS-INV-BALANCE    PIC 9(8) VALUE 0.

      *> Payments, for the statement run.
       01  PAYMENT-TABLE.
           05 PAYMENT-ENTRY OCCURS 2000 TIMES.
               10 PY-ID           PIC X(6).
               10 PY-INVOICE      PIC X(8).
               10 PY-ORG          PIC X(8).
               10 PY-DATE         PIC X(10).
               10 PY-AMOUNT       PIC 9(8).
               10 PY-TENDER       PIC X(6).
               10 PY-REF          PIC X(20).
               10 PY-OPERATOR     PIC X(10).
       01  PAYMENT-CNT       PIC 9(4) VALUE 0.
       01  PAYMENT-IDX       PIC 9(4) VALUE 0.
       01  MAX-PAYMENT-ID    PIC 9(5) VALUE 0.
       01  WS-PAY-AMT        PIC 9(8) VALUE 0.
       01  WS-PAY-TENDER     PIC X(6).
       01  WS-PAY-REF        PIC X(20).
       01  WS-TENDER-CHOICE  PIC 9 VALUE 0.

      *> fine.csv, held whole so swept fines can be settled and the
      *> file rewritten -- same layout PayFine writes.
       01  FINE-TABLE.
           05 FINE-ENTRY OCCURS 1000 TIMES.
               10 FN-FINE-ID   PIC X(5).
               10 FN-TRAN-ID   PIC X(5).
               10 FN-MEMBER-ID PIC X(5).
               10 FN-DUE-DAYS  PIC 9(3).
               10 FN-AMOUNT    PIC 9(5).
               10 FN-PAID-FLAG PIC X(3).
               10 FN-PAID-DATE PIC X(10).
               10 FN-REASON    PIC X(10).
               10 FN-WAIVED-AMT     PIC 9(6).
               10 FN-WAIVER-REASON  PIC X(40).
               10 FN-OP-ID          PIC X(10).
               10 FN-PAID-AMT       PIC 9(6).
               10 FN-ASSESS-DATE    PIC X(10).
       01  FINE-CNT          PIC 9(4) VALUE 0.
       01  FINE-IDX          PIC 9(4) VALUE 0.
       01  WS-FINES-CHANGED  PIC X VALUE 'N'.
       01  WS-FINE-OWED      PIC S9(7) VALUE 0.

      *> Entry fields.
       01  WS-ORG-IN         PIC X(8).
       01  WS-INVOICE-IN     PIC X(8).
       01  WS-AMOUNT-IN      PIC X(9).
       01  WS-TAX-CODE-IN    PIC X(2).
       01  WS-DESC-IN        PIC X(30).
       01  WS-REF-IN         PIC X(10).
       01  WS-SOURCE-IN      PIC X(6).
       01  WS-MONTH-IN       PIC X(7).
       01  WS-RPT-MM         PIC 9(2).
       01  WS-RPT-YYYY       PIC 9(4).
       01  WS-NEXT-MM        PIC 9(2).
       01  WS-NEXT-YYYY      PIC 9(4).
       01  WS-MONTH-START-INT PIC 9(8) VALUE 0.
       01  WS-MONTH-END-INT  PIC 9(8) VALUE 0.

      *> DD-MM-YYYY <-> integer day.
       01  WS-DATE-IN        PIC X(10).
       01  WS-DATE-INT       PIC 9(8) VALUE 0.
       01  WS-DATE-OK        PIC X.
       01  WS-DATE-FMT       PIC 9(8).
       01  WS-DATE-OUT       PIC X(10).
       01  WS-DATE-DIGITS    PIC 9(8).

      *> Invoice run and statement working totals.
       01  WS-RUN-GROSS      PIC 9(8) VALUE 0.
       01  WS-RUN-TAX        PIC 9(8) VALUE 0.
       01  WS-RUN-FINES      PIC 9(8) VALUE 0.
       01  WS-RUN-LINES      PIC 9(4) VALUE 0.
       01  WS-OPENING        PIC S9(9) VALUE 0.
       01  WS-CLOSING        PIC S9(9) VALUE 0.
       01  WS-MONTH-INVOICED PIC 9(9) VALUE 0.
       01  WS-MONTH-PAID     PIC 9(9) VALUE 0.
       01  WS-STMT-COUNT     PIC 9(4) VALUE 0.
       01  WS-HAS-ACTIVITY   PIC X VALUE 'N'.
       01  WS-AGE-DAYS       PIC S9(6) VALUE 0.

      *> Aging buckets: 0-30, 31-60, 61-90, over 90 days since the
      *> invoice date.
       01  WS-AGE-BUCKETS.
           05 WS-AGE-AMT OCCURS 4 TIMES PIC 9(9).
       01  WS-AGE-TOTALS.
           05 WS-AGE-TOT OCCURS 4 TIMES PIC 9(9).
       01  WS-AGE-IDX        PIC 9 VALUE 0.
       01  WS-AGE-ORG-TOTAL  PIC 9(9) VALUE 0.
       01  WS-AGE-GRAND      PIC 9(9) VALUE 0.

       01  WS-AMT-ED         PIC ZZ,ZZZ,ZZ9.
       01  WS-AMT-ED2        PIC ZZ,ZZZ,ZZ9.
       01  WS-SIGNED-ED      PIC ----,---,--9.
       01  WS-AGE-DISPLAY.
           05 WS-AGE-ED OCCURS 5 TIMES PIC ZZZ,ZZZ,ZZ9.

       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

      *> Commercial-tax call arguments -- see TaxCalc. Charges are
      *> tax-inclusive like every other price in the system.
       01  WS-TX-CODE        PIC X(2).
       01  WS-TX-GROSS       PIC 9(7).
       01  WS-TX-TAX         PIC 9(7).
       01  WS-TX-RATE        PIC 9(4).
       01  WS-TX-FOUND       PIC X.

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION      PIC X(4).
       01  WS-PS-SOURCE      PIC X(40).
       01  WS-PS-KIND        PIC X(10).
       01  WS-PS-JOB         PIC 9(5).

       01  WS-AUDIT-PROGRAM  PIC X(20) VALUE 'Receivables'.
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
      *> Serialize against other transactions before rewriting the
      *> receivables files and fine.csv.
           MOVE 'Receivables' TO WS-ERRLOG-PROGRAM
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
           MOVE "ARTRM" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 1000
               MOVE WS-PARAM-VALUE TO WS-ARTRM
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           PERFORM LOAD-ORG-FILE
           PERFORM LOAD-CHARGE-FILE
           PERFORM LOAD-INVOICE-FILE
           PERFORM LOAD-PAYMENT-FILE

           MOVE 'N' TO WS-DONE
           PERFORM AR-MENU THRU AR-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       AR-MENU.
           DISPLAY "=============================="
           DISPLAY "    ORGANISATION RECEIVABLES"
           DISPLAY "=============================="
           DISPLAY "1) Add an organisation account"
           DISPLAY "2) List organisation accounts"
           DISPLAY "3) Post a charge to an account"
           DISPLAY "4) Raise invoices"
           DISPLAY "5) Apply a payment to an invoice"
           DISPLAY "6) Monthly statements"
           DISPLAY "7) Receivables aging (30/60/90 days)"
           DISPLAY "8) Done"
           DISPLAY "Enter your choice (1-8): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM ADD-ORG
              WHEN 2
                  PERFORM LIST-ORGS
              WHEN 3
                  PERFORM POST-MANUAL-CHARGE
              WHEN 4
                  PERFORM RAISE-INVOICES
              WHEN 5
                  PERFORM APPLY-PAYMENT
              WHEN 6
                  PERFORM MONTHLY-STATEMENTS
              WHEN 7
                  PERFORM AGING-REPORT
              WHEN 8
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       AR-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> A new account. An INSTITUT member's ID in the link column
      *> brings that member's fines onto the account's invoices; an
      *> ILL partner code lets InterLibrary charge the partner.
       ADD-ORG.
           IF ORG-CNT >= 200
               DISPLAY "Organisation file is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account code (up to 8, e.g. SCH001): "
           ACCEPT WS-ORG-IN
           MOVE FUNCTION UPPER-CASE(WS-ORG-IN) TO WS-ORG-IN
           IF WS-ORG-IN = SPACES
               DISPLAY "Account code can't be blank."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ORG
           IF ORG-PICK > 0
               DISPLAY "Account " FUNCTION TRIM(WS-ORG-IN)
                   " already exists."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ORG-CNT
           MOVE WS-ORG-IN TO OG-CODE(ORG-CNT)
           DISPLAY "Organisation name (no commas): "
           ACCEPT OG-NAME(ORG-CNT)
           DISPLAY "Kind (SCHOOL/PRISON/GROUP/PARTNER/OTHER): "
           ACCEPT OG-KIND(ORG-CNT)
           MOVE FUNCTION UPPER-CASE(OG-KIND(ORG-CNT))
               TO OG-KIND(ORG-CNT)
           IF OG-KIND(ORG-CNT) NOT = "SCHOOL"
               AND OG-KIND(ORG-CNT) NOT = "PRISON"
               AND OG-KIND(ORG-CNT) NOT = "GROUP"
               AND OG-KIND(ORG-CNT) NOT = "PARTNER"
               MOVE "OTHER" TO OG-KIND(ORG-CNT)
           END-IF
           DISPLAY "Linked INSTITUT member ID or ILL partner code "
               "(blank = none): "
           ACCEPT OG-LINK(ORG-CNT)
           MOVE FUNCTION UPPER-CASE(OG-LINK(ORG-CNT))
               TO OG-LINK(ORG-CNT)
           DISPLAY "Billing contact / address (no commas): "
           ACCEPT OG-CONTACT(ORG-CNT)
           DISPLAY "Payment terms in days (blank = " WS-ARTRM "): "
           ACCEPT OG-TERMS-X
           IF FUNCTION TRIM(OG-TERMS-X) NOT = SPACE
               AND FUNCTION TRIM(OG-TERMS-X) IS NUMERIC
               COMPUTE OG-TERMS(ORG-CNT) = FUNCTION NUMVAL(OG-TERMS-X)
           ELSE
               MOVE WS-ARTRM TO OG-TERMS(ORG-CNT)
           END-IF
           MOVE "ACTIVE" TO OG-STATUS(ORG-CNT)
           PERFORM REWRITE-ORG-FILE
           MOVE "ORGACCT" TO WS-AUDIT-ENTITY
           MOVE OG-CODE(ORG-CNT)(1:5) TO WS-AUDIT-ID
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE OG-CODE(ORG-CNT) TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-AUDIT-ID, WS-AUDIT-OLD, WS-AUDIT-NEW
           DISPLAY "Account " FUNCTION TRIM(OG-CODE(ORG-CNT))
               " added.".

      *-----------------------------------------------------------------
       LIST-ORGS.
           IF ORG-CNT = 0
               DISPLAY "No organisation accounts yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code     Name                           Kind     "
               "Link       Terms Balance"
           PERFORM VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > ORG-CNT
               MOVE 0 TO WS-INV-BALANCE
               PERFORM VARYING INVOICE-IDX FROM 1 BY 1
                   UNTIL INVOICE-IDX > INVOICE-CNT
                   IF IV-ORG(INVOICE-IDX) = OG-CODE(ORG-IDX)
                       COMPUTE WS-INV-BALANCE = WS-INV-BALANCE
                           + IV-GROSS(INVOICE-IDX)
                           - IV-PAID(INVOICE-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-INV-BALANCE TO WS-AMT-ED
               DISPLAY OG-CODE(ORG-IDX) " " OG-NAME(ORG-IDX) " "
                   OG-KIND(ORG-IDX) " " OG-LINK(ORG-IDX) " "
                   OG-TERMS(ORG-IDX) "  " WS-AMT-ED
                   " " FUNCTION TRIM(OG-STATUS(ORG-IDX))
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A charge keyed by hand -- an ILL fee agreed by letter, a
      *> replacement cost, anything the source programs don't post
      *> themselves.
       POST-MANUAL-CHARGE.
           DISPLAY "Account code: "
           ACCEPT WS-ORG-IN
           MOVE FUNCTION UPPER-CASE(WS-ORG-IN) TO WS-ORG-IN
           PERFORM FIND-ORG
           IF ORG-PICK = 0
               DISPLAY "No such account."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(OG-STATUS(ORG-PICK)) = "CLOSED"
               DISPLAY "That account is closed."
               EXIT PARAGRAPH
           END-IF
           IF CHARGE-CNT >= 2000
               DISPLAY "Charge file is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Source 1) ILL  2) Room hire  3) Other: "
           ACCEPT WS-TENDER-CHOICE
           EVALUATE WS-TENDER-CHOICE
               WHEN 1
                   MOVE "ILL" TO WS-SOURCE-IN
               WHEN 2
                   MOVE "ROOM" TO WS-SOURCE-IN
               WHEN OTHER
                   MOVE "OTHER" TO WS-SOURCE-IN
           END-EVALUATE
           DISPLAY "Reference (item, booking, letter -- no commas): "
           ACCEPT WS-REF-IN
           DISPLAY "Description (no commas): "
           ACCEPT WS-DESC-IN
           DISPLAY "Amount, tax included (MMK): "
           ACCEPT WS-AMOUNT-IN
           IF FUNCTION TRIM(WS-AMOUNT-IN) IS NOT NUMERIC
               OR FUNCTION NUMVAL(WS-AMOUNT-IN) = 0
               DISPLAY "Amount must be a whole number above zero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tax code (blank = exempt): "
           ACCEPT WS-TAX-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-TAX-CODE-IN) TO WS-TAX-CODE-IN
           MOVE WS-TAX-CODE-IN TO WS-TX-CODE
           COMPUTE WS-TX-GROSS = FUNCTION NUMVAL(WS-AMOUNT-IN)
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           IF WS-TX-FOUND NOT = 'Y'
               DISPLAY "Unknown tax code."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MAX-CHARGE-ID
           ADD 1 TO CHARGE-CNT
           MOVE MAX-CHARGE-ID TO WS-ID-N
           MOVE "C" TO CH-ID(CHARGE-CNT)(1:1)
           MOVE WS-ID-N TO CH-ID(CHARGE-CNT)(2:5)
           MOVE WS-ORG-IN TO CH-ORG(CHARGE-CNT)
           MOVE WS-TODAY-DISPLAY TO CH-DATE(CHARGE-CNT)
           MOVE WS-SOURCE-IN TO CH-SOURCE(CHARGE-CNT)
           MOVE WS-REF-IN TO CH-REF(CHARGE-CNT)
           MOVE WS-DESC-IN TO CH-DESC(CHARGE-CNT)
           MOVE WS-TX-GROSS TO CH-GROSS(CHARGE-CNT)
           MOVE WS-TX-CODE TO CH-TAX-CODE(CHARGE-CNT)
           MOVE WS-TX-TAX TO CH-TAX(CHARGE-CNT)
           MOVE SPACES TO CH-INVOICE(CHARGE-CNT)
           MOVE SPACES TO CH-INV-DATE(CHARGE-CNT)
           PERFORM REWRITE-CHARGE-FILE
           DISPLAY "Charge " CH-ID(CHARGE-CNT) " posted to "
               FUNCTION TRIM(WS-ORG-IN) " -- it goes on the next "
               "invoice.".

      *-----------------------------------------------------------------
      *> One invoice per account with anything to bill: the linked
      *> member's unpaid fines are swept in first, then every charge
      *> line not yet invoiced. All the invoices raised in one run
      *> print to ar_invoice.txt as a single spool job.
       RAISE-INVOICES.
           DISPLAY "Account code (blank = every active account): "
           ACCEPT WS-ORG-IN
           MOVE FUNCTION UPPER-CASE(WS-ORG-IN) TO WS-ORG-IN
           IF WS-ORG-IN NOT = SPACES
               PERFORM FIND-ORG
               IF ORG-PICK = 0
                   DISPLAY "No such account."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOAD-FINE-FILE
           MOVE 'N' TO WS-FINES-CHANGED
           MOVE 0 TO WS-INV-RAISED
           OPEN OUTPUT PRINT-FILE
           PERFORM VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > ORG-CNT
               IF (WS-ORG-IN = SPACES
                   OR OG-CODE(ORG-IDX) = WS-ORG-IN)
                   AND FUNCTION TRIM(OG-STATUS(ORG-IDX)) NOT = "CLOSED"
                   PERFORM INVOICE-ONE-ORG
               END-IF
           END-PERFORM
           CLOSE PRINT-FILE
           IF WS-INV-RAISED = 0
               DISPLAY "Nothing to invoice."
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-CHARGE-FILE
           PERFORM REWRITE-INVOICE-FILE
           IF WS-FINES-CHANGED = 'Y'
               PERFORM REWRITE-FINE-FILE
           END-IF
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../ar_invoice.txt" TO WS-PS-SOURCE
           MOVE "INVOICE" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY WS-INV-RAISED " invoice(s) raised and sent to "
               "the print spool.".

      *-----------------------------------------------------------------
       INVOICE-ONE-ORG.
           IF FUNCTION TRIM(OG-LINK(ORG-IDX)) NOT = SPACE
               PERFORM SWEEP-MEMBER-FINES
           END-IF
           MOVE 0 TO WS-RUN-GROSS WS-RUN-TAX WS-RUN-FINES
           MOVE 0 TO WS-RUN-LINES
           PERFORM VARYING CHARGE-IDX FROM 1 BY 1
               UNTIL CHARGE-IDX > CHARGE-CNT
               IF CH-ORG(CHARGE-IDX) = OG-CODE(ORG-IDX)
                   AND CH-INVOICE(CHARGE-IDX) = SPACES
                   ADD 1 TO WS-RUN-LINES
               END-IF
           END-PERFORM
           IF WS-RUN-LINES = 0
               EXIT PARAGRAPH
           END-IF
           IF INVOICE-CNT >= 1000
               DISPLAY "Invoice file is full -- "
                   FUNCTION TRIM(OG-CODE(ORG-IDX)) " not invoiced."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MAX-INVOICE-ID
           ADD 1 TO INVOICE-CNT
           MOVE MAX-INVOICE-ID TO WS-ID-N
           MOVE "INV" TO IV-NO(INVOICE-CNT)(1:3)
           MOVE WS-ID-N TO IV-NO(INVOICE-CNT)(4:5)
           MOVE OG-CODE(ORG-IDX) TO IV-ORG(INVOICE-CNT)
           MOVE WS-TODAY-DISPLAY TO IV-DATE(INVOICE-CNT)
           COMPUTE WS-DATE-INT = SYS-DATE-INT + OG-TERMS(ORG-IDX)
           PERFORM INT-TO-DATE
           MOVE WS-DATE-OUT TO IV-DUE(INVOICE-CNT)
           MOVE "OPEN" TO IV-STATUS(INVOICE-CNT)
           MOVE 0 TO IV-PAID(INVOICE-CNT)
           PERFORM PRINT-INVOICE-HEADER
           PERFORM VARYING CHARGE-IDX FROM 1 BY 1
               UNTIL CHARGE-IDX > CHARGE-CNT
               IF CH-ORG(CHARGE-IDX) = OG-CODE(ORG-IDX)
                   AND CH-INVOICE(CHARGE-IDX) = SPACES
                   MOVE IV-NO(INVOICE-CNT) TO CH-INVOICE(CHARGE-IDX)
                   MOVE WS-TODAY-DISPLAY TO CH-INV-DATE(CHARGE-IDX)
                   ADD CH-GROSS(CHARGE-IDX) TO WS-RUN-GROSS
                   ADD CH-TAX(CHARGE-IDX) TO WS-RUN-TAX
                   IF FUNCTION TRIM(CH-SOURCE(CHARGE-IDX)) = "INST"
                       ADD CH-GROSS(CHARGE-IDX) TO WS-RUN-FINES
                   END-IF
                   PERFORM PRINT-INVOICE-LINE
               END-IF
           END-PERFORM
           MOVE WS-RUN-GROSS TO IV-GROSS(INVOICE-CNT)
           MOVE WS-RUN-TAX TO IV-TAX(INVOICE-CNT)
           MOVE WS-RUN-FINES TO IV-FINES(INVOICE-CNT)
           PERFORM PRINT-INVOICE-FOOTER
           ADD 1 TO WS-INV-RAISED

           MOVE "INVOICE" TO WS-AUDIT-ENTITY
           MOVE IV-NO(INVOICE-CNT)(4:5) TO WS-AUDIT-ID
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE "OPEN" TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-AUDIT-ID, WS-AUDIT-OLD, WS-AUDIT-NEW
           MOVE WS-RUN-GROSS TO WS-AMT-ED
           DISPLAY "Invoice " IV-NO(INVOICE-CNT) " to "
               FUNCTION TRIM(OG-NAME(ORG-IDX)) " -- " WS-RUN-LINES
               " line(s), " WS-AMT-ED " MMK, due "
               IV-DUE(INVOICE-CNT).

      *-----------------------------------------------------------------
      *> The linked member's fines still owing become INST charge
      *> lines, and the fine rows are settled -- the debt now sits on
      *> the organisation's invoice, not at the desk.
       SWEEP-MEMBER-FINES.
           PERFORM VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-CNT
               IF FN-MEMBER-ID(FINE-IDX) = OG-LINK(ORG-IDX)(1:5)
                   AND FUNCTION TRIM(FN-PAID-FLAG(FINE-IDX))
                       NOT = "YES"
                   COMPUTE WS-FINE-OWED = FN-AMOUNT(FINE-IDX)
                       - FN-WAIVED-AMT(FINE-IDX)
                       - FN-PAID-AMT(FINE-IDX)
                   IF WS-FINE-OWED > 0 AND CHARGE-CNT < 2000
                       ADD 1 TO MAX-CHARGE-ID
                       ADD 1 TO CHARGE-CNT
                       MOVE MAX-CHARGE-ID TO WS-ID-N
                       MOVE "C" TO CH-ID(CHARGE-CNT)(1:1)
                       MOVE WS-ID-N TO CH-ID(CHARGE-CNT)(2:5)
                       MOVE OG-CODE(ORG-IDX) TO CH-ORG(CHARGE-CNT)
                       MOVE WS-TODAY-DISPLAY TO CH-DATE(CHARGE-CNT)
                       MOVE "INST" TO CH-SOURCE(CHARGE-CNT)
                       MOVE FN-FINE-ID(FINE-IDX) TO CH-REF(CHARGE-CNT)
                       MOVE SPACES TO CH-DESC(CHARGE-CNT)
                       STRING FUNCTION TRIM(FN-REASON(FINE-IDX))
                                  DELIMITED BY SIZE
                              " fine loan " DELIMITED BY SIZE
                              FN-TRAN-ID(FINE-IDX) DELIMITED BY SIZE
                           INTO CH-DESC(CHARGE-CNT)
                       MOVE WS-FINE-OWED TO CH-GROSS(CHARGE-CNT)
                       MOVE SPACES TO CH-TAX-CODE(CHARGE-CNT)
                       MOVE 0 TO CH-TAX(CHARGE-CNT)
                       MOVE SPACES TO CH-INVOICE(CHARGE-CNT)
                       MOVE SPACES TO CH-INV-DATE(CHARGE-CNT)
                       ADD WS-FINE-OWED TO FN-PAID-AMT(FINE-IDX)
                       MOVE "YES" TO FN-PAID-FLAG(FINE-IDX)
                       MOVE WS-TODAY-DISPLAY TO FN-PAID-DATE(FINE-IDX)
                       MOVE WS-OPERATOR-ID TO FN-OP-ID(FINE-IDX)
                       MOVE 'Y' TO WS-FINES-CHANGED
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       PRINT-INVOICE-HEADER.
           MOVE "                    I N V O I C E" TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Invoice no : " DELIMITED BY SIZE
                  IV-NO(INVOICE-CNT) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Date       : " DELIMITED BY SIZE
                  IV-DATE(INVOICE-CNT) DELIMITED BY SIZE
                  "    Due: " DELIMITED BY SIZE
                  IV-DUE(INVOICE-CNT) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Bill to    : " DELIMITED BY SIZE
                  FUNCTION TRIM(OG-NAME(ORG-IDX)) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(OG-CODE(ORG-IDX)) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "             " DELIMITED BY SIZE
                  OG-CONTACT(ORG-IDX) DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE(1:66)
           WRITE PRINT-LINE
           MOVE "Line    Source Ref        Description" TO PRINT-LINE
           MOVE "Amount" TO PRINT-LINE(61:6)
           WRITE PRINT-LINE.

      *-----------------------------------------------------------------
       PRINT-INVOICE-LINE.
           MOVE SPACES TO PRINT-LINE
           MOVE CH-ID(CHARGE-IDX) TO PRINT-LINE(1:6)
           MOVE CH-SOURCE(CHARGE-IDX) TO PRINT-LINE(9:6)
           MOVE CH-REF(CHARGE-IDX) TO PRINT-LINE(16:10)
           MOVE CH-DESC(CHARGE-IDX) TO PRINT-LINE(27:30)
           MOVE CH-GROSS(CHARGE-IDX) TO WS-AMT-ED
           MOVE WS-AMT-ED TO PRINT-LINE(57:10)
           WRITE PRINT-LINE.

      *-----------------------------------------------------------------
       PRINT-INVOICE-FOOTER.
           MOVE ALL "-" TO PRINT-LINE(1:66)
           WRITE PRINT-LINE
           COMPUTE WS-INV-BALANCE = WS-RUN-GROSS - WS-RUN-TAX
           MOVE WS-INV-BALANCE TO WS-AMT-ED
           MOVE SPACES TO PRINT-LINE
           MOVE "Net of tax" TO PRINT-LINE(27:10)
           MOVE WS-AMT-ED TO PRINT-LINE(57:10)
           WRITE PRINT-LINE
           MOVE WS-RUN-TAX TO WS-AMT-ED
           MOVE SPACES TO PRINT-LINE
           MOVE "Commercial tax" TO PRINT-LINE(27:14)
           MOVE WS-AMT-ED TO PRINT-LINE(57:10)
           WRITE PRINT-LINE
           MOVE WS-RUN-GROSS TO WS-AMT-ED
           MOVE SPACES TO PRINT-LINE
           MOVE "TOTAL DUE (MMK)" TO PRINT-LINE(27:15)
           MOVE WS-AMT-ED TO PRINT-LINE(57:10)
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "Please quote " DELIMITED BY SIZE
                  IV-NO(INVOICE-CNT) DELIMITED BY SIZE
                  " with your payment." DELIMITED BY SIZE
               INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE.

      *-----------------------------------------------------------------
      *> Money received against one named invoice -- never more
      *> than the invoice still owes.
       APPLY-PAYMENT.
           DISPLAY "Invoice number (e.g. INV00012): "
           ACCEPT WS-INVOICE-IN
           MOVE FUNCTION UPPER-CASE(WS-INVOICE-IN) TO WS-INVOICE-IN
           MOVE 0 TO INVOICE-PICK
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-CNT
               IF IV-NO(INVOICE-IDX) = WS-INVOICE-IN
                   MOVE INVOICE-IDX TO INVOICE-PICK
               END-IF
           END-PERFORM
           IF INVOICE-PICK = 0
               DISPLAY "No such invoice."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-BALANCE = IV-GROSS(INVOICE-PICK)
               - IV-PAID(INVOICE-PICK)
           IF WS-INV-BALANCE = 0
               DISPLAY "Invoice " WS-INVOICE-IN " is already paid."
               EXIT PARAGRAPH
           END-IF
           MOVE IV-GROSS(INVOICE-PICK) TO WS-AMT-ED
           MOVE WS-INV-BALANCE TO WS-AMT-ED2
           DISPLAY "Invoice " IV-NO(INVOICE-PICK) " to "
               FUNCTION TRIM(IV-ORG(INVOICE-PICK)) " dated "
               IV-DATE(INVOICE-PICK) ": total " WS-AMT-ED
               ", still owing " WS-AMT-ED2 " MMK."
           DISPLAY "Amount received (MMK): "
           ACCEPT WS-AMOUNT-IN
           IF FUNCTION TRIM(WS-AMOUNT-IN) IS NOT NUMERIC
               OR FUNCTION NUMVAL(WS-AMOUNT-IN) = 0
               DISPLAY "Amount must be a whole number above zero."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAY-AMT = FUNCTION NUMVAL(WS-AMOUNT-IN)
           IF WS-PAY-AMT > WS-INV-BALANCE
               DISPLAY "That is more than the invoice owes -- apply "
                   "the balance to the organisation's other "
                   "invoices separately."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tender 1) Bank transfer  2) Cheque  3) KBZPay  "
               "4) Wave: "
           ACCEPT WS-TENDER-CHOICE
           EVALUATE WS-TENDER-CHOICE
               WHEN 2
                   MOVE "CHEQUE" TO WS-PAY-TENDER
               WHEN 3
                   MOVE "KBZPAY" TO WS-PAY-TENDER
               WHEN 4
                   MOVE "WAVE" TO WS-PAY-TENDER
               WHEN OTHER
                   MOVE "BANK" TO WS-PAY-TENDER
           END-EVALUATE
           DISPLAY "Payment reference (cheque or transfer no, no "
               "commas): "
           ACCEPT WS-PAY-REF
           IF PAYMENT-CNT >= 2000
               DISPLAY "Payment file is full."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MAX-PAYMENT-ID
           ADD 1 TO PAYMENT-CNT
           MOVE MAX-PAYMENT-ID TO WS-ID-N
           MOVE "P" TO PY-ID(PAYMENT-CNT)(1:1)
           MOVE WS-ID-N TO PY-ID(PAYMENT-CNT)(2:5)
           MOVE IV-NO(INVOICE-PICK) TO PY-INVOICE(PAYMENT-CNT)
           MOVE IV-ORG(INVOICE-PICK) TO PY-ORG(PAYMENT-CNT)
           MOVE WS-TODAY-DISPLAY TO PY-DATE(PAYMENT-CNT)
           MOVE WS-PAY-AMT TO PY-AMOUNT(PAYMENT-CNT)
           MOVE WS-PAY-TENDER TO PY-TENDER(PAYMENT-CNT)
           MOVE WS-PAY-REF TO PY-REF(PAYMENT-CNT)
           MOVE WS-OPERATOR-ID TO PY-OPERATOR(PAYMENT-CNT)
           PERFORM APPEND-PAYMENT-ROW

           ADD WS-PAY-AMT TO IV-PAID(INVOICE-PICK)
           MOVE IV-STATUS(INVOICE-PICK) TO WS-AUDIT-OLD
           IF IV-PAID(INVOICE-PICK) >= IV-GROSS(INVOICE-PICK)
               MOVE "PAID" TO IV-STATUS(INVOICE-PICK)
           END-IF
           PERFORM REWRITE-INVOICE-FILE
           MOVE "ARPAY" TO WS-AUDIT-ENTITY
           MOVE IV-NO(INVOICE-PICK)(4:5) TO WS-AUDIT-ID
           MOVE IV-STATUS(INVOICE-PICK) TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-AUDIT-ID, WS-AUDIT-OLD, WS-AUDIT-NEW
           COMPUTE WS-INV-BALANCE = IV-GROSS(INVOICE-PICK)
               - IV-PAID(INVOICE-PICK)
           MOVE WS-INV-BALANCE TO WS-AMT-ED
           DISPLAY "Payment " PY-ID(PAYMENT-CNT) " applied to "
               IV-NO(INVOICE-PICK) " -- still owing " WS-AMT-ED
               " MMK.".

      *-----------------------------------------------------------------
      *> One statement per account for a calendar month: balance
      *> brought forward, the month's invoices and payments, the
      *> balance carried, and every invoice still open.
       MONTHLY-STATEMENTS.
           DISPLAY "Statement month (MM-YYYY, blank = last month): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
               MOVE SYS-DATE(5:2) TO WS-RPT-MM
               MOVE SYS-DATE(1:4) TO WS-RPT-YYYY
               IF WS-RPT-MM = 1
                   MOVE 12 TO WS-RPT-MM
                   SUBTRACT 1 FROM WS-RPT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MM
               END-IF
               STRING WS-RPT-MM DELIMITED BY SIZE "-"
                      WS-RPT-YYYY DELIMITED BY SIZE
                   INTO WS-MONTH-IN
           END-IF
           IF WS-MONTH-IN(1:2) NOT NUMERIC OR
               WS-MONTH-IN(4:4) NOT NUMERIC OR
               WS-MONTH-IN(3:1) NOT = "-"
               DISPLAY "Invalid month -- use MM-YYYY, e.g. 09-2026."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-IN(1:2) TO WS-RPT-MM
           MOVE WS-MONTH-IN(4:4) TO WS-RPT-YYYY
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY "Invalid month -- use MM-YYYY, e.g. 09-2026."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-FMT =
               WS-RPT-YYYY * 10000 + WS-RPT-MM * 100 + 1
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
           IF WS-RPT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               COMPUTE WS-NEXT-YYYY = WS-RPT-YYYY + 1
           ELSE
               COMPUTE WS-NEXT-MM = WS-RPT-MM + 1
               MOVE WS-RPT-YYYY TO WS-NEXT-YYYY
           END-IF
           COMPUTE WS-DATE-FMT =
               WS-NEXT-YYYY * 10000 + WS-NEXT-MM * 100 + 1
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FMT) - 1

           DISPLAY "Account code (blank = every account): "
           ACCEPT WS-ORG-IN
           MOVE FUNCTION UPPER-CASE(WS-ORG-IN) TO WS-ORG-IN
           MOVE 0 TO WS-STMT-COUNT
           OPEN OUTPUT STMT-FILE
           PERFORM VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > ORG-CNT
               IF WS-ORG-IN = SPACES
                   OR OG-CODE(ORG-IDX) = WS-ORG-IN
                   PERFORM STATEMENT-ONE-ORG
               END-IF
           END-PERFORM
           CLOSE STMT-FILE
           IF WS-STMT-COUNT = 0
               DISPLAY "No account had a balance or activity in "
                   WS-MONTH-IN "."
               EXIT PARAGRAPH
           END-IF
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../ar_statement.txt" TO WS-PS-SOURCE
           MOVE "STATEMENT" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY WS-STMT-COUNT " statement(s) for " WS-MONTH-IN
               " written to ar_statement.txt.".

      *-----------------------------------------------------------------
       STATEMENT-ONE-ORG.
           MOVE 0 TO WS-OPENING WS-MONTH-INVOICED WS-MONTH-PAID
           MOVE 'N' TO WS-HAS-ACTIVITY
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-CNT
               IF IV-ORG(INVOICE-IDX) = OG-CODE(ORG-IDX)
                   MOVE IV-DATE(INVOICE-IDX) TO WS-DATE-IN
                   PERFORM DATE-TO-INT
                   IF WS-DATE-INT < WS-MONTH-START-INT
                       ADD IV-GROSS(INVOICE-IDX) TO WS-OPENING
                   END-IF
                   IF WS-DATE-INT >= WS-MONTH-START-INT
                       AND WS-DATE-INT <= WS-MONTH-END-INT
                       ADD IV-GROSS(INVOICE-IDX) TO WS-MONTH-INVOICED
                       MOVE 'Y' TO WS-HAS-ACTIVITY
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING PAYMENT-IDX FROM 1 BY 1
               UNTIL PAYMENT-IDX > PAYMENT-CNT
               IF PY-ORG(PAYMENT-IDX) = OG-CODE(ORG-IDX)
                   MOVE PY-DATE(PAYMENT-IDX) TO WS-DATE-IN
                   PERFORM DATE-TO-INT
                   IF WS-DATE-INT < WS-MONTH-START-INT
                       SUBTRACT PY-AMOUNT(PAYMENT-IDX) FROM WS-OPENING
                   END-IF
                   IF WS-DATE-INT >= WS-MONTH-START-INT
                       AND WS-DATE-INT <= WS-MONTH-END-INT
                       ADD PY-AMOUNT(PAYMENT-IDX) TO WS-MONTH-PAID
                       MOVE 'Y' TO WS-HAS-ACTIVITY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPENING = 0 AND WS-HAS-ACTIVITY = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STMT-COUNT
           COMPUTE WS-CLOSING = WS-OPENING + WS-MONTH-INVOICED
               - WS-MONTH-PAID

           MOVE "                 STATEMENT OF ACCOUNT" TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "Account : " DELIMITED BY SIZE
                  FUNCTION TRIM(OG-NAME(ORG-IDX)) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(OG-CODE(ORG-IDX)) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "          " DELIMITED BY SIZE
                  OG-CONTACT(ORG-IDX) DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "Month   : " DELIMITED BY SIZE
                  WS-MONTH-IN DELIMITED BY SIZE
               INTO STMT-LINE
           WRITE STMT-LINE
           MOVE ALL "-" TO STMT-LINE(1:60)
           WRITE STMT-LINE
           MOVE WS-OPENING TO WS-SIGNED-ED
           MOVE SPACES TO STMT-LINE
           MOVE "Balance brought forward" TO STMT-LINE(1:23)
           MOVE WS-SIGNED-ED TO STMT-LINE(49:12)
           WRITE STMT-LINE

           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-CNT
               IF IV-ORG(INVOICE-IDX) = OG-CODE(ORG-IDX)
                   MOVE IV-DATE(INVOICE-IDX) TO WS-DATE-IN
                   PERFORM DATE-TO-INT
                   IF WS-DATE-INT >= WS-MONTH-START-INT
                       AND WS-DATE-INT <= WS-MONTH-END-INT
                       MOVE IV-GROSS(INVOICE-IDX) TO WS-SIGNED-ED
                       MOVE SPACES TO STMT-LINE
                       STRING IV-DATE(INVOICE-IDX) DELIMITED BY SIZE
                              "  Invoice " DELIMITED BY SIZE
                              IV-NO(INVOICE-IDX) DELIMITED BY SIZE
                           INTO STMT-LINE
                       MOVE WS-SIGNED-ED TO STMT-LINE(49:12)
                       WRITE STMT-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING PAYMENT-IDX FROM 1 BY 1
               UNTIL PAYMENT-IDX > PAYMENT-CNT
               IF PY-ORG(PAYMENT-IDX) = OG-CODE(ORG-IDX)
                   MOVE PY-DATE(PAYMENT-IDX) TO WS-DATE-IN
                   PERFORM DATE-TO-INT
                   IF WS-DATE-INT >= WS-MONTH-START-INT
                       AND WS-DATE-INT <= WS-MONTH-END-INT
                       COMPUTE WS-OPENING = 0 - PY-AMOUNT(PAYMENT-IDX)
                       MOVE WS-OPENING TO WS-SIGNED-ED
                       MOVE SPACES TO STMT-LINE
                       STRING PY-DATE(PAYMENT-IDX) DELIMITED BY SIZE
                              "  Payment " DELIMITED BY SIZE
                              PY-ID(PAYMENT-IDX) DELIMITED BY SIZE
                              " on " DELIMITED BY SIZE
                              PY-INVOICE(PAYMENT-IDX)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(PY-TENDER(PAYMENT-IDX))
                                  DELIMITED BY SIZE
                           INTO STMT-LINE
                       MOVE WS-SIGNED-ED TO STMT-LINE(49:12)
                       WRITE STMT-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE ALL "-" TO STMT-LINE(1:60)
           WRITE STMT-LINE
           MOVE WS-CLOSING TO WS-SIGNED-ED
           MOVE SPACES TO STMT-LINE
           MOVE "Balance carried forward (MMK)" TO STMT-LINE(1:29)
           MOVE WS-SIGNED-ED TO STMT-LINE(49:12)
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE "Invoices still open:" TO STMT-LINE
           WRITE STMT-LINE
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-CNT
               IF IV-ORG(INVOICE-IDX) = OG-CODE(ORG-IDX)
                   AND FUNCTION TRIM(IV-STATUS(INVOICE-IDX)) = "OPEN"
                   COMPUTE WS-INV-BALANCE = IV-GROSS(INVOICE-IDX)
                       - IV-PAID(INVOICE-IDX)
                   MOVE WS-INV-BALANCE TO WS-AMT-ED
                   MOVE SPACES TO STMT-LINE
                   STRING "  " DELIMITED BY SIZE
                          IV-NO(INVOICE-IDX) DELIMITED BY SIZE
                          " dated " DELIMITED BY SIZE
                          IV-DATE(INVOICE-IDX) DELIMITED BY SIZE
                          " due " DELIMITED BY SIZE
                          IV-DUE(INVOICE-IDX) DELIMITED BY SIZE
                       INTO STMT-LINE
                   MOVE WS-AMT-ED TO STMT-LINE(51:10)
                   WRITE STMT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           WRITE STMT-LINE.

      *-----------------------------------------------------------------
      *> What each account still owes, by age of invoice as at
      *> today.
       AGING-REPORT.
           MOVE 0 TO WS-AGE-GRAND
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 4
               MOVE 0 TO WS-AGE-TOT(WS-AGE-IDX)
           END-PERFORM
           OPEN OUTPUT EXPORT-FILE
           MOVE "account,name,0-30,31-60,61-90,over_90,total"
               TO EXPORT-REC
           WRITE EXPORT-REC
           DISPLAY "=================================================="
               "======================"
           DISPLAY " RECEIVABLES AGING AS AT " WS-TODAY-DISPLAY
           DISPLAY "Account     0-30 days  31-60 days  61-90 days"
               "     Over 90       Total"
           PERFORM VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > ORG-CNT
               PERFORM AGE-ONE-ORG
           END-PERFORM
           MOVE SPACES TO EXPORT-REC
           STRING "TOTAL,," DELIMITED BY SIZE
                  WS-AGE-TOT(1) DELIMITED BY SIZE ","
                  WS-AGE-TOT(2) DELIMITED BY SIZE ","
                  WS-AGE-TOT(3) DELIMITED BY SIZE ","
                  WS-AGE-TOT(4) DELIMITED BY SIZE ","
                  WS-AGE-GRAND DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC
           CLOSE EXPORT-FILE
           DISPLAY "--------------------------------------------------"
               "----------------------"
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-TOT(WS-AGE-IDX) TO WS-AGE-ED(WS-AGE-IDX)
           END-PERFORM
           MOVE WS-AGE-GRAND TO WS-AGE-ED(5)
           DISPLAY "TOTAL   " WS-AGE-ED(1) " " WS-AGE-ED(2) " "
               WS-AGE-ED(3) " " WS-AGE-ED(4) " " WS-AGE-ED(5)
           DISPLAY "Exported to ../export_ar_aging.csv".

      *-----------------------------------------------------------------
       AGE-ONE-ORG.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 4
               MOVE 0 TO WS-AGE-AMT(WS-AGE-IDX)
           END-PERFORM
           MOVE 0 TO WS-AGE-ORG-TOTAL
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-CNT
               IF IV-ORG(INVOICE-IDX) = OG-CODE(ORG-IDX)
                   AND IV-PAID(INVOICE-IDX) < IV-GROSS(INVOICE-IDX)
                   COMPUTE WS-INV-BALANCE = IV-GROSS(INVOICE-IDX)
                       - IV-PAID(INVOICE-IDX)
                   MOVE IV-DATE(INVOICE-IDX) TO WS-DATE-IN
                   PERFORM DATE-TO-INT
                   COMPUTE WS-AGE-DAYS = SYS-DATE-INT - WS-DATE-INT
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-AGE-IDX
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-AGE-IDX
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-AGE-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-AGE-IDX
                   END-EVALUATE
                   ADD WS-INV-BALANCE TO WS-AGE-AMT(WS-AGE-IDX)
                   ADD WS-INV-BALANCE TO WS-AGE-TOT(WS-AGE-IDX)
                   ADD WS-INV-BALANCE TO WS-AGE-ORG-TOTAL
                   ADD WS-INV-BALANCE TO WS-AGE-GRAND
               END-IF
           END-PERFORM
           IF WS-AGE-ORG-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-AMT(WS-AGE-IDX) TO WS-AGE-ED(WS-AGE-IDX)
           END-PERFORM
           MOVE WS-AGE-ORG-TOTAL TO WS-AGE-ED(5)
           DISPLAY OG-CODE(ORG-IDX) WS-AGE-ED(1) " " WS-AGE-ED(2) " "
               WS-AGE-ED(3) " " WS-AGE-ED(4) " " WS-AGE-ED(5)
           MOVE SPACES TO EXPORT-REC
           STRING FUNCTION TRIM(OG-CODE(ORG-IDX)) DELIMITED BY SIZE ","
                  FUNCTION TRIM(OG-NAME(ORG-IDX)) DELIMITED BY SIZE ","
                  WS-AGE-AMT(1) DELIMITED BY SIZE ","
                  WS-AGE-AMT(2) DELIMITED BY SIZE ","
                  WS-AGE-AMT(3) DELIMITED BY SIZE ","
                  WS-AGE-AMT(4) DELIMITED BY SIZE ","
                  WS-AGE-ORG-TOTAL DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC.

      *-----------------------------------------------------------------
       FIND-ORG.
           MOVE 0 TO ORG-PICK
           PERFORM VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > ORG-CNT
               IF OG-CODE(ORG-IDX) = WS-ORG-IN
                   MOVE ORG-IDX TO ORG-PICK
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       DATE-TO-INT.
           MOVE 'N' TO WS-DATE-OK
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-IN(1:2) NUMERIC AND WS-DATE-IN(4:2) NUMERIC
               AND WS-DATE-IN(7:4) NUMERIC
               STRING WS-DATE-IN(7:4) DELIMITED BY SIZE
                      WS-DATE-IN(4:2) DELIMITED BY SIZE
                      WS-DATE-IN(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-DIGITS
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               MOVE 'Y' TO WS-DATE-OK
           END-IF.

       INT-TO-DATE.
           COMPUTE WS-DATE-FMT = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO WS-DATE-OUT
           STRING WS-DATE-FMT(7:2) DELIMITED BY SIZE "-"
                  WS-DATE-FMT(5:2) DELIMITED BY SIZE "-"
                  WS-DATE-FMT(1:4) DELIMITED BY SIZE
               INTO WS-DATE-OUT.

      *-----------------------------------------------------------------
       LOAD-ORG-FILE.
           MOVE 0 TO ORG-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ORG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF ORG-CNT < 200
                           ADD 1 TO ORG-CNT
                           MOVE SPACES TO OG-TERMS-X
                           MOVE SPACES TO OG-STATUS(ORG-CNT)
                           UNSTRING ORG-REC DELIMITED BY ","
                               INTO OG-CODE(ORG-CNT), OG-NAME(ORG-CNT),
                                    OG-KIND(ORG-CNT), OG-LINK(ORG-CNT),
                                    OG-CONTACT(ORG-CNT), OG-TERMS-X,
                                    OG-STATUS(ORG-CNT)
                           IF FUNCTION TRIM(OG-TERMS-X) IS NUMERIC
                               COMPUTE OG-TERMS(ORG-CNT) =
                                   FUNCTION NUMVAL(OG-TERMS-X)
                           ELSE
                               MOVE WS-ARTRM TO OG-TERMS(ORG-CNT)
                           END-IF
                           IF OG-STATUS(ORG-CNT) = SPACES
                               MOVE "ACTIVE" TO OG-STATUS(ORG-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-FILE.

       REWRITE-ORG-FILE.
           OPEN OUTPUT ORG-FILE
           PERFORM VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > ORG-CNT
               MOVE SPACES TO ORG-REC
               STRING OG-CODE(ORG-IDX) DELIMITED BY SPACE ","
                      OG-NAME(ORG-IDX) DELIMITED BY SIZE ","
                      OG-KIND(ORG-IDX) DELIMITED BY SPACE ","
                      OG-LINK(ORG-IDX) DELIMITED BY SPACE ","
                      OG-CONTACT(ORG-IDX) DELIMITED BY SIZE ","
                      OG-TERMS(ORG-IDX) DELIMITED BY SIZE ","
                      OG-STATUS(ORG-IDX) DELIMITED BY SPACE
                   INTO ORG-REC
               WRITE ORG-REC
           END-PERFORM
           CLOSE ORG-FILE.

      *-----------------------------------------------------------------
       LOAD-CHARGE-FILE.
           MOVE 0 TO CHARGE-CNT
           MOVE 0 TO MAX-CHARGE-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CHARGE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF CHARGE-CNT < 2000
                           ADD 1 TO CHARGE-CNT
                           MOVE SPACES TO CH-GROSS-X CH-TAX-X
                           MOVE SPACES TO CH-INVOICE(CHARGE-CNT)
                           MOVE SPACES TO CH-INV-DATE(CHARGE-CNT)
                           UNSTRING CHARGE-REC DELIMITED BY ","
                               INTO CH-ID(CHARGE-CNT),
                                    CH-ORG(CHARGE-CNT),
                                    CH-DATE(CHARGE-CNT),
                                    CH-SOURCE(CHARGE-CNT),
                                    CH-REF(CHARGE-CNT),
                                    CH-DESC(CHARGE-CNT), CH-GROSS-X,
                                    CH-TAX-CODE(CHARGE-CNT), CH-TAX-X,
                                    CH-INVOICE(CHARGE-CNT),
                                    CH-INV-DATE(CHARGE-CNT)
                           MOVE 0 TO CH-GROSS(CHARGE-CNT)
                           MOVE 0 TO CH-TAX(CHARGE-CNT)
                           IF FUNCTION TRIM(CH-GROSS-X) NOT = SPACE
                               COMPUTE CH-GROSS(CHARGE-CNT) =
                                   FUNCTION NUMVAL(CH-GROSS-X)
                           END-IF
                           IF FUNCTION TRIM(CH-TAX-X) NOT = SPACE
                               COMPUTE CH-TAX(CHARGE-CNT) =
                                   FUNCTION NUMVAL(CH-TAX-X)
                           END-IF
                           IF CH-ID(CHARGE-CNT)(2:5) IS NUMERIC
                               MOVE CH-ID(CHARGE-CNT)(2:5) TO WS-ID-N
                               IF WS-ID-N > MAX-CHARGE-ID
                                   MOVE WS-ID-N TO MAX-CHARGE-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-FILE.

       REWRITE-CHARGE-FILE.
           OPEN OUTPUT CHARGE-FILE
           PERFORM VARYING CHARGE-IDX FROM 1 BY 1
               UNTIL CHARGE-IDX > CHARGE-CNT
               MOVE SPACES TO CHARGE-REC
               STRING CH-ID(CHARGE-IDX) DELIMITED BY SIZE ","
                      CH-ORG(CHARGE-IDX) DELIMITED BY SPACE ","
                      CH-DATE(CHARGE-IDX) DELIMITED BY SIZE ","
                      CH-SOURCE(CHARGE-IDX) DELIMITED BY SPACE ","
                      CH-REF(CHARGE-IDX) DELIMITED BY SPACE ","
                      CH-DESC(CHARGE-IDX) DELIMITED BY SIZE ","
                      CH-GROSS(CHARGE-IDX) DELIMITED BY SIZE ","
                      CH-TAX-CODE(CHARGE-IDX) DELIMITED BY SIZE ","
                      CH-TAX(CHARGE-IDX) DELIMITED BY SIZE ","
                      CH-INVOICE(CHARGE-IDX) DELIMITED BY SPACE ","
                      CH-INV-DATE(CHARGE-IDX) DELIMITED BY SPACE
                   INTO CHARGE-REC
               WRITE CHARGE-REC
           END-PERFORM
           CLOSE CHARGE-FILE.

      *-----------------------------------------------------------------
       LOAD-INVOICE-FILE.
           MOVE 0 TO INVOICE-CNT
           MOVE 0 TO MAX-INVOICE-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INVOICE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF INVOICE-CNT < 1000
                           ADD 1 TO INVOICE-CNT
                           UNSTRING INVOICE-REC DELIMITED BY ","
                               INTO IV-NO(INVOICE-CNT),
                                    IV-ORG(INVOICE-CNT),
                                    IV-DATE(INVOICE-CNT),
                                    IV-DUE(INVOICE-CNT),
                                    IV-GROSS(INVOICE-CNT),
                                    IV-TAX(INVOICE-CNT),
                                    IV-FINES(INVOICE-CNT),
                                    IV-PAID(INVOICE-CNT),
                                    IV-STATUS(INVOICE-CNT)
                           IF IV-NO(INVOICE-CNT)(4:5) IS NUMERIC
                               MOVE IV-NO(INVOICE-CNT)(4:5) TO WS-ID-N
                               IF WS-ID-N > MAX-INVOICE-ID
                                   MOVE WS-ID-N TO MAX-INVOICE-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

       REWRITE-INVOICE-FILE.
           OPEN OUTPUT INVOICE-FILE
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
               UNTIL INVOICE-IDX > INVOICE-CNT
               MOVE SPACES TO INVOICE-REC
               STRING IV-NO(INVOICE-IDX) DELIMITED BY SIZE ","
                      IV-ORG(INVOICE-IDX) DELIMITED BY SPACE ","
                      IV-DATE(INVOICE-IDX) DELIMITED BY SIZE ","
                      IV-DUE(INVOICE-IDX) DELIMITED BY SIZE ","
                      IV-GROSS(INVOICE-IDX) DELIMITED BY SIZE ","
                      IV-TAX(INVOICE-IDX) DELIMITED BY SIZE ","
                      IV-FINES(INVOICE-IDX) DELIMITED BY SIZE ","
                      IV-PAID(INVOICE-IDX) DELIMITED BY SIZE ","
                      IV-STATUS(INVOICE-IDX) DELIMITED BY SPACE
                   INTO INVOICE-REC
               WRITE INVOICE-REC
           END-PERFORM
           CLOSE INVOICE-FILE.

      *-----------------------------------------------------------------
       LOAD-PAYMENT-FILE.
           MOVE 0 TO PAYMENT-CNT
           MOVE 0 TO MAX-PAYMENT-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PAYMENT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF PAYMENT-CNT < 2000
                           ADD 1 TO PAYMENT-CNT
                           UNSTRING PAYMENT-REC DELIMITED BY ","
                               INTO PY-ID(PAYMENT-CNT),
                                    PY-INVOICE(PAYMENT-CNT),
                                    PY-ORG(PAYMENT-CNT),
                                    PY-DATE(PAYMENT-CNT),
                                    PY-AMOUNT(PAYMENT-CNT),
                                    PY-TENDER(PAYMENT-CNT),
                                    PY-REF(PAYMENT-CNT),
                                    PY-OPERATOR(PAYMENT-CNT)
                           IF PY-ID(PAYMENT-CNT)(2:5) IS NUMERIC
                               MOVE PY-ID(PAYMENT-CNT)(2:5) TO WS-ID-N
                               IF WS-ID-N > MAX-PAYMENT-ID
                                   MOVE WS-ID-N TO MAX-PAYMENT-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-FILE.

       APPEND-PAYMENT-ROW.
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = "00"
               CLOSE PAYMENT-FILE
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           MOVE SPACES TO PAYMENT-REC
           STRING PY-ID(PAYMENT-CNT) DELIMITED BY SIZE ","
                  PY-INVOICE(PAYMENT-CNT) DELIMITED BY SIZE ","
                  PY-ORG(PAYMENT-CNT) DELIMITED BY SPACE ","
                  PY-DATE(PAYMENT-CNT) DELIMITED BY SIZE ","
                  PY-AMOUNT(PAYMENT-CNT) DELIMITED BY SIZE ","
                  PY-TENDER(PAYMENT-CNT) DELIMITED BY SPACE ","
                  PY-REF(PAYMENT-CNT) DELIMITED BY SIZE ","
                  PY-OPERATOR(PAYMENT-CNT) DELIMITED BY SPACE
               INTO PAYMENT-REC
           WRITE PAYMENT-REC
           CLOSE PAYMENT-FILE.

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
                      FN-WAIVER-REASON(FINE-IDX) DELIMITED BY SIZE ","
                      FN-OP-ID(FINE-IDX) DELIMITED BY SIZE ","
                      FN-PAID-AMT(FINE-IDX) DELIMITED BY SIZE ","
                      FN-ASSESS-DATE(FINE-IDX) DELIMITED BY SIZE
                   INTO FINE-REC
               WRITE FINE-REC
           END-PERFORM
           CLOSE FINE-FILE.

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

       END PROGRAM Receivables.
