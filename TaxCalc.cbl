      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared commercial-tax lookup. Photocopies and
      *          printing (MiscCharge), Friends-of-the-Library sales
      *          (BookSale) and room hire (RoomBooking) are taxable;
      *          fines and membership fees are not. Each chargeable
      *          item, sale band and room carries a tax code, and
      *          this returns the tax contained in a tax-inclusive
      *          gross amount for that code:
      *            tax = gross x rate / (100% + rate), rounded
      *          so the price on the counter is still what the member
      *          pays and the receipt splits it into net, tax and
      *          gross. Rates come from tax_codes.csv (code, rate in
      *          hundredths of a percent, description) over the
      *          compiled defaults, the rule gl_accounts.csv follows
      *          in GlExport:
      *            CT -- commercial tax, 5.00%
      *            EX -- exempt, 0%
      *          A blank code is exempt. An unknown code returns no
      *          tax and TX-FOUND 'N', so a maintenance screen can
      *          refuse it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxCalc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXCODE-FILE ASSIGN TO '../tax_codes.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-taxcode-status.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXCODE-FILE.
       01  TAXCODE-REC             PIC X(60).

       WORKING-STORAGE SECTION.
       01  ws-taxcode-status       PIC XX.
       01  ws-eof                  PIC X VALUE 'N'.
       01  ws-code                 PIC X(2).
       01  ws-rate-x               PIC X(6).

      *> The compiled default codes -- code, rate in hundredths of
      *> a percent.
       01  tax-default-values.
           05  FILLER PIC X(6) VALUE "CT0500".
           05  FILLER PIC X(6) VALUE "EX0000".
       01  tax-default-table REDEFINES tax-default-values.
           05  td-entry OCCURS 2 TIMES.
               10  td-code         PIC X(2).
               10  td-rate         PIC 9(4).
       01  td-idx                  PIC 9 VALUE 0.

       LINKAGE SECTION.
      *> TX-TAX: tax contained in TX-GROSS. TX-RATE: the code's rate
      *> in hundredths of a percent. TX-FOUND: 'Y' known code (or
      *> blank), 'N' unknown code.
       01  TX-CODE                 PIC X(2).
       01  TX-GROSS                PIC 9(7).
       01  TX-TAX                  PIC 9(7).
       01  TX-RATE                 PIC 9(4).
       01  TX-FOUND                PIC X.

       PROCEDURE DIVISION USING TX-CODE, TX-GROSS, TX-TAX, TX-RATE,
           TX-FOUND.
       0000-MAIN-PROCEDURE.
           MOVE 0 TO TX-TAX
           MOVE 0 TO TX-RATE
           MOVE 'N' TO TX-FOUND
           IF TX-CODE = SPACES
               MOVE 'Y' TO TX-FOUND
               GOBACK
           END-IF
           PERFORM VARYING td-idx FROM 1 BY 1 UNTIL td-idx > 2
               IF td-code(td-idx) = TX-CODE
                   MOVE td-rate(td-idx) TO TX-RATE
                   MOVE 'Y' TO TX-FOUND
               END-IF
           END-PERFORM

      *> tax_codes.csv rows override or add to the defaults.
           MOVE 'N' TO ws-eof
           OPEN INPUT TAXCODE-FILE
           IF ws-taxcode-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ TAXCODE-FILE
                       AT END MOVE 'Y' TO ws-eof
                       NOT AT END
                           MOVE SPACES TO ws-code ws-rate-x
                           UNSTRING TAXCODE-REC DELIMITED BY ","
                               INTO ws-code, ws-rate-x
                           IF ws-code = TX-CODE
                               AND FUNCTION TRIM(ws-rate-x) NOT = SPACE
                               AND FUNCTION NUMVAL(ws-rate-x) >= 0
                               AND FUNCTION NUMVAL(ws-rate-x) < 10000
                               COMPUTE TX-RATE =
                                   FUNCTION NUMVAL(ws-rate-x)
                               MOVE 'Y' TO TX-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXCODE-FILE
           END-IF

           IF TX-RATE > 0
               COMPUTE TX-TAX ROUNDED =
                   TX-GROSS * TX-RATE / (10000 + TX-RATE)
           END-IF
           GOBACK.

       END PROGRAM TaxCalc.
