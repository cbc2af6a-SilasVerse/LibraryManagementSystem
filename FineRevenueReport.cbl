      *          they are reported separately as undated and still
      *          count toward the outstanding balance.
      * Tectonics: cobc
      * (Updated by Silas): Fines swept onto organisation invoices
      *            raised in the month (ar_invoices.csv fines column,
      *            see Receivables) report on a new 'Moved to
      *            organisation' line and an INVOICED,ORGANISATION
      *            export row; they are settled on fine.csv, so they
      *            drop out of the outstanding balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FineRevenueReport IS INITIAL.
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT AR-INV-FILE ASSIGN TO "../ar_invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-INV-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "../export_fine_revenue.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  RECEIPT-FILE.
       01  RECEIPT-REC     PIC X(200).

       FD  AR-INV-FILE.
       01  AR-INV-REC      PIC X(120).

       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-RECEIPT-STATUS   PIC XX.
       01  WS-AR-INV-STATUS    PIC XX.
       01  FILE-END            PIC X VALUE 'N'.

      *> The month under report, keyed MM-YYYY, held both ways: the
      *> mixed into the ordinary desk waivers.
       01  WS-AMNESTY-TOTAL    PIC 9(8) VALUE 0.
       01  WS-UNDATED-TOTAL    PIC 9(8) VALUE 0.
      *> Fines an organisation account took over -- swept onto an
      *> invoice raised this month (see Receivables). They leave the
      *> desk balance settled and are collected on the invoice.
       01  WS-INVOICED-FINES   PIC 9(8) VALUE 0.
       01  AI-NO               PIC X(8).
       01  AI-ORG              PIC X(8).
       01  AI-DATE             PIC X(10).
       01  AI-DUE              PIC X(10).
       01  AI-GROSS            PIC 9(8).
       01  AI-TAX              PIC 9(8).
       01  AI-FINES            PIC 9(8).
       01  WS-OUTSTANDING      PIC S9(9) VALUE 0.
       01  WS-OUTSTANDING-DISP PIC 9(9).

           PERFORM LOAD-FINE-FILE
           PERFORM SCAN-RECEIPT-FILE
           PERFORM STRIKE-BALANCES
           PERFORM SCAN-AR-INVOICES
           PERFORM SORT-WAIVER-REASONS
           PERFORM DISPLAY-REPORT

               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Fines moved onto organisation invoices dated in the month.
       SCAN-AR-INVOICES.
           MOVE 0 TO WS-INVOICED-FINES
           MOVE 'N' TO FILE-END
           OPEN INPUT AR-INV-FILE
           IF WS-AR-INV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ AR-INV-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO AI-FINES
                       UNSTRING AR-INV-REC DELIMITED BY ","
                           INTO AI-NO, AI-ORG, AI-DATE, AI-DUE,
                                AI-GROSS, AI-TAX, AI-FINES
                       IF AI-FINES NOT NUMERIC
                           MOVE 0 TO AI-FINES
                       END-IF
                       MOVE AI-DATE TO WS-DATE-IN
                       PERFORM CONVERT-DATE-TO-INT
                       IF WS-DATE-OK = 'Y'
                           AND WS-DATE-OUT-INT >= WS-MONTH-START-INT
                           AND WS-DATE-OUT-INT <= WS-MONTH-END-INT
                           ADD AI-FINES TO WS-INVOICED-FINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-INV-FILE.

      *-----------------------------------------------------------------
       TALLY-WAIVER-REASON.
           MOVE 0 TO WVR-FOUND-IDX
           END-PERFORM
           DISPLAY "Amnesty forgone revenue : " WS-AMNESTY-TOTAL
               " MMK"
           DISPLAY "Moved to organisation   : " WS-INVOICED-FINES
               " MMK (on invoices)"
           DISPLAY "Outstanding at month end: " WS-OUTSTANDING-DISP
               " MMK"
           IF WS-UNDATED-TOTAL > 0
                  WS-AMNESTY-TOTAL DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC
           MOVE SPACES TO EXPORT-REC
           STRING WS-MONTH-IN DELIMITED BY SIZE
                  ",INVOICED,ORGANISATION," DELIMITED BY SIZE
                  WS-INVOICED-FINES DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC
           PERFORM VARYING WVR-IDX FROM 1 BY 1 UNTIL WVR-IDX > WVR-CNT
               MOVE SPACES TO EXPORT-REC
               STRING WS-MONTH-IN DELIMITED BY SIZE
