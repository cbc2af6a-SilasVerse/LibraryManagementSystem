      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Monthly commercial-tax return for the municipal
      *          finance office. For a chosen calendar month it totals
      *          the taxable sales (photocopies and printing, book
      *          sales, room hire -- every receipts.csv row carrying a
      *          tax code other than EX, see TaxCalc) and the tax
      *          collected on them, by branch, with the exempt takings
      *          (fines, membership fees, EX items) alongside so the
      *          return ties back to the month's money.
      *          A receipt's branch is the branch of the drawer session
      *          it was taken in (drawer_sessions.csv column 11, see
      *          CashDrawer); a session opened before tills carried a
      *          branch, or money taken without a drawer, counts as
      *          MAIN. A VOID row carries the voided receipt's tax code
      *          and tax and nets back out of the same figures.
      *          Rotated receipt segments (see LogRotate) are read as
      *          well, so a month that has left the live file still
      *          reports in full. The return is printed to
      *          tax_return.txt through PrintSpool and exported to
      *          export_tax_return.csv.
      * Tectonics: cobc
      * (Updated by Silas): Charge lines on organisation invoices dated
      *            in the month (ar_charges.csv, see Receivables) count
      *            under MAIN -- taxable or exempt by their tax code --
      *            since a sale on account is supplied when it is
      *            invoiced.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReturn IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "../drawer_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
      *> Rotated receipt segments (see LogRotate).
           SELECT INDEX-FILE ASSIGN TO "../rotation_index.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO WS-SEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT CHARGE-FILE ASSIGN TO "../ar_charges.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../tax_return.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "../export_tax_return.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-REC     PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC     PIC X(200).
       FD  INDEX-FILE.
       01  INDEX-REC       PIC X(100).
       FD  SEGMENT-FILE.
       01  SEGMENT-REC     PIC X(200).
       FD  CHARGE-FILE.
       01  CHARGE-REC      PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(80).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SESSION-STATUS   PIC XX.
       01  WS-RECEIPT-STATUS   PIC XX.
       01  WS-INDEX-STATUS     PIC XX.
       01  WS-SEGMENT-STATUS   PIC XX.
       01  WS-CHARGE-STATUS    PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-SEG-EOF          PIC X VALUE 'N'.
       01  WS-SEG-PATH         PIC X(60).
       01  IX-NAME             PIC X(30).
       01  IX-SEGMENT          PIC X(60).
       01  IX-DATE             PIC X(10).

      *> The month under report, keyed MM-YYYY; blank means the
      *> month just ended.
       01  WS-MONTH-IN         PIC X(7).
       01  WS-RPT-MM           PIC 9(2).
       01  WS-RPT-YYYY         PIC 9(4).
       01  WS-BATCH-SYSDATE    PIC 9(8).

      *> Drawer session -> branch, from drawer_sessions.csv.
       01  SESSION-TABLE.
           05 SS-ENTRY OCCURS 2000 TIMES.
               10 SS-ID            PIC X(6).
               10 SS-BRANCH        PIC X(10).
       01  SS-CNT              PIC 9(4) VALUE 0.
       01  SS-IDX              PIC 9(4) VALUE 0.
       01  DR-ID               PIC X(6).
       01  DR-FILLER           PIC X(10).
       01  DR-BRANCH           PIC X(10).

      *> Month totals per branch. Signed, because a VOID in this
      *> month may reverse a sale taken in the month before.
       01  BRANCH-TABLE.
           05 BR-ENTRY OCCURS 50 TIMES.
               10 BR-NAME          PIC X(10).
               10 BR-TAXABLE       PIC S9(9).
               10 BR-TAX           PIC S9(9).
               10 BR-EXEMPT        PIC S9(9).
               10 BR-ROWS          PIC 9(6).
       01  BR-CNT              PIC 9(2) VALUE 0.
       01  BR-IDX              PIC 9(2) VALUE 0.
       01  BR-FOUND-IDX        PIC 9(2) VALUE 0.

       01  WS-TOT-TAXABLE      PIC S9(9) VALUE 0.
       01  WS-TOT-TAX          PIC S9(9) VALUE 0.
       01  WS-TOT-EXEMPT       PIC S9(9) VALUE 0.
       01  WS-TOT-ROWS         PIC 9(6) VALUE 0.
       01  WS-NET              PIC S9(9) VALUE 0.

      *> One receipts.csv row at a time.
       01  WS-ROW              PIC X(200).
       01  RCPT-ID             PIC X(6).
       01  RCPT-FINE-ID        PIC X(5).
       01  RCPT-MEMBER-ID      PIC X(5).
       01  RCPT-AMOUNT         PIC 9(6).
       01  RCPT-OPERATOR       PIC X(10).
       01  RCPT-DATE           PIC X(10).
       01  RCPT-TIME           PIC X(8).
       01  RCPT-SESSION        PIC X(6).
       01  RCPT-DOC-TYPE       PIC X(6).
       01  RCPT-TENDER         PIC X(6).
       01  RCPT-VOIDREF        PIC X(6).
       01  RCPT-ORIGDOC        PIC X(6).
       01  RCPT-TAX-CODE       PIC X(2).
       01  RCPT-TAX-X          PIC X(6).
       01  RCPT-TAX            PIC 9(6) VALUE 0.
       01  RCPT-BRANCH         PIC X(10).
      *> ar_charges.csv fields -- see ArCharge.
       01  CH-ID               PIC X(6).
       01  CH-ORG              PIC X(8).
       01  CH-DATE             PIC X(10).
       01  CH-SOURCE           PIC X(6).
       01  CH-REF              PIC X(10).
       01  CH-DESC             PIC X(30).
       01  CH-GROSS            PIC 9(7).
       01  CH-TAX-CODE         PIC X(2).
       01  CH-TAX              PIC 9(7).
       01  CH-INVOICE          PIC X(8).
       01  CH-INV-DATE         PIC X(10).
       01  WS-SIGNED-AMT       PIC S9(7) VALUE 0.
       01  WS-SIGNED-TAX       PIC S9(7) VALUE 0.

      *> Report and export edit fields.
       01  WS-AMT-ED           PIC -ZZZ,ZZZ,ZZ9.
       01  WS-TAX-ED           PIC -ZZZ,ZZZ,ZZ9.
       01  WS-NET-ED           PIC -ZZZ,ZZZ,ZZ9.
       01  WS-EXM-ED           PIC -ZZZ,ZZZ,ZZ9.
       01  WS-CSV-TAXABLE      PIC -9(9).
       01  WS-CSV-TAX          PIC -9(9).
       01  WS-CSV-NET          PIC -9(9).
       01  WS-CSV-EXEMPT       PIC -9(9).

       01  EXPORT-CHOICE       PIC X.

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION        PIC X(4).
       01  WS-PS-SOURCE        PIC X(40).
       01  WS-PS-KIND          PIC X(10).
       01  WS-PS-JOB           PIC 9(5).

      *> Shared (read-only) lock -- coexists with other readers and
      *> only waits out an exclusive writer. See FileLock.
       01  WS-SHARE-ACQUIRED   PIC X VALUE 'N'.
       01  WS-SHARE-OWNER      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           MOVE 'TaxReturn' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'SUNL', WS-SHARE-ACQUIRED
           ELSE
               DISPLAY "A transaction is rewriting the library "
                   "files right now. Please try again shortly."
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> returns the month just ended and exports without prompts.
           MOVE SPACES TO WS-MONTH-IN
           IF USER-CHOICE NOT = 99
               DISPLAY "Return month (MM-YYYY, blank = last month): "
               ACCEPT WS-MONTH-IN
           END-IF
           IF WS-MONTH-IN = SPACES
               ACCEPT WS-BATCH-SYSDATE FROM DATE YYYYMMDD
               MOVE WS-BATCH-SYSDATE(5:2) TO WS-RPT-MM
               MOVE WS-BATCH-SYSDATE(1:4) TO WS-RPT-YYYY
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
               GO TO ENDER
           END-IF
           MOVE WS-MONTH-IN(1:2) TO WS-RPT-MM
           MOVE WS-MONTH-IN(4:4) TO WS-RPT-YYYY
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY "Invalid month -- use MM-YYYY, e.g. 09-2026."
               GO TO ENDER
           END-IF

           PERFORM LOAD-SESSION-BRANCHES
           PERFORM SCAN-ROTATED-SEGMENTS
           PERFORM SCAN-RECEIPT-FILE
           PERFORM SCAN-INVOICED-CHARGES
           PERFORM DISPLAY-RETURN
           PERFORM PRINT-RETURN
           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../tax_return.txt" TO WS-PS-SOURCE
           MOVE "TAXRTN" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB

           IF USER-CHOICE = 99
               PERFORM EXPORT-RETURN
               DISPLAY "Exported to ../export_tax_return.csv"
           ELSE
               DISPLAY "Export this return to CSV? (Y/N): "
               ACCEPT EXPORT-CHOICE
               IF EXPORT-CHOICE = "Y" OR EXPORT-CHOICE = "y"
                   PERFORM EXPORT-RETURN
                   DISPLAY "Exported to ../export_tax_return.csv"
               END-IF
           END-IF.
       ENDER.
           GOBACK.

      *-----------------------------------------------------------------
      *> Session id (column 1) and till branch (column 11) of every
      *> drawer session. A blank branch is MAIN.
       LOAD-SESSION-BRANCHES.
           MOVE 'N' TO FILE-END
           MOVE 0 TO SS-CNT
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SESSION-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF SS-CNT < 2000
                           MOVE SPACES TO DR-ID DR-BRANCH
                           UNSTRING SESSION-REC DELIMITED BY ","
                               INTO DR-ID, DR-FILLER, DR-FILLER,
                                    DR-FILLER, DR-FILLER, DR-FILLER,
                                    DR-FILLER, DR-FILLER, DR-FILLER,
                                    DR-FILLER, DR-BRANCH
                           ADD 1 TO SS-CNT
                           MOVE DR-ID TO SS-ID(SS-CNT)
                           IF DR-BRANCH = SPACES
                               MOVE "MAIN" TO DR-BRANCH
                           END-IF
                           MOVE DR-BRANCH TO SS-BRANCH(SS-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-FILE.

      *-----------------------------------------------------------------
       SCAN-ROTATED-SEGMENTS.
           MOVE 'N' TO WS-SEG-EOF
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEG-EOF = 'Y'
               READ INDEX-FILE
                   AT END MOVE 'Y' TO WS-SEG-EOF
                   NOT AT END
                       UNSTRING INDEX-REC DELIMITED BY ","
                           INTO IX-NAME, IX-SEGMENT, IX-DATE
                       IF FUNCTION TRIM(IX-NAME) = "receipts.csv"
                           MOVE IX-SEGMENT TO WS-SEG-PATH
                           PERFORM SCAN-ONE-SEGMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

      *-----------------------------------------------------------------
       SCAN-ONE-SEGMENT.
           MOVE 'N' TO FILE-END
           OPEN INPUT SEGMENT-FILE
           IF WS-SEGMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SEGMENT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SEGMENT-REC TO WS-ROW
                       PERFORM TALLY-RECEIPT-ROW
               END-READ
           END-PERFORM
           CLOSE SEGMENT-FILE.

      *-----------------------------------------------------------------
       SCAN-RECEIPT-FILE.
           MOVE 'N' TO FILE-END
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RECEIPT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE RECEIPT-REC TO WS-ROW
                       PERFORM TALLY-RECEIPT-ROW
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE.

      *-----------------------------------------------------------------
      *> One receipt row dated in the month. A row with a tax code
      *> other than EX is a taxable sale; everything else is exempt
      *> takings. A VOID row subtracts what it reverses.
       TALLY-RECEIPT-ROW.
           MOVE 0 TO RCPT-AMOUNT
           MOVE 0 TO RCPT-TAX
           MOVE SPACES TO RCPT-DATE RCPT-SESSION RCPT-DOC-TYPE
           MOVE SPACES TO RCPT-TENDER RCPT-VOIDREF RCPT-ORIGDOC
           MOVE SPACES TO RCPT-TAX-CODE RCPT-TAX-X
           UNSTRING WS-ROW DELIMITED BY ","
               INTO RCPT-ID, RCPT-FINE-ID, RCPT-MEMBER-ID,
                    RCPT-AMOUNT, RCPT-OPERATOR, RCPT-DATE,
                    RCPT-TIME, RCPT-SESSION, RCPT-DOC-TYPE,
                    RCPT-TENDER, RCPT-VOIDREF, RCPT-ORIGDOC,
                    RCPT-TAX-CODE, RCPT-TAX-X
           IF RCPT-DATE(4:2) NOT = WS-MONTH-IN(1:2)
               OR RCPT-DATE(7:4) NOT = WS-MONTH-IN(4:4)
               EXIT PARAGRAPH
           END-IF
           IF RCPT-AMOUNT NOT NUMERIC
               MOVE 0 TO RCPT-AMOUNT
           END-IF
           IF FUNCTION TRIM(RCPT-TAX-X) NOT = SPACE
               COMPUTE RCPT-TAX = FUNCTION NUMVAL(RCPT-TAX-X)
           END-IF
           MOVE RCPT-AMOUNT TO WS-SIGNED-AMT
           MOVE RCPT-TAX TO WS-SIGNED-TAX
           IF FUNCTION TRIM(RCPT-DOC-TYPE) = "VOID"
               COMPUTE WS-SIGNED-AMT = 0 - WS-SIGNED-AMT
               COMPUTE WS-SIGNED-TAX = 0 - WS-SIGNED-TAX
           END-IF

           PERFORM FIND-RECEIPT-BRANCH
           PERFORM FIND-BRANCH-ROW
           IF BR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BR-ROWS(BR-FOUND-IDX)
           IF RCPT-TAX-CODE NOT = SPACES AND RCPT-TAX-CODE NOT = "EX"
               ADD WS-SIGNED-AMT TO BR-TAXABLE(BR-FOUND-IDX)
               ADD WS-SIGNED-TAX TO BR-TAX(BR-FOUND-IDX)
           ELSE
               ADD WS-SIGNED-AMT TO BR-EXEMPT(BR-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *> Sales on an organisation account are supplied when they are
      *> invoiced (see Receivables), not when the money arrives --
      *> every charge line on an invoice dated in the month, under
      *> MAIN, where invoices are raised.
       SCAN-INVOICED-CHARGES.
           MOVE 'N' TO FILE-END
           OPEN INPUT CHARGE-FILE
           IF WS-CHARGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CHARGE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM TALLY-CHARGE-ROW
               END-READ
           END-PERFORM
           CLOSE CHARGE-FILE.

       TALLY-CHARGE-ROW.
           MOVE 0 TO CH-GROSS CH-TAX
           MOVE SPACES TO CH-TAX-CODE CH-INVOICE CH-INV-DATE
           UNSTRING CHARGE-REC DELIMITED BY ","
               INTO CH-ID, CH-ORG, CH-DATE, CH-SOURCE, CH-REF,
                    CH-DESC, CH-GROSS, CH-TAX-CODE, CH-TAX,
                    CH-INVOICE, CH-INV-DATE
           IF CH-INVOICE = SPACES
               OR CH-INV-DATE(4:2) NOT = WS-MONTH-IN(1:2)
               OR CH-INV-DATE(7:4) NOT = WS-MONTH-IN(4:4)
               EXIT PARAGRAPH
           END-IF
           IF CH-GROSS NOT NUMERIC
               MOVE 0 TO CH-GROSS
           END-IF
           IF CH-TAX NOT NUMERIC
               MOVE 0 TO CH-TAX
           END-IF
           MOVE "MAIN" TO RCPT-BRANCH
           PERFORM FIND-BRANCH-ROW
           IF BR-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BR-ROWS(BR-FOUND-IDX)
           IF CH-TAX-CODE NOT = SPACES AND CH-TAX-CODE NOT = "EX"
               ADD CH-GROSS TO BR-TAXABLE(BR-FOUND-IDX)
               ADD CH-TAX TO BR-TAX(BR-FOUND-IDX)
           ELSE
               ADD CH-GROSS TO BR-EXEMPT(BR-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
       FIND-RECEIPT-BRANCH.
           MOVE "MAIN" TO RCPT-BRANCH
           IF RCPT-SESSION = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SS-IDX FROM 1 BY 1 UNTIL SS-IDX > SS-CNT
               IF SS-ID(SS-IDX) = RCPT-SESSION
                   MOVE SS-BRANCH(SS-IDX) TO RCPT-BRANCH
                   MOVE SS-CNT TO SS-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The branch's row in BRANCH-TABLE, added on first sight.
      *> BR-FOUND-IDX stays 0 only if the table is full.
       FIND-BRANCH-ROW.
           MOVE 0 TO BR-FOUND-IDX
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               IF BR-NAME(BR-IDX) = RCPT-BRANCH
                   MOVE BR-IDX TO BR-FOUND-IDX
               END-IF
           END-PERFORM
           IF BR-FOUND-IDX = 0 AND BR-CNT < 50
               ADD 1 TO BR-CNT
               MOVE RCPT-BRANCH TO BR-NAME(BR-CNT)
               MOVE 0 TO BR-TAXABLE(BR-CNT) BR-TAX(BR-CNT)
               MOVE 0 TO BR-EXEMPT(BR-CNT) BR-ROWS(BR-CNT)
               MOVE BR-CNT TO BR-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
       DISPLAY-RETURN.
           MOVE 0 TO WS-TOT-TAXABLE WS-TOT-TAX WS-TOT-EXEMPT
           MOVE 0 TO WS-TOT-ROWS
           DISPLAY "=============================================="
           DISPLAY " COMMERCIAL TAX RETURN -- " WS-MONTH-IN
           DISPLAY "=============================================="
           IF BR-CNT = 0
               DISPLAY "No receipts in this month."
           END-IF
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               COMPUTE WS-NET = BR-TAXABLE(BR-IDX) - BR-TAX(BR-IDX)
               MOVE BR-TAXABLE(BR-IDX) TO WS-AMT-ED
               MOVE BR-TAX(BR-IDX) TO WS-TAX-ED
               MOVE WS-NET TO WS-NET-ED
               MOVE BR-EXEMPT(BR-IDX) TO WS-EXM-ED
               DISPLAY "Branch " BR-NAME(BR-IDX)
               DISPLAY "  Taxable sales (gross) : " WS-AMT-ED " MMK"
               DISPLAY "  Net of tax            : " WS-NET-ED " MMK"
               DISPLAY "  Tax collected         : " WS-TAX-ED " MMK"
               DISPLAY "  Exempt takings        : " WS-EXM-ED " MMK"
               ADD BR-TAXABLE(BR-IDX) TO WS-TOT-TAXABLE
               ADD BR-TAX(BR-IDX) TO WS-TOT-TAX
               ADD BR-EXEMPT(BR-IDX) TO WS-TOT-EXEMPT
               ADD BR-ROWS(BR-IDX) TO WS-TOT-ROWS
           END-PERFORM
           COMPUTE WS-NET = WS-TOT-TAXABLE - WS-TOT-TAX
           MOVE WS-TOT-TAXABLE TO WS-AMT-ED
           MOVE WS-TOT-TAX TO WS-TAX-ED
           MOVE WS-NET TO WS-NET-ED
           MOVE WS-TOT-EXEMPT TO WS-EXM-ED
           DISPLAY "----------------------------------------------"
           DISPLAY "All branches (" WS-TOT-ROWS " receipt rows)"
           DISPLAY "  Taxable sales (gross) : " WS-AMT-ED " MMK"
           DISPLAY "  Net of tax            : " WS-NET-ED " MMK"
           DISPLAY "  Tax collected         : " WS-TAX-ED " MMK"
           DISPLAY "  Exempt takings        : " WS-EXM-ED " MMK"
           DISPLAY "==============================================".

      *-----------------------------------------------------------------
       PRINT-RETURN.
           OPEN OUTPUT REPORT-FILE
           MOVE "        MONTHLY COMMERCIAL TAX RETURN" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Return month : " DELIMITED BY SIZE
                  WS-MONTH-IN DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Branch          Taxable gross      Net of tax"
               TO REPORT-REC
           MOVE "    Tax collected" TO REPORT-REC(47:17)
           WRITE REPORT-REC
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               COMPUTE WS-NET = BR-TAXABLE(BR-IDX) - BR-TAX(BR-IDX)
               MOVE BR-TAXABLE(BR-IDX) TO WS-AMT-ED
               MOVE BR-TAX(BR-IDX) TO WS-TAX-ED
               MOVE WS-NET TO WS-NET-ED
               MOVE SPACES TO REPORT-REC
               MOVE BR-NAME(BR-IDX) TO REPORT-REC(1:10)
               MOVE WS-AMT-ED TO REPORT-REC(17:12)
               MOVE WS-NET-ED TO REPORT-REC(33:12)
               MOVE WS-TAX-ED TO REPORT-REC(51:12)
               WRITE REPORT-REC
           END-PERFORM
           COMPUTE WS-NET = WS-TOT-TAXABLE - WS-TOT-TAX
           MOVE WS-TOT-TAXABLE TO WS-AMT-ED
           MOVE WS-TOT-TAX TO WS-TAX-ED
           MOVE WS-NET TO WS-NET-ED
           MOVE WS-TOT-EXEMPT TO WS-EXM-ED
           MOVE ALL "-" TO REPORT-REC(1:63)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "TOTAL" TO REPORT-REC(1:10)
           MOVE WS-AMT-ED TO REPORT-REC(17:12)
           MOVE WS-NET-ED TO REPORT-REC(33:12)
           MOVE WS-TAX-ED TO REPORT-REC(51:12)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Tax payable to the municipal finance office: "
                      DELIMITED BY SIZE
                  WS-TAX-ED DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Exempt takings (fines, fees, exempt items): "
                      DELIMITED BY SIZE
                  WS-EXM-ED DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO REPORT-REC
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

      *-----------------------------------------------------------------
      *> month,branch,taxable gross,net,tax,exempt -- one row per
      *> branch and a TOTAL row.
       EXPORT-RETURN.
           OPEN OUTPUT EXPORT-FILE
           MOVE "month,branch,taxable_gross,net,tax,exempt"
               TO EXPORT-REC
           WRITE EXPORT-REC
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               COMPUTE WS-NET = BR-TAXABLE(BR-IDX) - BR-TAX(BR-IDX)
               MOVE BR-TAXABLE(BR-IDX) TO WS-CSV-TAXABLE
               MOVE BR-TAX(BR-IDX) TO WS-CSV-TAX
               MOVE WS-NET TO WS-CSV-NET
               MOVE BR-EXEMPT(BR-IDX) TO WS-CSV-EXEMPT
               MOVE BR-NAME(BR-IDX) TO RCPT-BRANCH
               PERFORM WRITE-EXPORT-ROW
           END-PERFORM
           COMPUTE WS-NET = WS-TOT-TAXABLE - WS-TOT-TAX
           MOVE WS-TOT-TAXABLE TO WS-CSV-TAXABLE
           MOVE WS-TOT-TAX TO WS-CSV-TAX
           MOVE WS-NET TO WS-CSV-NET
           MOVE WS-TOT-EXEMPT TO WS-CSV-EXEMPT
           MOVE "TOTAL" TO RCPT-BRANCH
           PERFORM WRITE-EXPORT-ROW
           CLOSE EXPORT-FILE.

       WRITE-EXPORT-ROW.
           MOVE SPACES TO EXPORT-REC
           STRING WS-MONTH-IN DELIMITED BY SIZE ","
                  FUNCTION TRIM(RCPT-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-CSV-TAXABLE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-CSV-NET) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-CSV-TAX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-CSV-EXEMPT) DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC.

       END PROGRAM TaxReturn.
