      *          Receiving happens in AddNewBook against the PO
      *          line, with partial-delivery and backorder status.
      * Tectonics: cobc
      * (Updated by Silas): Vendors now come from the vendors.csv master
      *            (ACTIVE only); a typed vendor goes through
      *            VendorCheck and the master's spelling lands on the
      *            PO. Each po_lines.csv row carries the agreed unit
      *            price as a ninth column for invoice matching.
      * (Updated by Silas): A new PO line can be charged to a restricted
      *            fund; FundDraw checks the fund's branch/genre
      *            restriction (from the suggestion's commitment) and
      *            balance before writing the draw.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrders IS INITIAL.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "../vendors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT COMMIT-FILE ASSIGN TO "../commitments.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMIT-STATUS.
           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       01  SUGG-REC        PIC X(120).
       FD  ACQ-FILE.
       01  ACQ-REC         PIC X(120).
       FD  VENDOR-FILE.
       01  VENDOR-REC      PIC X(120).
       FD  COMMIT-FILE.
       01  COMMIT-REC      PIC X(120).
       FD  EXPORT-FILE.
       01  EXPORT-LINE     PIC X(100).

       01  WS-LINE-STATUS    PIC XX.
       01  WS-SUGG-STATUS    PIC XX.
       01  WS-ACQ-STATUS     PIC XX.
       01  WS-VENDOR-STATUS  PIC XX.
       01  WS-COMMIT-STATUS  PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  PO-ID-N           PIC 9(5).
       01  NEW-PO-ID         PIC 9(5).

      *> PO lines -- one row per title on an order. LN-PRICE is the
      *> agreed unit price the vendor invoice is matched against.
       01  LINE-TABLE.
           05 LINE-ENTRY OCCURS 500 TIMES.
               10 LN-PO       PIC X(5).
               10 LN-QTY      PIC 9(3).
               10 LN-RECEIVED PIC 9(3).
               10 LN-STATE    PIC X(9).
               10 LN-PRICE    PIC 9(7).
       01  LINE-CNT          PIC 9(3) VALUE 0.
       01  LINE-IDX          PIC 9(3) VALUE 0.
       01  WS-NEXT-LINE-NO   PIC 9(3) VALUE 0.
       01  SUGG-CNT          PIC 9(3) VALUE 0.
       01  SUGG-IDX          PIC 9(3) VALUE 0.

      *> The ACTIVE vendors on the vendors.csv master, or -- where
      *> no master is kept -- the distinct names already trading
      *> with us on acquisitions.csv, so the buyer picks instead of
      *> typing.
       01  VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 200 TIMES.
               10 VN-NAME     PIC X(30).
       01  VENDOR-CNT        PIC 9(3) VALUE 0.
       01  VENDOR-IDX        PIC 9(3) VALUE 0.
       01  WS-VENDOR-SEEN    PIC X.
       01  WS-VENDOR-MASTER  PIC X VALUE 'N'.
       01  ACQ-ID            PIC X(5).
       01  ACQ-BOOK          PIC X(5).
       01  ACQ-VENDOR        PIC X(30).
       01  VM-ID             PIC X(5).
       01  VM-NAME           PIC X(30).
       01  VM-CONTACT        PIC X(40).
       01  VM-TERMS          PIC X(3).
       01  VM-STATUS         PIC X(8).

      *> VendorCheck verdict for a typed vendor -- see VendorCheck.cbl.
       01  WS-VC-VENDOR-ID   PIC X(5).
       01  WS-VC-RESULT      PIC X.

      *> One PO per distinct vendor per raising run.
       01  RUN-PO-TABLE.
       01  WS-RUN-PO         PIC X(5).

       01  WS-PICK-VENDOR    PIC X(30).
       01  WS-VENDOR-PICK-N  PIC 9(3).
       01  WS-ON-ORDER       PIC X.
       01  WS-RAISED         PIC 9(3) VALUE 0.
       01  WS-SKIP           PIC X.
       01  WS-PICK-PO        PIC X(5).
       01  WS-LISTED         PIC 9(3) VALUE 0.
       01  WS-OPEN-QTY       PIC 9(3).
       01  WS-PRICE-X        PIC X(7).
       01  WS-PRICE-N        PIC 9(7).

      *> Restricted-fund charge for a line -- see FundDraw. The
      *> branch and genre come from the suggestion's commitment.
       01  WS-FUND-ID        PIC X(5).
       01  WS-FUND-AMOUNT    PIC 9(9).
       01  WS-FUND-BRANCH    PIC X(10).
       01  WS-FUND-GENRE     PIC X(30).
       01  WS-FUND-SOURCE    PIC X(8) VALUE "PO".
       01  WS-FUND-REF       PIC X(20).
       01  WS-FUND-RESULT    PIC X.
       01  WS-FUND-BALANCE   PIC 9(9).
       01  CM-SUGG-ID        PIC X(5).
       01  CM-YEAR           PIC X(4).
       01  CM-BRANCH         PIC X(10).
       01  CM-GENRE          PIC X(30).

       01  SYS-DATE          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).
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
                          DELIMITED BY SIZE ","
                      LN-QTY(LINE-IDX) DELIMITED BY SIZE ","
                      LN-RECEIVED(LINE-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(LN-STATE(LINE-IDX))
                          DELIMITED BY SIZE ","
                      LN-PRICE(LINE-IDX) DELIMITED BY SIZE
                   INTO LINE-REC
               WRITE LINE-REC
           END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *> The ACTIVE vendors on the master. Without a vendors.csv,
      *> fall back to the names we have actually bought from before.
       LOAD-VENDOR-NAMES.
           MOVE 0 TO VENDOR-CNT
           MOVE 'N' TO WS-VENDOR-MASTER
           MOVE 'N' TO FILE-END
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS = "00"
               MOVE 'Y' TO WS-VENDOR-MASTER
               PERFORM UNTIL FILE-END = 'Y'
                   READ VENDOR-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO VM-STATUS
                           UNSTRING VENDOR-REC DELIMITED BY ","
                               INTO VM-ID, VM-NAME, VM-CONTACT,
                                    VM-TERMS, VM-STATUS
                           IF FUNCTION TRIM(VM-STATUS) NOT =
                               "INACTIVE"
                               AND VENDOR-CNT < 200
                               ADD 1 TO VENDOR-CNT
                               MOVE VM-NAME TO VN-NAME(VENDOR-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACQ-FILE
           IF WS-ACQ-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                           END-PERFORM
                           IF WS-VENDOR-SEEN = 'N'
                               AND ACQ-VENDOR NOT = SPACES
                               AND VENDOR-CNT < 200
                               ADD 1 TO VENDOR-CNT
                               MOVE ACQ-VENDOR
                                   TO VN-NAME(VENDOR-CNT)
               END-IF
           END-IF
           IF WS-PICK-VENDOR = SPACES
               DISPLAY "Vendor ID or name: "
               ACCEPT WS-PICK-VENDOR
               IF WS-PICK-VENDOR = SPACES
                   DISPLAY "No vendor -- suggestion skipped."
                   EXIT PARAGRAPH
               END-IF
      *> A typed vendor has to be on the master and ACTIVE; the
      *> master's own spelling goes on the PO.
               CALL 'VendorCheck' USING WS-PICK-VENDOR,
                   WS-VC-VENDOR-ID, WS-VC-RESULT
               EVALUATE WS-VC-RESULT
                   WHEN 'N'
                       DISPLAY "Vendor not on the vendor master -- "
                           "add it there first. Suggestion skipped."
                       EXIT PARAGRAPH
                   WHEN 'I'
                       DISPLAY "Vendor "
                           FUNCTION TRIM(WS-PICK-VENDOR)
                           " is INACTIVE -- suggestion skipped."
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           DISPLAY "Copies to order: "
               MOVE 1 TO WS-QTY-N
           END-IF

           DISPLAY "Agreed unit price (MMK): "
           ACCEPT WS-PRICE-X
           IF FUNCTION TRIM(WS-PRICE-X) NUMERIC
               MOVE FUNCTION NUMVAL(WS-PRICE-X) TO WS-PRICE-N
           ELSE
               MOVE 0 TO WS-PRICE-N
           END-IF

           PERFORM FIND-RUN-PO
           IF LINE-CNT >= 500
               DISPLAY "PO line file is full."
           MOVE WS-QTY-N            TO LN-QTY(LINE-CNT)
           MOVE 0                   TO LN-RECEIVED(LINE-CNT)
           MOVE "OPEN"              TO LN-STATE(LINE-CNT)
           MOVE WS-PRICE-N          TO LN-PRICE(LINE-CNT)
           ADD 1 TO WS-RAISED
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "  -> PO " WS-RUN-PO " line " WS-NEXT-LINE-NO
               " (" FUNCTION TRIM(WS-PICK-VENDOR) ")"
           PERFORM CHARGE-TO-FUND.

      *-----------------------------------------------------------------
      *> Optionally charge the line to a restricted fund. FundDraw
      *> checks the fund's branch/genre restriction and balance and
      *> writes the DRAW row; a refused charge leaves the line on the
      *> PO, paid from the ordinary budget.
       CHARGE-TO-FUND.
           DISPLAY "Charge to a restricted fund -- fund ID "
               "(blank = none): "
           ACCEPT WS-FUND-ID
           IF WS-FUND-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FUND-AMOUNT = WS-QTY-N * WS-PRICE-N
           IF WS-FUND-AMOUNT = 0
               DISPLAY "No agreed price on the line -- nothing to "
                   "charge to the fund."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SUGG-COMMITMENT
           IF WS-FUND-BRANCH = SPACES
               DISPLAY "Branch the copies are for: "
               ACCEPT WS-FUND-BRANCH
           END-IF
           IF WS-FUND-GENRE = SPACES
               DISPLAY "Genre of the title: "
               ACCEPT WS-FUND-GENRE
           END-IF
           MOVE SPACES TO WS-FUND-REF
           STRING WS-RUN-PO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEXT-LINE-NO DELIMITED BY SIZE
               INTO WS-FUND-REF
           CALL 'FundDraw' USING WS-FUND-ID, WS-FUND-AMOUNT,
               WS-FUND-BRANCH, WS-FUND-GENRE, WS-FUND-SOURCE,
               WS-FUND-REF, WS-FUND-RESULT, WS-FUND-BALANCE
           EVALUATE WS-FUND-RESULT
               WHEN 'D'
                   DISPLAY "  Charged " WS-FUND-AMOUNT
                       " MMK to fund " WS-FUND-ID "."
               WHEN 'R'
                   DISPLAY "  Fund " WS-FUND-ID " is restricted to "
                       "another branch or genre -- not charged."
               WHEN 'B'
                   DISPLAY "  Fund " WS-FUND-ID " has only "
                       WS-FUND-BALANCE " MMK left -- not charged."
               WHEN 'C'
                   DISPLAY "  Fund " WS-FUND-ID " is CLOSED -- "
                       "not charged."
               WHEN OTHER
                   DISPLAY "  No such fund -- not charged."
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> Suggest raised the commitment with the branch and genre the
      *> title is being bought for; use the latest one for this
      *> suggestion.
       FIND-SUGG-COMMITMENT.
           MOVE SPACES TO WS-FUND-BRANCH
           MOVE SPACES TO WS-FUND-GENRE
           MOVE 'N' TO FILE-END
           OPEN INPUT COMMIT-FILE
           IF WS-COMMIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COMMIT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING COMMIT-REC DELIMITED BY ","
                           INTO CM-SUGG-ID, CM-YEAR, CM-BRANCH,
                                CM-GENRE
                       IF FUNCTION TRIM(CM-SUGG-ID) =
                           FUNCTION TRIM(SG-ID(SUGG-IDX))
                           MOVE CM-BRANCH TO WS-FUND-BRANCH
                           MOVE CM-GENRE TO WS-FUND-GENRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMIT-FILE.

      *-----------------------------------------------------------------
      *> One PO per distinct vendor per run -- a second title for
                               FUNCTION TRIM(LN-TITLE(LINE-IDX))
                               " x" LN-QTY(LINE-IDX)
                               " recd " LN-RECEIVED(LINE-IDX)
                               " @ " LN-PRICE(LINE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
                              DELIMITED BY SIZE
                          "  x" DELIMITED BY SIZE
                          LN-QTY(LINE-IDX) DELIMITED BY SIZE
                          " @ " DELIMITED BY SIZE
                          LN-PRICE(LINE-IDX) DELIMITED BY SIZE
                       INTO EXPORT-LINE
                   WRITE EXPORT-LINE
               END-IF
