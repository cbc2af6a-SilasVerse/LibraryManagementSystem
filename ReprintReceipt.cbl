      *          member who comes back disputing a charge can be handed
      *          the same slip again without re-keying anything.
      * Tectonics: cobc
      * (Updated by Silas): The slip and screen split the amount into
      *            net, tax and gross from the tax code and tax columns
      *            (13 and 14) of the receipt row; rows without a tax
      *            code print as exempt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReprintReceipt.
      *> have no column and are fines by definition.
       01  RCPT-DOC-TYPE        PIC X(6).
       01  RCPT-DOC-LABEL       PIC X(15) VALUE "  Fine ID    : ".
      *> Tender and void columns, then the tax code and the tax
      *> contained in the amount (MiscCharge, BookSale and
      *> RoomBooking -- see TaxCalc). Rows without a tax code are
      *> exempt: all net, no tax.
       01  RCPT-TENDER          PIC X(6).
       01  RCPT-VOIDREF         PIC X(6).
       01  RCPT-ORIGDOC         PIC X(6).
       01  RCPT-TAX-CODE        PIC X(2).
       01  RCPT-TAX-X           PIC X(6).
       01  WS-GROSS-N           PIC 9(6) VALUE 0.
       01  WS-TAX-N             PIC 9(6) VALUE 0.
       01  WS-NET-N             PIC 9(6) VALUE 0.
       01  WS-TAX-LABEL         PIC X(15).

      *> Cross-segment read state -- see LogRotate.
       01  WS-INDEX-STATUS   PIC XX.
                   NOT AT END
                       MOVE SPACES TO RCPT-SESSION
                       MOVE SPACES TO RCPT-DOC-TYPE
                       MOVE SPACES TO RCPT-TAX-CODE RCPT-TAX-X
                       UNSTRING RECEIPT-REC DELIMITED BY ","
                           INTO RCPT-ID, RCPT-FINE-ID, RCPT-MEMBER-ID,
                                RCPT-AMOUNT, RCPT-OPERATOR,
                                RCPT-DATE, RCPT-TIME, RCPT-SESSION,
                                RCPT-DOC-TYPE, RCPT-TENDER,
                                RCPT-VOIDREF, RCPT-ORIGDOC,
                                RCPT-TAX-CODE, RCPT-TAX-X
                       IF FUNCTION TRIM(RCPT-ID) =
                           FUNCTION TRIM(WS-WANTED-ID)
                           MOVE 'Y' TO FOUND
           IF FUNCTION TRIM(RCPT-DOC-TYPE) = "MEMFEE"
               MOVE "  Fee ID     : " TO RCPT-DOC-LABEL
           END-IF
           PERFORM SPLIT-TAX
           PERFORM PRINT-RECEIPT-SLIP
      *> Register the reprint as a numbered spool job -- see
      *> PrintSpool.
               DISPLAY "Fine ID   : " RCPT-FINE-ID
           END-IF
           DISPLAY "Member ID : " RCPT-MEMBER-ID
           DISPLAY "Net       : " WS-NET-N " MMK"
           DISPLAY "Tax       : " WS-TAX-N " MMK"
           DISPLAY "Gross     : " WS-GROSS-N " MMK"
           DISPLAY "Paid on   : " RCPT-DATE " " RCPT-TIME
           DISPLAY "-----------------------------------".
       ENDER.
                   NOT AT END
                       MOVE SPACES TO RCPT-SESSION
                       MOVE SPACES TO RCPT-DOC-TYPE
                       MOVE SPACES TO RCPT-TAX-CODE RCPT-TAX-X
                       UNSTRING SEGMENT-REC DELIMITED BY ","
                           INTO RCPT-ID, RCPT-FINE-ID,
                                RCPT-MEMBER-ID, RCPT-AMOUNT,
                                RCPT-OPERATOR, RCPT-DATE,
                                RCPT-TIME, RCPT-SESSION,
                                RCPT-DOC-TYPE, RCPT-TENDER,
                                RCPT-VOIDREF, RCPT-ORIGDOC,
                                RCPT-TAX-CODE, RCPT-TAX-X
                       IF FUNCTION TRIM(RCPT-ID) =
                           FUNCTION TRIM(WS-WANTED-ID)
                           MOVE 'Y' TO FOUND
           END-PERFORM
           CLOSE SEGMENT-FILE.

      *-----------------------------------------------------------------
      *> The amount on the ledger is the gross; the tax column says
      *> how much of it is commercial tax.
       SPLIT-TAX.
           MOVE 0 TO WS-GROSS-N
           MOVE 0 TO WS-TAX-N
           IF RCPT-AMOUNT NUMERIC
               MOVE RCPT-AMOUNT TO WS-GROSS-N
           END-IF
           IF FUNCTION TRIM(RCPT-TAX-X) NOT = SPACE
               COMPUTE WS-TAX-N = FUNCTION NUMVAL(RCPT-TAX-X)
           END-IF
           IF WS-TAX-N > WS-GROSS-N
               MOVE WS-GROSS-N TO WS-TAX-N
           END-IF
           COMPUTE WS-NET-N = WS-GROSS-N - WS-TAX-N
           IF RCPT-TAX-CODE = SPACES
               MOVE "  Tax exempt : " TO WS-TAX-LABEL
           ELSE
               MOVE SPACES TO WS-TAX-LABEL
               STRING "  Tax (" DELIMITED BY SIZE
                      RCPT-TAX-CODE DELIMITED BY SIZE
                      ")   : " DELIMITED BY SIZE
                   INTO WS-TAX-LABEL
           END-IF.

      *-----------------------------------------------------------------
      *> Same boxed slip PayFine prints at payment time, rebuilt from
      *> the ledger row, marked REPRINT so nobody mistakes it for the
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "  Net        : " DELIMITED BY SIZE
                  WS-NET-N          DELIMITED BY SIZE
                  " MMK"            DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING WS-TAX-LABEL      DELIMITED BY SIZE
                  WS-TAX-N          DELIMITED BY SIZE
                  " MMK"            DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SPACES TO SLIP-LINE
           STRING "  Gross      : " DELIMITED BY SIZE
                  WS-GROSS-N        DELIMITED BY SIZE
                  " MMK"            DELIMITED BY SIZE
               INTO SLIP-LINE
           WRITE SLIP-LINE
