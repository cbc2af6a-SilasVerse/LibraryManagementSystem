      *          never rewritten -- a void is one more appended row,
      *          the same way the ledger has always grown.
      * Tectonics: cobc
      * (Updated by Silas): A void of a payment on the desk operator's
      *            own or a household member's account (StaffConflict)
      *            is refused and parks a VOID ticket; it goes through
      *            only once a different supervisor approves it in
      *            ApprovalQueue. A conflicted approving supervisor is
      *            refused. Every attempt is logged.
      * (Updated by Silas): A VOID row carries the voided receipt's tax
      *            code and tax (receipts.csv columns 13 and 14) so the
      *            tax return and GlExport net it back out; a corrected
      *            replacement recomputes the tax on the corrected
      *            amount through TaxCalc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VoidPayment.
       01  RCPT-DOC-TYPE        PIC X(6).
       01  RCPT-TENDER          PIC X(6).
       01  RCPT-VOIDREF         PIC X(6).
       01  RCPT-ORIGDOC         PIC X(6).
       01  RCPT-TAX-CODE        PIC X(2).
       01  RCPT-TAX-X           PIC X(6).
       01  WS-VOID-AMT-N        PIC 9(6) VALUE 0.
       01  WS-ORIG-ID           PIC X(6).
       01  WS-ORIG-DOC-TYPE     PIC X(6).
       01  WS-ORIG-TENDER       PIC X(6).
       01  WS-ORIG-FINE-ID      PIC X(5).
       01  WS-ORIG-MEMBER       PIC X(5).
      *> The voided receipt's tax code and tax -- the VOID row
      *> carries them back out, the corrected receipt recomputes
      *> the tax on the corrected amount (see TaxCalc).
       01  WS-ORIG-TAX-CODE     PIC X(2).
       01  WS-ORIG-TAX          PIC 9(6) VALUE 0.
       01  WS-TX-CODE           PIC X(2).
       01  WS-TX-GROSS          PIC 9(7).
       01  WS-TX-TAX            PIC 9(7).
       01  WS-TX-RATE           PIC 9(4).
       01  WS-TX-FOUND          PIC X.

      *> Receipt numbering -- the same max-scan PayFine uses.
       01  WS-RCPT-ID-X         PIC X(6).
      *> the money reports can net the reversal out of the right
      *> bucket. Blank on ordinary rows.
       01  WS-ROW-ORIGDOC       PIC X(6).
       01  WS-ROW-TAX-CODE      PIC X(2).
       01  WS-ROW-TAX           PIC 9(6).

       01  FINE-TABLE.
           05 FINE-ENTRY OCCURS 1000 TIMES.
       01  WS-OP-VALID          PIC X VALUE 'M'.
       01  WS-OP-ROLE           PIC X(5) VALUE SPACES.

      *> Own/household account check -- see StaffConflict. The
      *> desk operator's conflict routes a VOID ticket through
      *> ApprovalQueue; a conflicted supervisor is simply refused.
       01  WS-SC-ACTION         PIC X(8) VALUE "VOID".
       01  WS-SC-ROUTE          PIC X VALUE 'Y'.
       01  WS-SC-RESULT         PIC X VALUE 'N'.

      *> The voiding operator's OPEN drawer session -- the reversal
      *> and the replacement both land in the drawer that actually
      *> handled the money today.
               FUNCTION TRIM(WS-ORIG-TENDER) ")"
           DISPLAY "Taken by   : " RCPT-OPERATOR " at " RCPT-TIME

      *> Staff never void their own household's payments at the
      *> desk: the first attempt parks a VOID ticket, and the void
      *> only goes through once a different supervisor approves it.
           MOVE 'Y' TO WS-SC-ROUTE
           CALL 'StaffConflict' USING WS-OPERATOR-ID, WS-ORIG-MEMBER,
               WS-SC-ACTION, WS-ORIG-ID, WS-SC-ROUTE, WS-SC-RESULT
           IF WS-SC-RESULT = 'Y'
               GO TO ENDER
           END-IF

           PERFORM SUPERVISOR-APPROVAL
           IF WS-OP-VALID = 'N'
               GO TO ENDER
           IF WS-ROW-ORIGDOC = SPACES
               MOVE "FINE" TO WS-ROW-ORIGDOC
           END-IF
           MOVE WS-ORIG-TAX-CODE TO WS-ROW-TAX-CODE
           MOVE WS-ORIG-TAX      TO WS-ROW-TAX
           PERFORM WRITE-RECEIPT-ROW
           DISPLAY "Receipt " WS-ORIG-ID " voided -- reversal row "
               NEW-RECEIPT-ID " appended."
           MOVE WS-CORRECT-AMT   TO WS-ROW-AMOUNT
           MOVE WS-ORIG-ID       TO WS-ROW-VOIDREF
           MOVE SPACES           TO WS-ROW-ORIGDOC
           MOVE WS-ORIG-TAX-CODE TO WS-ROW-TAX-CODE
           MOVE WS-ORIG-TAX-CODE TO WS-TX-CODE
           MOVE WS-CORRECT-AMT   TO WS-TX-GROSS
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           MOVE WS-TX-TAX        TO WS-ROW-TAX
           PERFORM WRITE-RECEIPT-ROW
           PERFORM PRINT-CORRECTED-SLIP
      *> Register the corrected slip as a numbered spool job -- see
                       MOVE SPACES TO RCPT-DOC-TYPE
                       MOVE SPACES TO RCPT-TENDER
                       MOVE SPACES TO RCPT-VOIDREF
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
                           MOVE RCPT-MEMBER-ID TO WS-ORIG-MEMBER
                           MOVE RCPT-DOC-TYPE TO WS-ORIG-DOC-TYPE
                           MOVE RCPT-TENDER   TO WS-ORIG-TENDER
                           MOVE RCPT-TAX-CODE TO WS-ORIG-TAX-CODE
                           MOVE 0 TO WS-ORIG-TAX
                           IF FUNCTION TRIM(RCPT-TAX-X) NOT = SPACE
                               COMPUTE WS-ORIG-TAX =
                                   FUNCTION NUMVAL(RCPT-TAX-X)
                           END-IF
                           IF RCPT-AMOUNT NUMERIC
                               MOVE RCPT-AMOUNT TO WS-VOID-AMT-N
                           ELSE
               DISPLAY "Operator " FUNCTION TRIM(WS-SUPER-ID)
                   " is not a supervisor -- void refused."
               MOVE 'N' TO WS-OP-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SC-ROUTE
           CALL 'StaffConflict' USING WS-SUPER-ID, WS-ORIG-MEMBER,
               WS-SC-ACTION, WS-ORIG-ID, WS-SC-ROUTE, WS-SC-RESULT
           IF WS-SC-RESULT = 'Y'
               DISPLAY "A different supervisor must approve this "
                   "void."
               MOVE 'N' TO WS-OP-VALID
           END-IF.

      *-----------------------------------------------------------------
                  WS-ROW-DOC-TYPE      DELIMITED BY SIZE ","
                  WS-ROW-TENDER        DELIMITED BY SIZE ","
                  WS-ROW-VOIDREF       DELIMITED BY SIZE ","
                  WS-ROW-ORIGDOC       DELIMITED BY SIZE ","
                  WS-ROW-TAX-CODE      DELIMITED BY SIZE ","
                  WS-ROW-TAX           DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE.
