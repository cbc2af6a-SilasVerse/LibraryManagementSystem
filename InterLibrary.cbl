      *          status report lists everything currently out in
      *          each direction, flagging what is past its deadline.
      * Tectonics: cobc
      * (Updated by Silas): New menu item 8 charges a partner library --
      *            lending fees, postage, lost items -- onto its
      *            organisation account through ArCharge as an ILL
      *            charge, so partners are invoiced through Receivables;
      *            Done moves to 9.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterLibrary IS INITIAL.
       01  WS-DATE-OK        PIC X.
       01  WS-DATE-DIGITS    PIC 9(8).

      *> Receivables posting call arguments -- see ArCharge.
       01  WS-AC-ACTION      PIC X(4).
       01  WS-AC-ORG         PIC X(8).
       01  WS-AC-SOURCE      PIC X(6).
       01  WS-AC-REF         PIC X(10).
       01  WS-AC-DESC        PIC X(30).
       01  WS-AC-GROSS       PIC 9(7).
       01  WS-AC-TAX-CODE    PIC X(2).
       01  WS-AC-TAX         PIC 9(7).
       01  WS-AC-CHARGE-ID   PIC X(6).
       01  WS-AC-RESULT      PIC X.
       01  WS-AMOUNT-IN      PIC X(9).
      *> Commercial-tax call arguments -- see TaxCalc.
       01  WS-TX-CODE        PIC X(2).
       01  WS-TX-GROSS       PIC 9(7).
       01  WS-TX-TAX         PIC 9(7).
       01  WS-TX-RATE        PIC 9(4).
       01  WS-TX-FOUND       PIC X.

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.
           DISPLAY "5) Receive our copy back"
           DISPLAY "6) Return an inbound item to its partner"
           DISPLAY "7) Boundary status report"
           DISPLAY "8) Charge a partner library"
           DISPLAY "9) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-9): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 7
                  PERFORM STATUS-REPORT
              WHEN 8
                  PERFORM CHARGE-PARTNER
              WHEN 9
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-IF
           DISPLAY "==============================================".

      *-----------------------------------------------------------------
      *> Lending fees, postage and lost-item costs a partner owes
      *> us go on its organisation account through ArCharge, so the
      *> partner is invoiced with everything else instead of by a
      *> typed letter. The account code defaults to the partner code.
       CHARGE-PARTNER.
           PERFORM ASK-PARTNER-CODE
           IF WS-PARTNER-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Organisation account code (blank = "
               FUNCTION TRIM(WS-CODE-IN) "): "
           ACCEPT WS-AC-ORG
           IF WS-AC-ORG = SPACES
               MOVE WS-CODE-IN TO WS-AC-ORG
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-AC-ORG) TO WS-AC-ORG
           DISPLAY "Item or request reference (no commas): "
           ACCEPT WS-AC-REF
           DISPLAY "Description (e.g. lost item, postage): "
           ACCEPT WS-AC-DESC
           DISPLAY "Amount, tax included (MMK): "
           ACCEPT WS-AMOUNT-IN
           IF FUNCTION TRIM(WS-AMOUNT-IN) IS NOT NUMERIC
               OR FUNCTION NUMVAL(WS-AMOUNT-IN) = 0
               DISPLAY "Amount must be a whole number above zero."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TX-GROSS = FUNCTION NUMVAL(WS-AMOUNT-IN)
           DISPLAY "Tax code (blank = exempt): "
           ACCEPT WS-TX-CODE
           MOVE FUNCTION UPPER-CASE(WS-TX-CODE) TO WS-TX-CODE
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           IF WS-TX-FOUND NOT = 'Y'
               DISPLAY "Unknown tax code."
               EXIT PARAGRAPH
           END-IF
           MOVE "ADD " TO WS-AC-ACTION
           MOVE "ILL" TO WS-AC-SOURCE
           MOVE WS-TX-GROSS TO WS-AC-GROSS
           MOVE WS-TX-CODE TO WS-AC-TAX-CODE
           MOVE WS-TX-TAX TO WS-AC-TAX
           CALL 'ArCharge' USING WS-AC-ACTION, WS-AC-ORG, WS-AC-SOURCE,
               WS-AC-REF, WS-AC-DESC, WS-AC-GROSS, WS-AC-TAX-CODE,
               WS-AC-TAX, WS-AC-CHARGE-ID, WS-AC-RESULT
           EVALUATE WS-AC-RESULT
               WHEN 'Y'
                   DISPLAY "Charge " WS-AC-CHARGE-ID " posted to "
                       FUNCTION TRIM(WS-AC-ORG)
                       " -- it goes on the next invoice."
               WHEN 'C'
                   DISPLAY "That account is closed -- nothing charged."
               WHEN OTHER
                   DISPLAY "No such organisation account -- open one "
                       "in Receivables first."
           END-EVALUATE.

      *-----------------------------------------------------------------
       ASK-PARTNER-CODE.
           MOVE 'N' TO WS-PARTNER-OK
