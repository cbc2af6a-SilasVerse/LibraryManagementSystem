      *            cash, and an overpayment can be banked to the
      *            member's credit instead of being refused -- no
      *            more hand-written IOUs at the desk.
      * (Updated by Silas): Staff alerts on the paying member's account
      *            (AlertCheck, see MemberAlerts) show with the fine or
      *            fee; a must-acknowledge alert holds the payment until
      *            the operator confirms it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

      *> Staff alerts on the member's account -- see AlertCheck.
       01  WS-AK-PROGRAM      PIC X(20) VALUE SPACES.
       01  WS-AK-PROCEED      PIC X VALUE 'Y'.

      *> Receipt numbering and the slip print -- the next receipt
      *> number comes from a max-scan of receipts.csv, the same way
      *> ReturnBook derives the next fine ID from fine.csv.
                   DISPLAY "Fine amount    : " FN-AMOUNT(IDX) " MMK"
                   DISPLAY "Paid so far    : " FN-PAID-AMT(IDX) " MMK"
                   DISPLAY "Outstanding    : " WS-OUTSTANDING " MMK"
      *> Notes staff left on the account (see MemberAlerts) -- one
      *> that must be acknowledged holds the payment until it is.
                   MOVE "PayFine" TO WS-AK-PROGRAM
                   CALL 'AlertCheck' USING FN-MEMBER-ID(IDX),
                       WS-OPERATOR-ID, WS-AK-PROGRAM, WS-AK-PROCEED
                   IF WS-AK-PROCEED = 'N'
                       DISPLAY "Payment canceled."
                       GO TO ENDER
                   END-IF
      *> What is still ticking up on books not yet returned, so the
      *> member hears the whole picture, not just what is booked.
                   MOVE FN-MEMBER-ID(IDX) TO WS-AF-MEMBER
                   IF FUNCTION TRIM(MF-PAID-FLAG(FEE-IDX)) = "YES"
                       MOVE "Y" TO ALREADY-PAID
                   ELSE
                       MOVE "PayFine" TO WS-AK-PROGRAM
                       CALL 'AlertCheck' USING MF-MEMBER-ID(FEE-IDX),
                           WS-OPERATOR-ID, WS-AK-PROGRAM,
                           WS-AK-PROCEED
                       IF WS-AK-PROCEED = 'N'
                           DISPLAY "Payment canceled."
                           GO TO ENDER
                       END-IF
                       DISPLAY "Membership fee ("
                           FUNCTION TRIM(MF-REASON(FEE-IDX))
                           ", " FUNCTION TRIM(MF-TYPE(FEE-IDX))
