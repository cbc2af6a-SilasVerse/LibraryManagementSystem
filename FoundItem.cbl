      *            instead of queueing a cash refund -- the usual
      *            choice when there is no cash in the drawer, and
      *            the end of the hand-written IOU.
      * (Updated by Silas): The operator now signs on. Reversing a
      *            charge on the operator's own or a household member's
      *            account (StaffConflict) never happens at the desk: a
      *            paid charge parks its REFUND and an unpaid one parks
      *            a WAIVER for a different supervisor in ApprovalQueue.
      *            Parked requests carry the operator as requester.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FoundItem IS INITIAL.
       01  WS-AP-ID-N        PIC 9(5).
       01  MAX-APPROVAL-ID   PIC 9(5) VALUE 0.
       01  NEW-APPROVAL-ID   PIC 9(5).
       01  WS-PARK-TYPE      PIC X(8).
       01  WS-PARK-AMT       PIC 9(8) VALUE 0.
       01  WS-PARK-REASON    PIC X(20).

      *> The operator at the desk, and the own/household account
      *> check on the member whose charge is being reversed -- see
      *> StaffConflict.
       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.
       01  WS-SC-ACTION      PIC X(8).
       01  WS-SC-REF         PIC X(6).
       01  WS-SC-ROUTE       PIC X VALUE 'N'.
       01  WS-SC-RESULT      PIC X VALUE 'N'.

      *> Member credit ledger call arguments -- see CreditLedger.
       01  WS-CL-ACTION      PIC X(4).
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           PERFORM ACCEPT-OPERATOR-ID

           DISPLAY "Copy ID of the found item: "
           ACCEPT WS-COPY-IN
               MOVE 'N' TO WS-FINE-PAID
           END-IF

      *> Reversing a charge on the operator's own or a household
      *> account never happens at the desk -- the refund or the
      *> cancellation parks for a different supervisor instead.
           IF WS-FINE-PAID = 'Y'
               MOVE "REFUND" TO WS-SC-ACTION
           ELSE
               MOVE "WAIVER" TO WS-SC-ACTION
           END-IF
           MOVE FN-FINE-ID(FINE-MATCH-IDX) TO WS-SC-REF
           CALL 'StaffConflict' USING WS-OPERATOR-ID, WS-LOST-MEMBER,
               WS-SC-ACTION, WS-SC-REF, WS-SC-ROUTE, WS-SC-RESULT

           IF WS-FINE-PAID = 'Y'
      *> Refund what was actually taken: the amount less anything
      *> waived at the desk when the charge was raised.
                   FUNCTION NUMVAL(FN-AMOUNT(FINE-MATCH-IDX))
                   - FUNCTION NUMVAL(FN-WAIVED(FINE-MATCH-IDX))
               IF WS-REFUND-AMT > WS-RFTHR
                   OR (WS-SC-RESULT = 'Y' AND WS-REFUND-AMT > 0)
      *> A big refund needs a second pair of eyes before any money
      *> moves -- park it and stop here.
                   MOVE "REFUND" TO WS-PARK-TYPE
                   MOVE WS-REFUND-AMT TO WS-PARK-AMT
                   MOVE "FOUND-ITEM REFUND" TO WS-PARK-REASON
                   PERFORM PARK-REFUND-APPROVAL
                   IF WS-SC-RESULT NOT = 'Y'
                       DISPLAY "Refund of " WS-REFUND-AMT " MMK is "
                           "over the " WS-RFTHR " MMK threshold."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-REFUND-AMT > 0
                   END-IF
               END-IF
           ELSE
               IF WS-SC-RESULT = 'Y'
                   MOVE "WAIVER" TO WS-PARK-TYPE
                   COMPUTE WS-PARK-AMT =
                       FUNCTION NUMVAL(FN-AMOUNT(FINE-MATCH-IDX))
                   MOVE "FOUND ITEM" TO WS-PARK-REASON
                   PERFORM PARK-REFUND-APPROVAL
                   EXIT PARAGRAPH
               END-IF
               MOVE "YES" TO FN-PAID-FLAG(FINE-MATCH-IDX)
               MOVE WS-TODAY-DISPLAY
                   TO FN-PAID-DATE(FINE-MATCH-IDX)
      *> Appends the parked refund request to pending_approvals.csv
      *> -- ApprovalQueue queues the refunds.csv credit on
      *> approval, exactly the row WRITE-REFUND-ROW would write.
      *> An own-account cancellation parks here too, as a WAIVER
      *> that ApprovalQueue lands on the fine row.
       PARK-REFUND-APPROVAL.
           MOVE 0 TO MAX-APPROVAL-ID
           MOVE 'N' TO FILE-END
           END-IF
           MOVE SPACES TO APPROVAL-REC
           STRING NEW-APPROVAL-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PARK-TYPE) DELIMITED BY SIZE ","
                  FN-FINE-ID(FINE-MATCH-IDX) DELIMITED BY SIZE ","
                  WS-LOST-MEMBER DELIMITED BY SIZE ","
                  WS-PARK-AMT DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PARK-REASON) DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ",,"
               INTO APPROVAL-REC
           WRITE APPROVAL-REC
           CLOSE APPROVAL-FILE
           DISPLAY "Request " NEW-APPROVAL-ID " ("
               FUNCTION TRIM(WS-PARK-TYPE) " " WS-PARK-AMT
               " MMK) parked for supervisor approval.".

      *-----------------------------------------------------------------
       WRITE-REFUND-ROW.
           END-PERFORM
           CLOSE BOOK-FILE.

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

       END PROGRAM FoundItem.
