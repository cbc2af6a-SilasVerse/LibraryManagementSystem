      *          lost-book charge at the replacement cost (copy not
      *          found), with each step of the dispute audit-logged.
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            the claimed loan is back in log.csv.
      * (Updated by Silas): The operator now signs on. Recording a
      *            claim, or resolving one as found, on the operator's
      *            own or a household member's loan (StaffConflict) is
      *            refused and parks a CLAIM/CLAIMOK ticket; it goes
      *            through once a different supervisor approves it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimsReturned IS INITIAL.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

      *> The operator at the desk, and the own/household account
      *> check on the disputing member -- see StaffConflict. A
      *> claim suspends the fine and a found resolution cancels it,
      *> so neither is done by staff on their own household.
       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.
       01  WS-SC-ACTION       PIC X(8).
       01  WS-SC-REF          PIC X(6).
       01  WS-SC-ROUTE        PIC X VALUE 'Y'.
       01  WS-SC-RESULT       PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-RCOST
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           PERFORM LOAD-LOG-FILE
           PERFORM LOAD-BOOK-FILE
               DISPLAY "That loan is already under dispute."
               EXIT PARAGRAPH
           END-IF
           MOVE "CLAIM" TO WS-SC-ACTION
           PERFORM CHECK-STAFF-CONFLICT
           IF WS-SC-RESULT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE LN-TYPE(LOG-MATCH-IDX) TO WS-AUDIT-OLD-STATUS
           MOVE "CLAIM" TO LN-TYPE(LOG-MATCH-IDX)
           IF LOG-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "CLAIMOK" TO WS-SC-ACTION
           PERFORM CHECK-STAFF-CONFLICT
           IF WS-SC-RESULT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DISPLAY TO RTN-DATE(LOG-MATCH-IDX)
           MOVE SPACES TO LN-TYPE(LOG-MATCH-IDX)
           PERFORM REWRITE-LOG-FILE
           WRITE FINE-REC
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       CHECK-STAFF-CONFLICT.
           MOVE TR-ID(LOG-MATCH-IDX) TO WS-SC-REF
           CALL 'StaffConflict' USING WS-OPERATOR-ID,
               MB-ID(LOG-MATCH-IDX), WS-SC-ACTION, WS-SC-REF,
               WS-SC-ROUTE, WS-SC-RESULT.

      *-----------------------------------------------------------------
       WRITE-CLAIM-AUDIT.
           MOVE "ClaimsReturned" TO WS-AUDIT-PROGRAM
                   INTO LOG-REC
               WRITE LOG-REC
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT.

      *-----------------------------------------------------------------
       REWRITE-BOOK-FILE.
           WRITE NOTIFY-REC
           CLOSE NOTIFY-FILE.

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

       END PROGRAM ClaimsReturned.
