      *          members.csv. PayFine clears the referred status
      *          when a referred fine is finally settled.
      * Tectonics: cobc
      * (Updated by Silas): fines belonging to a member flagged DECEASED
      *            are never referred to collections -- DeceasedClose
      *            parks them for write-off instead.
      * (Updated by Silas): a fine under an OPEN appeal (AppealCheck,
      *            see FineAppeal) is shown apart as under appeal
      *            instead of aging, and is never referred to
      *            collections while the appeal is open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FineAging IS INITIAL.
       01  WS-BUCKET-60      PIC 9(9) VALUE 0.
       01  WS-BUCKET-90      PIC 9(9) VALUE 0.
       01  WS-UNDATED        PIC 9(9) VALUE 0.
      *> Balances on hold under an OPEN appeal -- see AppealCheck.
       01  WS-UNDER-APPEAL   PIC 9(9) VALUE 0.
       01  WS-APPEAL-OPEN    PIC X VALUE 'N'.

      *> The referral ledger whole.
       01  REF-TABLE.
           MOVE 0 TO WS-BUCKET-60
           MOVE 0 TO WS-BUCKET-90
           MOVE 0 TO WS-UNDATED
           MOVE 0 TO WS-UNDER-APPEAL
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       PERFORM PARSE-FINE-ROW
                       MOVE 'N' TO WS-APPEAL-OPEN
                       IF FUNCTION TRIM(FN-PAID-FLAG) NOT = "YES"
                           AND WS-BALANCE > 0
                           CALL 'AppealCheck' USING FN-FINE-ID,
                               WS-APPEAL-OPEN
                       END-IF
      *> An appealed fine is held apart -- it does not age into the
      *> 90+ bucket while the supervisor has it.
                       IF WS-APPEAL-OPEN = 'Y'
                           ADD WS-BALANCE TO WS-UNDER-APPEAL
                       END-IF
                       IF FUNCTION TRIM(FN-PAID-FLAG) NOT = "YES"
                           AND WS-BALANCE > 0
                           AND WS-APPEAL-OPEN = 'N'
                           MOVE FN-ASSESS TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           IF WS-DATE-OK = 'Y'
               DISPLAY "Undated       : " WS-UNDATED " MMK (assessed "
                   "before dates were recorded)"
           END-IF
           IF WS-UNDER-APPEAL > 0
               DISPLAY "Under appeal  : " WS-UNDER-APPEAL " MMK (on "
                   "hold until the appeal is decided)"
           END-IF
           DISPLAY "==============================================".

      *-----------------------------------------------------------------
           IF WS-ALREADY-REF = 'Y' OR REF-CNT >= 500
               EXIT PARAGRAPH
           END-IF
      *> Nothing under an OPEN appeal goes to the collections office
      *> -- the supervisor's outcome comes first.
           CALL 'AppealCheck' USING FN-FINE-ID, WS-APPEAL-OPEN
           IF WS-APPEAL-OPEN = 'Y'
               EXIT PARAGRAPH
           END-IF
      *> A deceased member's balances are up for write-off through
      *> ApprovalQueue -- nothing goes to the collections office.
           MOVE FN-MEMBER-ID TO CONTACT-SCAN-ID
           PERFORM LOOKUP-CONTACT
           IF CONTACT-FOUND = 'Y'
               AND FUNCTION TRIM(WS-SKIP-2) = "DECEASED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO REF-CNT
           MOVE FN-FINE-ID TO RF-FINE-ID(REF-CNT)
           MOVE "REF" TO RF-STATUS(REF-CNT)
           ADD 1 TO WS-REFERRED-CNT

           MOVE SPACES TO HANDOFF-REC
           STRING FN-FINE-ID DELIMITED BY SIZE ","
                  FN-MEMBER-ID DELIMITED BY SIZE ","
               MOVE SPACES TO CONTACT-EMAIL
               MOVE SPACES TO CONTACT-ADDR
               MOVE SPACES TO CONTACT-PHONE
               MOVE SPACES TO WS-SKIP-2
           END-IF.

      *-----------------------------------------------------------------
