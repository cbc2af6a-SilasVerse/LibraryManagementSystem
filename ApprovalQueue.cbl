      *          ticket PurgeMembers demands before it will run.
      *          Every decision goes through AuditLog.
      * Tectonics: cobc
      * (Updated by Silas): INVOICE requests, parked by VendorInvoice
      *            for a vendor invoice that failed its PO match,
      *            release the HELD invoice for payment on approval and
      *            mark it REJECTED on rejection.
      * (Updated by Silas): WRITEOFF requests, parked by DeceasedClose
      *            for each unpaid fine on a deceased member's account,
      *            land on the fine.csv row like a waiver, added to
      *            anything already waived.
      * (Updated by Silas): ERASE requests, parked by MemberErasure, are
      *            tickets like PURGE -- approval is consumed on the
      *            next erasure run.
      * (Updated by Silas): VOID, OVERRIDE, REINSTAT, CLAIM and CLAIMOK
      *            requests, parked when staff try to act on their own
      *            or a household member's account, are tickets
      *            consumed on the next run of VoidPayment, EditMember
      *            or ClaimsReturned. A supervisor can
      *            no longer decide a request on their own household's
      *            account (StaffConflict) -- the attempt is logged.
      * (Updated by Silas): APPEAL requests, parked by FineAppeal, are
      *            decided with the appeal's outcome -- UPHELD leaves
      *            the fine as it stands, REDUCED or CANCELLED waives
      *            the difference on the fine.csv row -- and close the
      *            appeal in fine_appeals.csv; a referral held as APPEAL
      *            goes back to REF or is cleared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalQueue IS INITIAL.
           SELECT REFUND-FILE ASSIGN TO "../refunds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT INV-FILE ASSIGN TO "../vendor_invoices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT APPEAL-FILE ASSIGN TO "../fine_appeals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPEAL-STATUS.
           SELECT REFER-FILE ASSIGN TO "../collections_referred.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FINE-REC        PIC X(200).
       FD  REFUND-FILE.
       01  REFUND-REC      PIC X(120).
       FD  INV-FILE.
       01  INV-REC         PIC X(150).
       FD  APPEAL-FILE.
       01  APPEAL-REC      PIC X(200).
       FD  REFER-FILE.
       01  REFER-REC       PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-STATUS PIC XX.
       01  WS-FINE-STATUS    PIC XX.
       01  WS-REFUND-STATUS  PIC XX.
       01  WS-INV-STATUS     PIC XX.
       01  WS-APPEAL-STATUS  PIC XX.
       01  WS-REFER-STATUS   PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-PENDING-CNT    PIC 9(3) VALUE 0.
       01  WS-DECISION       PIC X.

      *> A supervisor never decides a request on their own or a
      *> household member's account -- see StaffConflict.
       01  WS-SC-ACTION      PIC X(8) VALUE "DECIDE".
       01  WS-SC-REF         PIC X(6).
       01  WS-SC-ROUTE       PIC X VALUE 'N'.
       01  WS-SC-RESULT      PIC X VALUE 'N'.

      *> fine.csv loaded whole so an approved waiver can land on
      *> its row -- the same table shape PayFine uses.
       01  FINE-TABLE.
       01  NEW-REFUND-ID     PIC 9(5).
       01  WS-REFUNDS-EXIST  PIC X VALUE 'N'.

      *> vendor_invoices.csv held as raw rows so a decided INVOICE
      *> request can restamp its row's status -- see VendorInvoice.
       01  INV-ROW-TABLE.
           05 INV-ROW OCCURS 500 TIMES PIC X(150).
       01  INV-ROW-CNT       PIC 9(3) VALUE 0.
       01  INV-ROW-IDX       PIC 9(3) VALUE 0.
       01  INV-ROW-MATCH     PIC 9(3) VALUE 0.
       01  IV-ID             PIC X(5).
       01  IV-VENDOR-ID      PIC X(5).
       01  IV-VENDOR         PIC X(30).
       01  IV-REF            PIC X(15).
       01  IV-DATE           PIC X(10).
       01  IV-TOTAL          PIC 9(9).
       01  IV-STATUS         PIC X(8).
       01  IV-STATUS-DATE    PIC X(10).
       01  IV-DUE-DATE       PIC X(10).
       01  IV-ENTERED-BY     PIC X(10).
       01  WS-INV-NEW-STATE  PIC X(8).

      *> fine_appeals.csv held as raw rows so a decided APPEAL
      *> request can close its appeal -- see FineAppeal.
       01  APL-ROW-TABLE.
           05 APL-ROW OCCURS 500 TIMES PIC X(200).
       01  APL-ROW-CNT       PIC 9(3) VALUE 0.
       01  APL-ROW-IDX       PIC 9(3) VALUE 0.
       01  APL-ROW-MATCH     PIC 9(3) VALUE 0.
       01  AL-ID             PIC X(5).
       01  AL-FINE-ID        PIC X(5).
       01  AL-MEMBER         PIC X(5).
       01  AL-REASON         PIC X(10).
       01  AL-BALANCE        PIC X(6).
       01  AL-GROUNDS        PIC X(40).
       01  AL-LODGED         PIC X(10).
       01  AL-LODGED-BY      PIC X(10).
       01  AL-STATUS         PIC X(9).
       01  AL-DEC-DATE       PIC X(10).
       01  AL-DEC-BY         PIC X(10).
       01  AL-RELIEF         PIC X(6).
       01  AL-APPROVAL       PIC X(5).
       01  WS-APPEAL-OUTCOME PIC X(9).
       01  WS-FINE-BALANCE   PIC S9(7) VALUE 0.
       01  WS-NEW-BAL-X      PIC X(6).
       01  WS-NEW-BAL        PIC 9(6) VALUE 0.
       01  WS-RELIEF         PIC 9(6) VALUE 0.
       01  WS-BAL-SHOW       PIC 9(6) VALUE 0.

      *> The collections referral ledger -- an appealed fine's
      *> referral is held as APPEAL by FineAppeal until the outcome.
       01  REF-TABLE.
           05 REF-ENTRY OCCURS 500 TIMES.
               10 RF-FINE-ID   PIC X(5).
               10 RF-DATE      PIC X(10).
               10 RF-STATUS    PIC X(8).
       01  REF-CNT           PIC 9(3) VALUE 0.
       01  REF-IDX           PIC 9(3) VALUE 0.
       01  WS-REF-CHANGED    PIC X VALUE 'N'.

      *> Audit-trail call arguments -- see AuditLog.
       01  WS-AUDIT-PROGRAM  PIC X(20).
       01  WS-AUDIT-ENTITY   PIC X(10).
               DISPLAY "No pending request with that ID."
               EXIT PARAGRAPH
           END-IF
           MOVE AP-ID(WS-PICK-N) TO WS-SC-REF
           CALL 'StaffConflict' USING WS-OPERATOR-ID,
               AP-MEMBER(WS-PICK-N), WS-SC-ACTION, WS-SC-REF,
               WS-SC-ROUTE, WS-SC-RESULT
           IF WS-SC-RESULT = 'Y'
               DISPLAY "Request " WS-PICK-X " must be decided by a "
                   "different supervisor."
               EXIT PARAGRAPH
           END-IF
      *> A fine appeal has three outcomes, not two -- see
      *> DECIDE-APPEAL.
           IF FUNCTION TRIM(AP-TYPE(WS-PICK-N)) = "APPEAL"
               PERFORM DECIDE-APPEAL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approve or reject (A/R)? "
           ACCEPT WS-DECISION
           IF WS-DECISION = "A" OR WS-DECISION = "a"
               PERFORM APPLY-APPROVAL
           ELSE
               IF FUNCTION TRIM(AP-TYPE(WS-PICK-N)) = "INVOICE"
                   MOVE "REJECTED" TO WS-INV-NEW-STATE
                   PERFORM SET-INVOICE-STATE
               END-IF
               MOVE "REJECTED" TO AP-STATUS(WS-PICK-N)
               MOVE WS-OPERATOR-ID TO AP-DEC-BY(WS-PICK-N)
               MOVE WS-TODAY-DISPLAY TO AP-DEC-DATE(WS-PICK-N)
           EVALUATE FUNCTION TRIM(AP-TYPE(WS-PICK-N))
               WHEN "WAIVER"
                   PERFORM APPLY-WAIVER
               WHEN "WRITEOFF"
                   PERFORM APPLY-WAIVER
               WHEN "REFUND"
                   PERFORM APPLY-REFUND
               WHEN "INVOICE"
                   MOVE "RELEASED" TO WS-INV-NEW-STATE
                   PERFORM SET-INVOICE-STATE
               WHEN OTHER
      *> PURGE, ERASE, stock adjustments and the own-account VOID,
      *> OVERRIDE, REINSTAT, CLAIM and CLAIMOK requests: the
      *> approval itself is the ticket -- the requesting program
      *> consumes it on its next run.
                   CONTINUE
           END-EVALUATE
           MOVE "APPROVED" TO AP-STATUS(WS-PICK-N)
      *> The approved waiver lands on the fine.csv row the way a
      *> desk waiver would have -- waived in full, marked settled.
       APPLY-WAIVER.
           PERFORM LOAD-FINE-TABLE
           IF WS-FINE-STATUS NOT = "00"
               DISPLAY "fine.csv is missing -- waiver not applied."
               EXIT PARAGRAPH
           END-IF
           IF FINE-MATCH-IDX = 0
               DISPLAY "Fine " AP-REF(WS-PICK-N) " is no longer on "
                   "file -- waiver recorded but nothing to apply."
               EXIT PARAGRAPH
           END-IF

      *> A write-off is for whatever balance was left when it was
      *> parked, so it goes on top of any part-waiver already there.
           IF FUNCTION TRIM(AP-TYPE(WS-PICK-N)) = "WRITEOFF"
               ADD AP-AMOUNT(WS-PICK-N)
                   TO FN-WAIVED-AMT(FINE-MATCH-IDX)
           ELSE
               MOVE AP-AMOUNT(WS-PICK-N)
                   TO FN-WAIVED-AMT(FINE-MATCH-IDX)
           END-IF
           MOVE "YES" TO FN-PAID-FLAG(FINE-MATCH-IDX)
           MOVE WS-TODAY-DISPLAY TO FN-PAID-DATE(FINE-MATCH-IDX)
           MOVE AP-REASON(WS-PICK-N)
               TO FN-WAIVER-REASON(FINE-MATCH-IDX)
           MOVE WS-OPERATOR-ID TO FN-OP-ID(FINE-MATCH-IDX)

           PERFORM REWRITE-FINE-TABLE
           DISPLAY "Waiver applied to fine " AP-REF(WS-PICK-N) ".".

      *-----------------------------------------------------------------
      *> fine.csv whole, with FINE-MATCH-IDX on the row the request
      *> refers to (0 when it is no longer on file).
       LOAD-FINE-TABLE.
           MOVE 0 TO FINE-CNT
           MOVE 0 TO FINE-MATCH-IDX
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       REWRITE-FINE-TABLE.
           OPEN OUTPUT FINE-FILE
           PERFORM VARYING FINE-IDX FROM 1 BY 1
               UNTIL FINE-IDX > FINE-CNT
                   INTO FINE-REC
               WRITE FINE-REC
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
      *> An APPEAL request is decided with the outcome of the appeal:
      *> UPHELD leaves the fine as it stands, REDUCED lowers what is
      *> owing to the figure the supervisor gives, CANCELLED takes it
      *> all off. What comes off lands on the fine.csv row as a
      *> waiver; the appeal row in fine_appeals.csv is closed with the
      *> outcome, and a referral FineAppeal held goes back to the
      *> collections office, or is cleared when nothing is left owing.
       DECIDE-APPEAL.
           DISPLAY "Outcome -- U)pheld, R)educed or C)ancelled: "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "U"
               WHEN "u"
                   MOVE "UPHELD" TO WS-APPEAL-OUTCOME
               WHEN "R"
               WHEN "r"
                   MOVE "REDUCED" TO WS-APPEAL-OUTCOME
               WHEN "C"
               WHEN "c"
                   MOVE "CANCELLED" TO WS-APPEAL-OUTCOME
               WHEN OTHER
                   DISPLAY "No outcome recorded."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-FINE-BALANCE
           PERFORM LOAD-FINE-TABLE
           IF FINE-MATCH-IDX > 0
               AND FUNCTION TRIM(FN-PAID-FLAG(FINE-MATCH-IDX))
                   NOT = "YES"
               COMPUTE WS-FINE-BALANCE = FN-AMOUNT(FINE-MATCH-IDX)
                   - FN-WAIVED-AMT(FINE-MATCH-IDX)
               IF FN-PAID-AMT(FINE-MATCH-IDX) NUMERIC
                   COMPUTE WS-FINE-BALANCE = WS-FINE-BALANCE
                       - FUNCTION NUMVAL(FN-PAID-AMT(FINE-MATCH-IDX))
               END-IF
               IF WS-FINE-BALANCE < 0
                   MOVE 0 TO WS-FINE-BALANCE
               END-IF
           END-IF

           MOVE 0 TO WS-RELIEF
           EVALUATE WS-APPEAL-OUTCOME
               WHEN "REDUCED"
                   IF WS-FINE-BALANCE = 0
                       DISPLAY "Fine " AP-REF(WS-PICK-N) " has nothing "
                           "left owing to reduce."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FINE-BALANCE TO WS-BAL-SHOW
                   DISPLAY "Owing now " WS-BAL-SHOW
                       " MMK -- reduce it to (MMK): "
                   ACCEPT WS-NEW-BAL-X
                   IF FUNCTION TRIM(WS-NEW-BAL-X) = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-NEW-BAL-X) NOT = 0
                       DISPLAY "Not a valid amount -- no outcome "
                           "recorded."
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-NEW-BAL = FUNCTION NUMVAL(WS-NEW-BAL-X)
                   IF WS-NEW-BAL NOT < WS-FINE-BALANCE
                       DISPLAY "A reduction must be below what is "
                           "owing -- no outcome recorded."
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-RELIEF = WS-FINE-BALANCE - WS-NEW-BAL
                   IF WS-NEW-BAL = 0
                       MOVE "CANCELLED" TO WS-APPEAL-OUTCOME
                   END-IF
               WHEN "CANCELLED"
                   MOVE WS-FINE-BALANCE TO WS-RELIEF
           END-EVALUATE

           IF WS-RELIEF > 0
               ADD WS-RELIEF TO FN-WAIVED-AMT(FINE-MATCH-IDX)
               MOVE SPACES TO FN-WAIVER-REASON(FINE-MATCH-IDX)
               STRING "Appeal " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APPEAL-OUTCOME)
                          DELIMITED BY SIZE
                      " -- request " DELIMITED BY SIZE
                      AP-ID(WS-PICK-N) DELIMITED BY SIZE
                   INTO FN-WAIVER-REASON(FINE-MATCH-IDX)
               MOVE WS-OPERATOR-ID TO FN-OP-ID(FINE-MATCH-IDX)
               IF WS-RELIEF = WS-FINE-BALANCE
                   MOVE "YES" TO FN-PAID-FLAG(FINE-MATCH-IDX)
                   MOVE WS-TODAY-DISPLAY
                       TO FN-PAID-DATE(FINE-MATCH-IDX)
               END-IF
               PERFORM REWRITE-FINE-TABLE
           END-IF

           PERFORM CLOSE-APPEAL-ROW
           PERFORM RELEASE-REFERRAL
           IF WS-APPEAL-OUTCOME = "UPHELD"
               MOVE "REJECTED" TO AP-STATUS(WS-PICK-N)
           ELSE
               MOVE "APPROVED" TO AP-STATUS(WS-PICK-N)
           END-IF
           MOVE WS-OPERATOR-ID TO AP-DEC-BY(WS-PICK-N)
           MOVE WS-TODAY-DISPLAY TO AP-DEC-DATE(WS-PICK-N)
           MOVE 'Y' TO WS-CHANGED
           PERFORM AUDIT-DECISION
           EVALUATE TRUE
               WHEN WS-APPEAL-OUTCOME = "UPHELD"
                   DISPLAY "Appeal on fine " AP-REF(WS-PICK-N)
                       " decided: fine upheld as it stands."
               WHEN WS-RELIEF > 0
                   DISPLAY "Appeal on fine " AP-REF(WS-PICK-N)
                       " decided: " FUNCTION TRIM(WS-APPEAL-OUTCOME)
                       ", " WS-RELIEF " MMK taken off."
               WHEN OTHER
                   DISPLAY "Appeal on fine " AP-REF(WS-PICK-N)
                       " decided: " FUNCTION TRIM(WS-APPEAL-OUTCOME)
                       " -- nothing was left owing to take off; "
                       "any refund is a separate REFUND request."
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> The OPEN appeal lodged under this request takes the outcome,
      *> the decider and the amount taken off.
       CLOSE-APPEAL-ROW.
           MOVE 0 TO APL-ROW-CNT
           MOVE 0 TO APL-ROW-MATCH
           MOVE 'N' TO FILE-END
           OPEN INPUT APPEAL-FILE
           IF WS-APPEAL-STATUS NOT = "00"
               DISPLAY "fine_appeals.csv is missing -- the appeal "
                   "row was not closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ APPEAL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF APL-ROW-CNT < 500
                           ADD 1 TO APL-ROW-CNT
                           MOVE APPEAL-REC TO APL-ROW(APL-ROW-CNT)
                           PERFORM PARSE-APPEAL-ROW
                           IF FUNCTION TRIM(AL-APPROVAL) =
                               FUNCTION TRIM(AP-ID(WS-PICK-N))
                               AND FUNCTION TRIM(AL-STATUS) = "OPEN"
                               MOVE APL-ROW-CNT TO APL-ROW-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPEAL-FILE
           IF APL-ROW-MATCH = 0
               DISPLAY "No open appeal row for request "
                   AP-ID(WS-PICK-N) " -- fine_appeals.csv unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE APL-ROW(APL-ROW-MATCH) TO APPEAL-REC
           PERFORM PARSE-APPEAL-ROW
           MOVE WS-RELIEF TO AL-RELIEF
           MOVE SPACES TO APL-ROW(APL-ROW-MATCH)
           STRING AL-ID DELIMITED BY SIZE ","
                  AL-FINE-ID DELIMITED BY SIZE ","
                  AL-MEMBER DELIMITED BY SIZE ","
                  AL-REASON DELIMITED BY SIZE ","
                  AL-BALANCE DELIMITED BY SIZE ","
                  FUNCTION TRIM(AL-GROUNDS) DELIMITED BY SIZE ","
                  AL-LODGED DELIMITED BY SIZE ","
                  AL-LODGED-BY DELIMITED BY SIZE ","
                  WS-APPEAL-OUTCOME DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  AL-RELIEF DELIMITED BY SIZE ","
                  AL-APPROVAL DELIMITED BY SIZE
               INTO APL-ROW(APL-ROW-MATCH)

           OPEN OUTPUT APPEAL-FILE
           PERFORM VARYING APL-ROW-IDX FROM 1 BY 1
               UNTIL APL-ROW-IDX > APL-ROW-CNT
               MOVE APL-ROW(APL-ROW-IDX) TO APPEAL-REC
               WRITE APPEAL-REC
           END-PERFORM
           CLOSE APPEAL-FILE.

       PARSE-APPEAL-ROW.
           MOVE SPACES TO AL-STATUS AL-DEC-DATE AL-DEC-BY
               AL-RELIEF AL-APPROVAL
           UNSTRING APPEAL-REC DELIMITED BY ","
               INTO AL-ID, AL-FINE-ID, AL-MEMBER, AL-REASON,
                    AL-BALANCE, AL-GROUNDS, AL-LODGED, AL-LODGED-BY,
                    AL-STATUS, AL-DEC-DATE, AL-DEC-BY, AL-RELIEF,
                    AL-APPROVAL.

      *-----------------------------------------------------------------
      *> A referral held as APPEAL goes back to REF for whatever is
      *> still owing, or is CLEARED when the appeal took it all off.
       RELEASE-REFERRAL.
           MOVE 0 TO REF-CNT
           MOVE 'N' TO WS-REF-CHANGED
           MOVE 'N' TO FILE-END
           OPEN INPUT REFER-FILE
           IF WS-REFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REFER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF REF-CNT < 500
                           ADD 1 TO REF-CNT
                           UNSTRING REFER-REC DELIMITED BY ","
                               INTO RF-FINE-ID(REF-CNT),
                                    RF-DATE(REF-CNT),
                                    RF-STATUS(REF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFER-FILE
           PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > REF-CNT
               IF FUNCTION TRIM(RF-FINE-ID(REF-IDX)) =
                   FUNCTION TRIM(AP-REF(WS-PICK-N))
                   AND FUNCTION TRIM(RF-STATUS(REF-IDX)) = "APPEAL"
                   IF WS-RELIEF > 0 AND WS-RELIEF = WS-FINE-BALANCE
                       MOVE "CLEARED" TO RF-STATUS(REF-IDX)
                   ELSE
                       MOVE "REF" TO RF-STATUS(REF-IDX)
                   END-IF
                   MOVE 'Y' TO WS-REF-CHANGED
               END-IF
           END-PERFORM
           IF WS-REF-CHANGED = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REFER-FILE
           PERFORM VARYING REF-IDX FROM 1 BY 1 UNTIL REF-IDX > REF-CNT
               MOVE SPACES TO REFER-REC
               STRING RF-FINE-ID(REF-IDX) DELIMITED BY SIZE ","
                      RF-DATE(REF-IDX) DELIMITED BY SIZE ","
                      RF-STATUS(REF-IDX) DELIMITED BY SIZE
                   INTO REFER-REC
               WRITE REFER-REC
           END-PERFORM
           CLOSE REFER-FILE.

      *-----------------------------------------------------------------
      *> The approved refund queues the refunds.csv credit exactly
           DISPLAY "Refund credit " NEW-REFUND-ID " queued for "
               "member " AP-MEMBER(WS-PICK-N) ".".

      *-----------------------------------------------------------------
      *> A HELD vendor invoice goes RELEASED (payable -- GlExport
      *> posts it that night) or REJECTED, stamped with today's date.
       SET-INVOICE-STATE.
           MOVE 0 TO INV-ROW-CNT
           MOVE 0 TO INV-ROW-MATCH
           MOVE 'N' TO FILE-END
           OPEN INPUT INV-FILE
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "vendor_invoices.csv is missing -- invoice "
                   "not updated."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INV-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF INV-ROW-CNT < 500
                           ADD 1 TO INV-ROW-CNT
                           MOVE INV-REC TO INV-ROW(INV-ROW-CNT)
                           MOVE SPACES TO IV-ID
                           UNSTRING INV-REC DELIMITED BY ","
                               INTO IV-ID
                           IF FUNCTION TRIM(IV-ID) =
                               FUNCTION TRIM(AP-REF(WS-PICK-N))
                               MOVE INV-ROW-CNT TO INV-ROW-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV-FILE
           IF INV-ROW-MATCH = 0
               DISPLAY "Invoice " AP-REF(WS-PICK-N) " is no longer "
                   "on file -- decision recorded but nothing to apply."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IV-TOTAL
           UNSTRING INV-ROW(INV-ROW-MATCH) DELIMITED BY ","
               INTO IV-ID, IV-VENDOR-ID, IV-VENDOR, IV-REF, IV-DATE,
                    IV-TOTAL, IV-STATUS, IV-STATUS-DATE, IV-DUE-DATE,
                    IV-ENTERED-BY
           IF FUNCTION TRIM(IV-STATUS) NOT = "HELD"
               DISPLAY "Invoice " AP-REF(WS-PICK-N) " is already "
                   FUNCTION TRIM(IV-STATUS) " -- left as it is."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INV-ROW(INV-ROW-MATCH)
           STRING IV-ID DELIMITED BY SIZE ","
                  IV-VENDOR-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(IV-VENDOR) DELIMITED BY SIZE ","
                  FUNCTION TRIM(IV-REF) DELIMITED BY SIZE ","
                  IV-DATE DELIMITED BY SIZE ","
                  IV-TOTAL DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INV-NEW-STATE) DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  IV-DUE-DATE DELIMITED BY SIZE ","
                  IV-ENTERED-BY DELIMITED BY SIZE
               INTO INV-ROW(INV-ROW-MATCH)

           OPEN OUTPUT INV-FILE
           PERFORM VARYING INV-ROW-IDX FROM 1 BY 1
               UNTIL INV-ROW-IDX > INV-ROW-CNT
               MOVE INV-ROW(INV-ROW-IDX) TO INV-REC
               WRITE INV-REC
           END-PERFORM
           CLOSE INV-FILE
           DISPLAY "Vendor invoice " FUNCTION TRIM(IV-ID) " is now "
               FUNCTION TRIM(WS-INV-NEW-STATE) ".".

      *-----------------------------------------------------------------
       AUDIT-DECISION.
           MOVE "ApprovalQueue" TO WS-AUDIT-PROGRAM
