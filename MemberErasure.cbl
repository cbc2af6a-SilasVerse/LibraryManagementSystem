      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Right-to-erasure for a closed member. RetentionSweep
      *          anonymizes by age and PurgeMembers archives whole
      *          rows intact; neither answers a person who asks for
      *          their details to be erased now. This does, for a
      *          member who is no longer ACTIVE (or already purged to
      *          members_archive.csv) and has no open loan, no
      *          WAITING/READY hold and no balance either way -- no
      *          unpaid fine or membership fee, no credit held.
      *          Like a purge it is a supervised action: the first run
      *          parks an ERASE request on pending_approvals.csv, and
      *          once a supervisor approves it in ApprovalQueue the
      *          next run does the work and consumes the ticket (USED).
      *          On members.csv and members_archive.csv the member's
      *          name, email, address and phone become the ERASED
      *          token and the kiosk PIN is cleared (a blank PIN can
      *          never sign in -- see Kiosk). On every side file that
      *          carries contact details beside the member ID (the
      *          notice, reminder and recall files, hold
      *          notifications, the collections hand-off, complaints
      *          and the member and subject-access exports) any field
      *          holding one of those details is replaced the same
      *          way. The member ID stays, so fines, receipts, loans
      *          and every count and amount built on them are
      *          untouched. erasure_register.csv records only that an
      *          erasure was made, when, on which ticket and who
      *          approved it -- never who was erased.
      * Tectonics: cobc
      * (Updated by Silas): locker_notices.csv carries the member's
      *            contact details beside the locker code and is
      *            scrubbed like hold notifications.
      * (Updated by Silas): composed_notices.csv (the name is also
      *            cleared inside the notice wording), phone_calls.csv,
      *            new_arrivals.csv and overdue_notices_post.csv are
      *            scrubbed as side files too; an ACTIVE digital loan or
      *            a WAITING/READY digital hold blocks an erasure like
      *            its print counterpart.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberErasure IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "../pending_approvals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "../erasure_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-REC            PIC X(700).
       FD  APPROVAL-FILE.
       01  APPROVAL-REC        PIC X(200).
       FD  REGISTER-FILE.
       01  REGISTER-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DATA-STATUS      PIC XX.
       01  WS-APPROVAL-STATUS  PIC XX.
       01  WS-REGISTER-STATUS  PIC XX.
       01  WS-DATA-PATH        PIC X(40).
       01  FILE-END            PIC X VALUE 'N'.
       01  CONFIRM             PIC X.

       01  SYS-DATE            PIC 9(8).
       01  SYS-TIME            PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).
       01  WS-NOW-DISPLAY      PIC X(8).

       01  WS-OPERATOR-ID      PIC X(10).
       01  WS-OP-VALID         PIC X VALUE 'M'.
       01  WS-OP-ROLE          PIC X(5) VALUE SPACES.
       01  WS-MEMBER-IN        PIC X(5).

      *> The neutral token. Fits every contact column it lands in
      *> and never matches a real value.
       01  WS-ERASE-TOKEN      PIC X(6) VALUE "ERASED".

      *> Files carrying the member's contact details, the column their
      *> member ID sits in, and how the row is scrubbed: M -- a
      *> members.csv-layout row, cleared by position; S -- a side
      *> file, any field equal to one of the member's details; T --
      *> as S, and the name is also cleared inside free text.
       01  SCRUB-VALUES.
           05  FILLER PIC X(28) VALUE "members.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "M".
           05  FILLER PIC X(28) VALUE "members_archive.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "M".
           05  FILLER PIC X(28) VALUE "hold_notifications.csv".
           05  FILLER PIC 9(2)  VALUE 2.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "overdue_notices.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "overdue_notices_sms.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "recall_notices.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "courtesy_reminders.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "new_arrivals_sms.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "collections_handoff.csv".
           05  FILLER PIC 9(2)  VALUE 2.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "complaints.csv".
           05  FILLER PIC 9(2)  VALUE 4.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "export_members.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "subject_access_export.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "locker_notices.csv".
           05  FILLER PIC 9(2)  VALUE 2.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "composed_notices.csv".
           05  FILLER PIC 9(2)  VALUE 6.
           05  FILLER PIC X     VALUE "T".
           05  FILLER PIC X(28) VALUE "phone_calls.csv".
           05  FILLER PIC 9(2)  VALUE 4.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "new_arrivals.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
           05  FILLER PIC X(28) VALUE "overdue_notices_post.csv".
           05  FILLER PIC 9(2)  VALUE 1.
           05  FILLER PIC X     VALUE "S".
       01  SCRUB-TABLE REDEFINES SCRUB-VALUES.
           05  SC-ENTRY OCCURS 17 TIMES.
               10  SC-FILE      PIC X(28).
               10  SC-COLUMN    PIC 9(2).
               10  SC-MODE      PIC X.
       01  SC-IDX              PIC 9(2) VALUE 0.
       01  SC-CHANGED          PIC 9(5) VALUE 0.

      *> One file held in memory while it is scrubbed.
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 5000 TIMES PIC X(700).
       01  ROW-CNT             PIC 9(5) VALUE 0.
       01  ROW-IDX             PIC 9(5) VALUE 0.
       01  WS-ROW-OVER         PIC X VALUE 'N'.
       01  WS-OVER-FILE        PIC X(28) VALUE SPACES.

      *> Plain comma split of a row, for the member column and the
      *> loan/hold/fine/fee/credit checks.
       01  ROW-FIELDS.
           05 ER-FLD OCCURS 14 TIMES PIC X(40).

      *> The member as found, and the details to hunt for.
       01  WS-FOUND-IN         PIC X(28) VALUE SPACES.
       01  WS-MEMBER-FLAG      PIC X(10) VALUE SPACES.
       01  ER-NAME             PIC X(60) VALUE SPACES.
       01  ER-EMAIL            PIC X(60) VALUE SPACES.
       01  ER-ADDRESS          PIC X(120) VALUE SPACES.
       01  ER-PHONE            PIC X(30) VALUE SPACES.
       01  ER-ADDR-LEN         PIC 9(3) VALUE 0.
       01  ER-NAME-LEN         PIC 9(3) VALUE 0.

      *> Row scrubber -- walks the row a character at a time so a
      *> quoted address with commas in it stays one field.
       01  WS-ROW              PIC X(700).
       01  WS-NEW-ROW          PIC X(700).
       01  WS-TMP-ROW          PIC X(700).
       01  WS-ROW-LEN          PIC 9(3) VALUE 0.
       01  WS-POS              PIC 9(3) VALUE 0.
       01  WS-OUT-PTR          PIC 9(3) VALUE 1.
       01  WS-IN-QUOTE         PIC X VALUE 'N'.
       01  WS-FLD-BUF          PIC X(700).
       01  WS-FLD-LEN          PIC 9(3) VALUE 0.
       01  WS-FLD-NO           PIC 9(2) VALUE 0.
       01  WS-FLD-VAL          PIC X(700).
       01  WS-SCRUB-MODE       PIC X VALUE 'S'.
       01  WS-FLD-ACTION       PIC X VALUE 'K'.

      *> What blocks an erasure.
       01  CNT-LOANS           PIC 9(5) VALUE 0.
       01  CNT-HOLDS           PIC 9(5) VALUE 0.
       01  CNT-FINES           PIC 9(5) VALUE 0.
       01  CNT-FEES            PIC 9(5) VALUE 0.
       01  CNT-DLOANS          PIC 9(5) VALUE 0.
       01  CNT-DHOLDS          PIC 9(5) VALUE 0.
       01  WS-CREDIT-BAL       PIC S9(9) VALUE 0.
       01  WS-AMT-N            PIC 9(7) VALUE 0.
       01  WS-COUNT-ED         PIC ZZZZ9.
       01  WS-CREDIT-ED        PIC -(8)9.

      *> Approval tickets -- see ApprovalQueue.
       01  APPROVAL-TABLE.
           05 AP-ROW OCCURS 2000 TIMES PIC X(200).
       01  APPROVAL-CNT        PIC 9(4) VALUE 0.
       01  APPROVAL-IDX        PIC 9(4) VALUE 0.
       01  WS-TICKET-IDX       PIC 9(4) VALUE 0.
       01  WS-PENDING-IDX      PIC 9(4) VALUE 0.
       01  AP-ID               PIC X(5).
       01  AP-TYPE             PIC X(8).
       01  AP-REF              PIC X(6).
       01  AP-MEMBER           PIC X(5).
       01  AP-AMOUNT           PIC X(8).
       01  AP-REQ-BY           PIC X(10).
       01  AP-REQ-DATE         PIC X(10).
       01  AP-REASON           PIC X(40).
       01  AP-STATUS-F         PIC X(8).
       01  AP-DEC-BY           PIC X(10).
       01  AP-DEC-DATE         PIC X(10).
       01  WS-AP-ID-N          PIC 9(5).
       01  MAX-APPROVAL-ID     PIC 9(5) VALUE 0.
       01  NEW-APPROVAL-ID     PIC 9(5).
       01  WS-TICKET-ID        PIC X(5).
       01  WS-APPROVED-BY      PIC X(10).
       01  WS-APPROVED-ON      PIC X(10).

      *> Erasure register.
       01  WS-REG-N            PIC 9(5) VALUE 0.
       01  WS-MAX-REG          PIC 9(5) VALUE 0.
       01  WS-REG-ID-X         PIC X(5).

       01  WS-BUILD-RESULT     PIC X.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
      *> Logged against the ticket, not the member, so the trail
      *> says no more than the register does.
       01  WS-AUDIT-PROGRAM    PIC X(20) VALUE 'MemberErasure'.
       01  WS-AUDIT-ENTITY     PIC X(10) VALUE 'ERASURE'.
       01  WS-AUDIT-OLD        PIC X(10).
       01  WS-AUDIT-NEW        PIC X(10).

       01  WS-LOCK-ACQUIRED    PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM   PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE   PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting the
      *> member and side files.
           MOVE 'MemberErasure' TO WS-ERRLOG-PROGRAM
           CALL 'FileLock' USING 'LOCK', WS-LOCK-ACQUIRED,
               WS-ERRLOG-PROGRAM
           IF WS-LOCK-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           ELSE
               DISPLAY "Another transaction is updating the library "
                   "files right now. Please try again shortly."
               MOVE 'Lock contention -- transaction aborted'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           ACCEPT SYS-TIME FROM TIME
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           STRING SYS-TIME(1:2) DELIMITED BY SIZE ":"
                  SYS-TIME(3:2) DELIMITED BY SIZE ":"
                  SYS-TIME(5:2) DELIMITED BY SIZE
               INTO WS-NOW-DISPLAY

           DISPLAY "=============================="
           DISPLAY "   RIGHT-TO-ERASURE"
           DISPLAY "=============================="
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter Staff/Operator ID: "
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID can't be blank!"
               ELSE
                   CALL 'OperatorCheck' USING WS-OPERATOR-ID,
                       WS-OP-VALID, WS-OP-ROLE
                   IF WS-OP-VALID = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO WS-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           PERFORM FIND-MEMBER
           IF WS-FOUND-IN = SPACES
               DISPLAY "No member with that ID on members.csv or "
                   "members_archive.csv."
               GO TO ENDER
           END-IF
           IF FUNCTION TRIM(ER-NAME) = WS-ERASE-TOKEN
               DISPLAY "Member " WS-MEMBER-IN " has already been "
                   "erased."
               GO TO ENDER
           END-IF
           IF WS-FOUND-IN = "members.csv"
               AND FUNCTION TRIM(WS-MEMBER-FLAG) = "ACTIVE"
               DISPLAY "Member " WS-MEMBER-IN " is still ACTIVE -- "
                   "close the membership before erasing it."
               GO TO ENDER
           END-IF

      *> Nothing may still be owed either way, or be waiting to be
      *> collected -- erasing the contact details would leave no way
      *> to settle it.
           PERFORM COUNT-OUTSTANDING
           IF CNT-LOANS > 0 OR CNT-HOLDS > 0 OR CNT-FINES > 0
               OR CNT-FEES > 0 OR WS-CREDIT-BAL NOT = 0
               OR CNT-DLOANS > 0 OR CNT-DHOLDS > 0
               DISPLAY "Member " WS-MEMBER-IN " can't be erased yet:"
               IF CNT-LOANS > 0
                   MOVE CNT-LOANS TO WS-COUNT-ED
                   DISPLAY "  Open loans:           " WS-COUNT-ED
               END-IF
               IF CNT-HOLDS > 0
                   MOVE CNT-HOLDS TO WS-COUNT-ED
                   DISPLAY "  Waiting/ready holds:  " WS-COUNT-ED
               END-IF
               IF CNT-DLOANS > 0
                   MOVE CNT-DLOANS TO WS-COUNT-ED
                   DISPLAY "  Open digital loans:   " WS-COUNT-ED
               END-IF
               IF CNT-DHOLDS > 0
                   MOVE CNT-DHOLDS TO WS-COUNT-ED
                   DISPLAY "  Digital holds:        " WS-COUNT-ED
               END-IF
               IF CNT-FINES > 0
                   MOVE CNT-FINES TO WS-COUNT-ED
                   DISPLAY "  Unpaid fines:         " WS-COUNT-ED
               END-IF
               IF CNT-FEES > 0
                   MOVE CNT-FEES TO WS-COUNT-ED
                   DISPLAY "  Unpaid fees:          " WS-COUNT-ED
               END-IF
               IF WS-CREDIT-BAL NOT = 0
                   MOVE WS-CREDIT-BAL TO WS-CREDIT-ED
                   DISPLAY "  Credit balance (MMK): " WS-CREDIT-ED
               END-IF
               GO TO ENDER
           END-IF

      *> An erasure only runs against an APPROVED ticket from the
      *> supervisor approval queue -- without one the run parks a
      *> request and stops.
           PERFORM LOAD-APPROVALS
           IF WS-TICKET-IDX = 0
               IF WS-PENDING-IDX > 0
                   DISPLAY "Erasure request " AP-ID " for member "
                       WS-MEMBER-IN " is still awaiting supervisor "
                       "approval."
               ELSE
                   PERFORM PARK-ERASE-REQUEST
               END-IF
               GO TO ENDER
           END-IF

      *> Every file is sized before anything is touched, so an
      *> erasure is never left half done.
           PERFORM CHECK-FILE-SIZES
           IF WS-ROW-OVER = 'Y'
               DISPLAY FUNCTION TRIM(WS-OVER-FILE) " holds more rows "
                   "than this program can scrub -- nothing erased."
               MOVE 'Erasure refused -- side file over capacity'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
               GO TO ENDER
           END-IF

           DISPLAY "Member " WS-MEMBER-IN " ("
               FUNCTION TRIM(WS-FOUND-IN) ")  "
               FUNCTION TRIM(ER-NAME)
           DISPLAY "Approved on ticket " WS-TICKET-ID " by "
               FUNCTION TRIM(WS-APPROVED-BY) " on " WS-APPROVED-ON "."
           DISPLAY "Name, email, address, phone and PIN will be "
               "erased from the member file and every side file."
           DISPLAY "This can't be undone. Erase now (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Nothing changed."
               GO TO ENDER
           END-IF

           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 17
               PERFORM SCRUB-FILE
           END-PERFORM
      *> The keyed mirror still holds the old members.csv row.
           CALL 'BuildMemberIndex' USING WS-BUILD-RESULT
           PERFORM CONSUME-TICKET
           PERFORM WRITE-REGISTER

           DISPLAY "Member " WS-MEMBER-IN " erased -- register entry "
               WS-REG-ID-X " on ticket " WS-TICKET-ID "."
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
      *> members.csv first, then the purged members in the archive.
      *> The details are taken from whichever row is found; a purged
      *> member is closed by definition.
       FIND-MEMBER.
           MOVE SPACES TO WS-FOUND-IN
           MOVE 1 TO SC-IDX
           PERFORM FIND-IN-MEMBER-FILE
           IF WS-FOUND-IN = SPACES
               MOVE 2 TO SC-IDX
               PERFORM FIND-IN-MEMBER-FILE
           END-IF.

      *-----------------------------------------------------------------
       FIND-IN-MEMBER-FILE.
           MOVE SPACES TO WS-DATA-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(SC-FILE(SC-IDX)) DELIMITED BY SIZE
               INTO WS-DATA-PATH
           MOVE 'N' TO FILE-END
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF DATA-REC(1:5) = WS-MEMBER-IN
                           AND DATA-REC(6:1) = ","
                           MOVE SC-FILE(SC-IDX) TO WS-FOUND-IN
                           MOVE DATA-REC TO WS-ROW
                           MOVE 'P' TO WS-SCRUB-MODE
                           PERFORM WALK-ROW
                           MOVE 'Y' TO FILE-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           MOVE 0 TO ER-ADDR-LEN
           IF ER-ADDRESS NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ER-ADDRESS))
                   TO ER-ADDR-LEN
           END-IF
           MOVE 0 TO ER-NAME-LEN
           IF ER-NAME NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ER-NAME))
                   TO ER-NAME-LEN
           END-IF.

      *-----------------------------------------------------------------
      *> Open loans (log.csv, no return date), WAITING/READY holds,
      *> unpaid fines and fees, ACTIVE digital loans, WAITING/READY
      *> digital holds, and the credit ledger balance.
       COUNT-OUTSTANDING.
           MOVE 0 TO CNT-LOANS CNT-HOLDS CNT-FINES CNT-FEES
           MOVE 0 TO CNT-DLOANS CNT-DHOLDS
           MOVE 0 TO WS-CREDIT-BAL
           MOVE "../log.csv" TO WS-DATA-PATH
           PERFORM OPEN-CHECK-FILE
           PERFORM UNTIL FILE-END = 'Y'
               PERFORM READ-CHECK-ROW
               IF FILE-END = 'N'
                   AND FUNCTION TRIM(ER-FLD(2)) = WS-MEMBER-IN
                   AND FUNCTION TRIM(ER-FLD(7)) = SPACES
                   ADD 1 TO CNT-LOANS
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-FILE
           MOVE "../holds.csv" TO WS-DATA-PATH
           PERFORM OPEN-CHECK-FILE
           PERFORM UNTIL FILE-END = 'Y'
               PERFORM READ-CHECK-ROW
               IF FILE-END = 'N'
                   AND FUNCTION TRIM(ER-FLD(2)) = WS-MEMBER-IN
                   AND (FUNCTION TRIM(ER-FLD(6)) = "WAITING"
                     OR FUNCTION TRIM(ER-FLD(6)) = "READY")
                   ADD 1 TO CNT-HOLDS
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-FILE
           MOVE "../fine.csv" TO WS-DATA-PATH
           PERFORM OPEN-CHECK-FILE
           PERFORM UNTIL FILE-END = 'Y'
               PERFORM READ-CHECK-ROW
               IF FILE-END = 'N'
                   AND FUNCTION TRIM(ER-FLD(3)) = WS-MEMBER-IN
                   AND FUNCTION TRIM(ER-FLD(6)) NOT = "YES"
                   ADD 1 TO CNT-FINES
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-FILE
           MOVE "../membership_fees.csv" TO WS-DATA-PATH
           PERFORM OPEN-CHECK-FILE
           PERFORM UNTIL FILE-END = 'Y'
               PERFORM READ-CHECK-ROW
               IF FILE-END = 'N'
                   AND FUNCTION TRIM(ER-FLD(2)) = WS-MEMBER-IN
                   AND FUNCTION TRIM(ER-FLD(7)) NOT = "YES"
                   ADD 1 TO CNT-FEES
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-FILE
      *> Digital loans and holds keep their own files -- see
      *> DigitalLending.
           MOVE "../digital_loans.csv" TO WS-DATA-PATH
           PERFORM OPEN-CHECK-FILE
           PERFORM UNTIL FILE-END = 'Y'
               PERFORM READ-CHECK-ROW
               IF FILE-END = 'N'
                   AND FUNCTION TRIM(ER-FLD(5)) = WS-MEMBER-IN
                   AND FUNCTION TRIM(ER-FLD(8)) = "ACTIVE"
                   ADD 1 TO CNT-DLOANS
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-FILE
           MOVE "../digital_holds.csv" TO WS-DATA-PATH
           PERFORM OPEN-CHECK-FILE
           PERFORM UNTIL FILE-END = 'Y'
               PERFORM READ-CHECK-ROW
               IF FILE-END = 'N'
                   AND FUNCTION TRIM(ER-FLD(2)) = WS-MEMBER-IN
                   AND (FUNCTION TRIM(ER-FLD(6)) = "WAITING"
                     OR FUNCTION TRIM(ER-FLD(6)) = "READY")
                   ADD 1 TO CNT-DHOLDS
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-FILE
      *> The credit ledger is the sum of the member's rows -- see
      *> CreditLedger.
           MOVE "../member_credits.csv" TO WS-DATA-PATH
           PERFORM OPEN-CHECK-FILE
           PERFORM UNTIL FILE-END = 'Y'
               PERFORM READ-CHECK-ROW
               IF FILE-END = 'N'
                   AND FUNCTION TRIM(ER-FLD(3)) = WS-MEMBER-IN
                   MOVE 0 TO WS-AMT-N
                   IF FUNCTION TRIM(ER-FLD(5)) IS NUMERIC
                       MOVE FUNCTION NUMVAL(ER-FLD(5)) TO WS-AMT-N
                   END-IF
                   IF FUNCTION TRIM(ER-FLD(4)) = "CR"
                       ADD WS-AMT-N TO WS-CREDIT-BAL
                   ELSE
                       SUBTRACT WS-AMT-N FROM WS-CREDIT-BAL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-CHECK-FILE.

      *-----------------------------------------------------------------
      *> A missing file has nothing outstanding in it.
       OPEN-CHECK-FILE.
           MOVE 'N' TO FILE-END
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               MOVE 'Y' TO FILE-END
           END-IF.

       READ-CHECK-ROW.
           READ DATA-FILE
               AT END MOVE 'Y' TO FILE-END
               NOT AT END
                   MOVE SPACES TO ROW-FIELDS
                   UNSTRING DATA-REC DELIMITED BY ","
                       INTO ER-FLD(1), ER-FLD(2), ER-FLD(3), ER-FLD(4),
                            ER-FLD(5), ER-FLD(6), ER-FLD(7), ER-FLD(8),
                            ER-FLD(9), ER-FLD(10), ER-FLD(11),
                            ER-FLD(12), ER-FLD(13), ER-FLD(14)
                   END-UNSTRING
           END-READ.

       CLOSE-CHECK-FILE.
           IF WS-DATA-STATUS = "00" OR WS-DATA-STATUS = "10"
               CLOSE DATA-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> Loads pending_approvals.csv as it stands and finds this
      *> member's ERASE ticket: APPROVED (WS-TICKET-IDX) or still
      *> PENDING (WS-PENDING-IDX).
       LOAD-APPROVALS.
           MOVE 0 TO APPROVAL-CNT
           MOVE 0 TO WS-TICKET-IDX
           MOVE 0 TO WS-PENDING-IDX
           MOVE 0 TO MAX-APPROVAL-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF APPROVAL-CNT < 2000
                           ADD 1 TO APPROVAL-CNT
                           MOVE APPROVAL-REC TO AP-ROW(APPROVAL-CNT)
                           PERFORM SPLIT-APPROVAL
                           IF AP-ID NUMERIC
                               MOVE AP-ID TO WS-AP-ID-N
                               IF WS-AP-ID-N > MAX-APPROVAL-ID
                                   MOVE WS-AP-ID-N TO MAX-APPROVAL-ID
                               END-IF
                           END-IF
                           IF FUNCTION TRIM(AP-TYPE) = "ERASE"
                               AND AP-MEMBER = WS-MEMBER-IN
                               IF FUNCTION TRIM(AP-STATUS-F) =
                                   "APPROVED" AND WS-TICKET-IDX = 0
                                   MOVE APPROVAL-CNT TO WS-TICKET-IDX
                                   MOVE AP-ID TO WS-TICKET-ID
                                   MOVE AP-DEC-BY TO WS-APPROVED-BY
                                   MOVE AP-DEC-DATE TO WS-APPROVED-ON
                               END-IF
                               IF FUNCTION TRIM(AP-STATUS-F) =
                                   "PENDING"
                                   MOVE APPROVAL-CNT TO WS-PENDING-IDX
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           IF WS-PENDING-IDX > 0
               MOVE AP-ROW(WS-PENDING-IDX) TO APPROVAL-REC
               PERFORM SPLIT-APPROVAL
           END-IF.

      *-----------------------------------------------------------------
       SPLIT-APPROVAL.
           MOVE SPACES TO AP-ID AP-TYPE AP-REF AP-MEMBER AP-AMOUNT
               AP-REQ-BY AP-REQ-DATE AP-REASON AP-STATUS-F AP-DEC-BY
               AP-DEC-DATE
           UNSTRING APPROVAL-REC DELIMITED BY ","
               INTO AP-ID, AP-TYPE, AP-REF, AP-MEMBER, AP-AMOUNT,
                    AP-REQ-BY, AP-REQ-DATE, AP-REASON, AP-STATUS-F,
                    AP-DEC-BY, AP-DEC-DATE
           END-UNSTRING.

      *-----------------------------------------------------------------
      *> No ticket: this run becomes the request. The supervisor
      *> approves it in ApprovalQueue and the next run does the work.
       PARK-ERASE-REQUEST.
           COMPUTE NEW-APPROVAL-ID = MAX-APPROVAL-ID + 1
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
           END-IF
           MOVE SPACES TO APPROVAL-REC
           STRING NEW-APPROVAL-ID DELIMITED BY SIZE ","
                  "ERASE" DELIMITED BY SIZE ","
                  WS-MEMBER-IN DELIMITED BY SIZE ","
                  WS-MEMBER-IN DELIMITED BY SIZE ","
                  "0000000" DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  "Right-to-erasure request" DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ",,"
               INTO APPROVAL-REC
           WRITE APPROVAL-REC
           CLOSE APPROVAL-FILE
           MOVE NEW-APPROVAL-ID TO WS-TICKET-ID
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE "REQUESTED" TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-TICKET-ID, WS-AUDIT-OLD, WS-AUDIT-NEW
           DISPLAY "No approved erasure ticket on file -- request "
               NEW-APPROVAL-ID " parked for supervisor approval."
           DISPLAY "Run this again once it is approved.".

      *-----------------------------------------------------------------
       CONSUME-TICKET.
           MOVE AP-ROW(WS-TICKET-IDX) TO APPROVAL-REC
           PERFORM SPLIT-APPROVAL
           MOVE SPACES TO APPROVAL-REC
           STRING AP-ID DELIMITED BY SIZE ","
                  AP-TYPE DELIMITED BY SIZE ","
                  AP-REF DELIMITED BY SIZE ","
                  AP-MEMBER DELIMITED BY SIZE ","
                  FUNCTION TRIM(AP-AMOUNT) DELIMITED BY SIZE ","
                  AP-REQ-BY DELIMITED BY SIZE ","
                  AP-REQ-DATE DELIMITED BY SIZE ","
                  FUNCTION TRIM(AP-REASON) DELIMITED BY SIZE ","
                  "USED" DELIMITED BY SIZE ","
                  AP-DEC-BY DELIMITED BY SIZE ","
                  AP-DEC-DATE DELIMITED BY SIZE
               INTO APPROVAL-REC
           MOVE APPROVAL-REC TO AP-ROW(WS-TICKET-IDX)
           OPEN OUTPUT APPROVAL-FILE
           PERFORM VARYING APPROVAL-IDX FROM 1 BY 1
               UNTIL APPROVAL-IDX > APPROVAL-CNT
               MOVE AP-ROW(APPROVAL-IDX) TO APPROVAL-REC
               WRITE APPROVAL-REC
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
       CHECK-FILE-SIZES.
           MOVE 'N' TO WS-ROW-OVER
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 17
               MOVE 0 TO ROW-CNT
               PERFORM SET-SCRUB-PATH
               MOVE 'N' TO FILE-END
               OPEN INPUT DATA-FILE
               IF WS-DATA-STATUS = "00"
                   PERFORM UNTIL FILE-END = 'Y'
                       READ DATA-FILE
                           AT END MOVE 'Y' TO FILE-END
                           NOT AT END ADD 1 TO ROW-CNT
                       END-READ
                   END-PERFORM
                   CLOSE DATA-FILE
               END-IF
               IF ROW-CNT > 5000
                   MOVE 'Y' TO WS-ROW-OVER
                   MOVE SC-FILE(SC-IDX) TO WS-OVER-FILE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       SET-SCRUB-PATH.
           MOVE SPACES TO WS-DATA-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(SC-FILE(SC-IDX)) DELIMITED BY SIZE
               INTO WS-DATA-PATH.

      *-----------------------------------------------------------------
      *> Loads one file, scrubs the member's rows and writes it back
      *> only if something changed.
       SCRUB-FILE.
           PERFORM SET-SCRUB-PATH
           MOVE 0 TO ROW-CNT
           MOVE 0 TO SC-CHANGED
           MOVE 'N' TO FILE-END
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO ROW-CNT
                       MOVE DATA-REC TO ROW-ENTRY(ROW-CNT)
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-CNT
               MOVE SPACES TO ROW-FIELDS
               UNSTRING ROW-ENTRY(ROW-IDX) DELIMITED BY ","
                   INTO ER-FLD(1), ER-FLD(2), ER-FLD(3), ER-FLD(4),
                        ER-FLD(5), ER-FLD(6)
               END-UNSTRING
               IF FUNCTION TRIM(ER-FLD(SC-COLUMN(SC-IDX))) =
                   WS-MEMBER-IN
                   MOVE ROW-ENTRY(ROW-IDX) TO WS-ROW
                   IF SC-MODE(SC-IDX) = "M"
                       MOVE 'M' TO WS-SCRUB-MODE
                   ELSE
                       MOVE 'S' TO WS-SCRUB-MODE
                       PERFORM ERASE-ADDRESS-TEXT
                       IF SC-MODE(SC-IDX) = "T"
                           PERFORM ERASE-NAME-TEXT
                       END-IF
                   END-IF
                   PERFORM WALK-ROW
                   IF WS-NEW-ROW NOT = ROW-ENTRY(ROW-IDX)
                       MOVE WS-NEW-ROW TO ROW-ENTRY(ROW-IDX)
                       ADD 1 TO SC-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           IF SC-CHANGED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DATA-FILE
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-CNT
               MOVE ROW-ENTRY(ROW-IDX) TO DATA-REC
               WRITE DATA-REC
           END-PERFORM
           CLOSE DATA-FILE
           MOVE SC-CHANGED TO WS-COUNT-ED
           DISPLAY "  " SC-FILE(SC-IDX) WS-COUNT-ED " row(s) erased".

      *-----------------------------------------------------------------
      *> Some side files write the address unquoted, so its commas
      *> split it across fields -- those copies are caught as text
      *> before the field walk.
       ERASE-ADDRESS-TEXT.
           IF ER-ADDR-LEN < 8
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW TRAILING))
               TO WS-ROW-LEN
           IF WS-ROW-LEN < ER-ADDR-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TMP-ROW
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-ROW-LEN
               IF WS-POS + ER-ADDR-LEN - 1 <= WS-ROW-LEN
                   AND WS-ROW(WS-POS:ER-ADDR-LEN) =
                       ER-ADDRESS(1:ER-ADDR-LEN)
                   STRING WS-ERASE-TOKEN DELIMITED BY SIZE
                       INTO WS-TMP-ROW WITH POINTER WS-OUT-PTR
                   ADD ER-ADDR-LEN TO WS-POS
               ELSE
                   STRING WS-ROW(WS-POS:1) DELIMITED BY SIZE
                       INTO WS-TMP-ROW WITH POINTER WS-OUT-PTR
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM
           MOVE WS-TMP-ROW TO WS-ROW.

      *-----------------------------------------------------------------
      *> A composed notice carries the member's name inside its
      *> wording, not as a field of its own -- it is caught as text
      *> the same way.
       ERASE-NAME-TEXT.
           IF ER-NAME-LEN < 3
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW TRAILING))
               TO WS-ROW-LEN
           IF WS-ROW-LEN < ER-NAME-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TMP-ROW
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-ROW-LEN
               IF WS-POS + ER-NAME-LEN - 1 <= WS-ROW-LEN
                   AND WS-ROW(WS-POS:ER-NAME-LEN) =
                       ER-NAME(1:ER-NAME-LEN)
                   STRING WS-ERASE-TOKEN DELIMITED BY SIZE
                       INTO WS-TMP-ROW WITH POINTER WS-OUT-PTR
                   ADD ER-NAME-LEN TO WS-POS
               ELSE
                   STRING WS-ROW(WS-POS:1) DELIMITED BY SIZE
                       INTO WS-TMP-ROW WITH POINTER WS-OUT-PTR
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM
           MOVE WS-TMP-ROW TO WS-ROW.

      *-----------------------------------------------------------------
      *> Walks WS-ROW field by field into WS-NEW-ROW. Mode P only
      *> picks up the member's details from a members.csv-layout row;
      *> M and S also decide, field by field, what gets erased.
       WALK-ROW.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROW TRAILING))
               TO WS-ROW-LEN
           MOVE SPACES TO WS-NEW-ROW
           MOVE 1 TO WS-OUT-PTR
           MOVE 0 TO WS-FLD-NO
           MOVE 0 TO WS-FLD-LEN
           MOVE SPACES TO WS-FLD-BUF
           MOVE 'N' TO WS-IN-QUOTE
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-ROW-LEN
               IF WS-ROW(WS-POS:1) = '"'
                   IF WS-IN-QUOTE = 'N'
                       MOVE 'Y' TO WS-IN-QUOTE
                   ELSE
                       MOVE 'N' TO WS-IN-QUOTE
                   END-IF
               END-IF
               IF WS-ROW(WS-POS:1) = "," AND WS-IN-QUOTE = 'N'
                   PERFORM EMIT-FIELD
                   STRING "," DELIMITED BY SIZE
                       INTO WS-NEW-ROW WITH POINTER WS-OUT-PTR
                   MOVE 0 TO WS-FLD-LEN
                   MOVE SPACES TO WS-FLD-BUF
               ELSE
                   ADD 1 TO WS-FLD-LEN
                   MOVE WS-ROW(WS-POS:1) TO WS-FLD-BUF(WS-FLD-LEN:1)
               END-IF
           END-PERFORM
           PERFORM EMIT-FIELD.

      *-----------------------------------------------------------------
      *> One field: K keep it, E replace it with the token, B blank it.
       EMIT-FIELD.
           ADD 1 TO WS-FLD-NO
           MOVE SPACES TO WS-FLD-VAL
           IF WS-FLD-LEN > 0
               MOVE WS-FLD-BUF(1:WS-FLD-LEN) TO WS-FLD-VAL
               IF WS-FLD-VAL(1:1) = '"'
                   MOVE WS-FLD-BUF(2:WS-FLD-LEN) TO WS-FLD-VAL
                   INSPECT WS-FLD-VAL REPLACING ALL '"' BY SPACE
               END-IF
               MOVE FUNCTION TRIM(WS-FLD-VAL) TO WS-FLD-VAL
           END-IF
           MOVE 'K' TO WS-FLD-ACTION
           EVALUATE WS-SCRUB-MODE
               WHEN 'P'
                   EVALUATE WS-FLD-NO
                       WHEN 2  MOVE WS-FLD-VAL TO ER-NAME
                       WHEN 3  MOVE WS-FLD-VAL TO ER-EMAIL
                       WHEN 4  MOVE WS-FLD-VAL TO ER-ADDRESS
                       WHEN 6  MOVE WS-FLD-VAL TO WS-MEMBER-FLAG
                       WHEN 9  MOVE WS-FLD-VAL TO ER-PHONE
                   END-EVALUATE
               WHEN 'M'
                   EVALUATE WS-FLD-NO
                       WHEN 2
                       WHEN 3
                       WHEN 4
                       WHEN 9
                           MOVE 'E' TO WS-FLD-ACTION
                       WHEN 11
                           MOVE 'B' TO WS-FLD-ACTION
                   END-EVALUATE
               WHEN OTHER
                   IF WS-FLD-VAL NOT = SPACES
                       AND WS-FLD-NO NOT = SC-COLUMN(SC-IDX)
                       IF WS-FLD-VAL = ER-NAME
                           OR WS-FLD-VAL = ER-EMAIL
                           OR WS-FLD-VAL = ER-ADDRESS
                           OR WS-FLD-VAL = ER-PHONE
                           MOVE 'E' TO WS-FLD-ACTION
                       END-IF
                   END-IF
           END-EVALUATE
           EVALUATE WS-FLD-ACTION
               WHEN 'E'
                   STRING WS-ERASE-TOKEN DELIMITED BY SIZE
                       INTO WS-NEW-ROW WITH POINTER WS-OUT-PTR
               WHEN 'B'
                   CONTINUE
               WHEN OTHER
                   IF WS-FLD-LEN > 0
                       STRING WS-FLD-BUF(1:WS-FLD-LEN)
                           DELIMITED BY SIZE
                           INTO WS-NEW-ROW WITH POINTER WS-OUT-PTR
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> Number, date, time, ticket, approver and approval date --
      *> nothing that identifies the member.
       WRITE-REGISTER.
           MOVE 0 TO WS-MAX-REG
           MOVE 'N' TO FILE-END
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ REGISTER-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO WS-REG-ID-X
                           UNSTRING REGISTER-REC DELIMITED BY ","
                               INTO WS-REG-ID-X
                           IF WS-REG-ID-X NUMERIC
                               MOVE WS-REG-ID-X TO WS-REG-N
                               IF WS-REG-N > WS-MAX-REG
                                   MOVE WS-REG-N TO WS-MAX-REG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           COMPUTE WS-REG-N = WS-MAX-REG + 1
           MOVE WS-REG-N TO WS-REG-ID-X
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE SPACES TO REGISTER-REC
           STRING WS-REG-ID-X DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-NOW-DISPLAY DELIMITED BY SIZE ","
                  WS-TICKET-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-APPROVED-BY) DELIMITED BY SIZE ","
                  WS-APPROVED-ON DELIMITED BY SIZE
               INTO REGISTER-REC
           WRITE REGISTER-REC
           CLOSE REGISTER-FILE
           MOVE "APPROVED" TO WS-AUDIT-OLD
           MOVE "ERASED" TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               WS-TICKET-ID, WS-AUDIT-OLD, WS-AUDIT-NEW.

       END PROGRAM MemberErasure.
