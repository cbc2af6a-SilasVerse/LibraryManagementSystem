      *            charge on fine.csv, and the copy goes to an
      *            INCOMPLETE status out of circulation until
      *            KitMaint marks it whole again.
      * (Updated by Silas): The member's loans of the title are
      *            looked up on loans.idx (LoanLookup) before log.csv
      *            is loaded, so a return with nothing out is turned
      *            away at once, and the closed-off row is handed to
      *            the index once log.csv is rewritten.
      * (Updated by Silas): A supervisor's waiver on their own or a
      *            household member's account (StaffConflict) is
      *            never applied at the desk -- it parks in
      *            pending_approvals.csv for a different supervisor
      *            and the attempt is logged.
      * (Updated by Silas): Reshelving cart -- a clean return of a
      *            tracked copy now goes to RESHELVING with a
      *            reshelve_queue.csv row instead of straight to
      *            AVAILABLE, and stays out of book_count until the
      *            shelving scan in Reshelve puts it on the shelf;
      *            hold-trapped copies skip the cart.
      * (Updated by Silas): An overdue fine is charged at the title's
      *            material-format rate (formats.csv, see FormatMaint)
      *            when the format sets one, ahead of the genre rate.
      * (Updated by Silas): Staff alerts on the member's account
      *            (AlertCheck, see MemberAlerts) show once the member
      *            is entered; a must-acknowledge alert holds the return
      *            until the operator confirms it.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT REPAIR-FILE ASSIGN TO "../repair_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIR-STATUS.
      *> Reshelving cart -- one row per copy checked in to the cart,
      *> closed by the shelving scan in Reshelve.
           SELECT RESHELVE-FILE ASSIGN TO "../reshelve_queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHELVE-STATUS.
      *> Floating policy (branch,genre rows that float) and the
      *> per-copy re-home ledger -- see FloatManage.
           SELECT FLOATPOL-FILE ASSIGN TO "../floating_policy.csv"
       01  NOTIFY-REC      PIC X(200).
       FD  REPAIR-FILE.
       01  REPAIR-REC      PIC X(200).
       FD  RESHELVE-FILE.
       01  RESHELVE-REC    PIC X(100).
       FD  FLOATPOL-FILE.
       01  FLOATPOL-REC    PIC X(50).
       FD  FLOATHOME-FILE.
       01  WS-RETURN-CONDITION      PIC X(10) VALUE "GOOD".
       01  WS-DAMAGE-FEE            PIC 9(6) VALUE 3000.
       01  WS-REPAIR-STATUS         PIC XX.
       01  WS-RESHELVE-STATUS       PIC XX.
       01  WS-CART-BRANCH           PIC X(10).

      *> Lets staff waive an overdue fine or a lost-book replacement
      *> cost at return time instead of collecting it, recording why
       01  GF-IDX                 PIC 9(2) VALUE 0.
       01  FINE-BK-IDX            PIC 9(4) VALUE 0.

      *> Material-format call arguments -- see FormatCheck.cbl.
       01  WS-FC-BOOK-ID          PIC X(5).
       01  WS-FC-FORMAT           PIC X(10).
       01  WS-FC-DAYS             PIC 9(3).
       01  WS-FC-CAP              PIC 9(2).
       01  WS-FC-RENEWALS         PIC 9(2).
       01  WS-FC-RATE             PIC 9(5).
       01  WS-FC-RULES            PIC X(4).

      *> Holds queue, checked whenever a copy comes back in so the
      *> next waiting member can be alerted before it returns to
      *> general circulation.
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

      *> Staff alerts on the member's account -- see AlertCheck.
       01  WS-AK-PROGRAM      PIC X(20) VALUE SPACES.
       01  WS-AK-PROCEED      PIC X VALUE 'Y'.

      *> Equipment hour-loan settlement -- hours past the EHRS
      *> allowance charge at the EQRT hourly rate.
       01  WS-EQUIP-HOURS      PIC 9(2) VALUE 2.
       01  WS-PARK-REASON      PIC X(40) VALUE SPACES.
       01  WS-AP-ID-X          PIC X(5).
       01  WS-AP-ID-N          PIC 9(5).
      *> Own/household account check -- see StaffConflict.
       01  WS-SC-ACTION        PIC X(8) VALUE "WAIVER".
       01  WS-SC-REF           PIC X(6) VALUE SPACES.
       01  WS-SC-ROUTE         PIC X VALUE 'N'.
       01  WS-SC-RESULT        PIC X VALUE 'N'.
       01  MAX-APPROVAL-ID     PIC 9(5) VALUE 0.
       01  NEW-APPROVAL-ID     PIC 9(5).

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION        PIC X(4).
       01  WS-LL-KEY           PIC X(5).
       01  WS-LL-LINE          PIC X(200).
       01  WS-LL-RESULT        PIC X.
       01  WS-LL-BOOK          PIC X(5).
       01  WS-LL-SKIP          PIC X(10).
       01  WS-LL-RETURNED      PIC X(10).
      *> 'Y' loan out, 'R' only returned loans, 'N' none, 'U' no
      *> index -- see CHECK-LOAN-INDEX.
       01  WS-LOAN-ON-INDEX    PIC X VALUE 'U'.
       01  WS-LOAN-MATCH-IDX   PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.

       DISPLAY "Enter Member ID: "
       ACCEPT WS-MEMBER-ID
      *> Notes staff left on the account (see MemberAlerts) -- one
      *> that must be acknowledged holds the return until it is.
       MOVE "ReturnBook" TO WS-AK-PROGRAM
       CALL 'AlertCheck' USING WS-MEMBER-ID, WS-OPERATOR-ID,
           WS-AK-PROGRAM, WS-AK-PROCEED
       IF WS-AK-PROCEED = 'N'
           GO TO ENDER
       END-IF
       DISPLAY "Enter Book ID: "
       ACCEPT WS-BOOK-ID
      *> Which branch is physically taking this return -- blank
       DISPLAY "Branch taking the return (blank = home branch): "
       ACCEPT WS-RETURN-BRANCH

      *> Settle "nothing to return" off the index before log.csv is
      *> loaded.
       PERFORM CHECK-LOAN-INDEX
       IF WS-LOAN-ON-INDEX = 'R'
            DISPLAY "You have already returned the book."
            GO TO ENDER
       END-IF
       IF WS-LOAN-ON-INDEX = 'N'
           DISPLAY "No matching record found."
           GO TO ENDER
       END-IF

       ACCEPT SYS-DATE FROM DATE YYYYMMDD
       MOVE SYS-DATE(1:4) TO SYS-YYYY
       MOVE SYS-DATE(5:2) TO SYS-MM
                   MOVE WS-RETURN-TIME TO RT-TIME(IDX)
                   MOVE WS-OPERATOR-ID TO OP-ID(IDX)
                   MOVE "Y" TO FOUND
                   MOVE IDX TO WS-LOAN-MATCH-IDX
                   MOVE "N" TO already_return
                   MOVE CP-ID(IDX) TO RETURNED-COPY-ID

                           MOVE GF-RATE(GF-IDX) TO WS-FINE-RATE
                       END-IF
                   END-PERFORM
      *> A material format with a fine rate of its own (see
      *> FormatMaint) charges that instead of the genre's.
                   MOVE WS-BOOK-ID TO WS-FC-BOOK-ID
                   MOVE SPACES TO WS-FC-FORMAT
                   CALL 'FormatCheck' USING WS-FC-BOOK-ID,
                       WS-FC-FORMAT, WS-FC-DAYS, WS-FC-CAP,
                       WS-FC-RENEWALS, WS-FC-RATE, WS-FC-RULES
                   IF WS-FC-RULES(4:1) = 'Y'
                       MOVE WS-FC-RATE TO WS-FINE-RATE
                   END-IF

                   COMPUTE FINE-AMOUNT = DIFF-DAYS * WS-FINE-RATE
                   DISPLAY "Overdue by ", DIFF-DAYS, " days."
           RT-TIME(IDX) DELIMITED BY SIZE
               INTO LOG-REC
           WRITE LOG-REC
           IF IDX = WS-LOAN-MATCH-IDX
               MOVE LOG-REC TO WS-LL-LINE
           END-IF
       END-PERFORM
       CLOSE LOG-FILE
       MOVE "PUT " TO WS-LL-ACTION
       CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY, WS-LL-LINE,
           WS-LL-RESULT

      * The holds queue decides where the returned copy goes before
      * any stock is restored: a waiting hold traps it on the hold
      * Update book count for the returned copy -- a lost copy never
      * comes back, a copy trapped on the hold shelf isn't shelvable
      * stock, and a damaged tracked copy is off to the repair queue,
      * so none of those restores the aggregate count. A clean
      * tracked copy goes onto the reshelving cart and is counted
      * back only when the shelving scan puts it on the shelf. A
      * legacy copy with no bookcopies.csv row has no cart or repair
      * queue to sit in, so it still counts back in the old way.
       IF WS-LOST-FLAG NOT = 'Y' AND HOLD-MATCH-IDX = 0
           AND WS-KIT-INCOMPLETE NOT = 'Y'
           IF FUNCTION TRIM(RETURNED-COPY-ID) = SPACE
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > BK-CNT
                   IF BK-ID-TAB(IDX) = WS-BOOK-ID
                       ADD 1 TO BK-COUNT(IDX)
                                   TO CP-STATUS(COPY-MATCH-IDX)
                           END-IF
                       ELSE
                           MOVE "RESHELVING"
                               TO CP-STATUS(COPY-MATCH-IDX)
                           PERFORM WRITE-RESHELVE-ROW
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COPY-FILE
           END-IF
      *> No bookcopies.csv row for the copy after all -- nothing to
      *> put on the cart, so the title's count takes it back.
           IF COPY-MATCH-IDX = 0
               AND WS-LOST-FLAG NOT = 'Y' AND HOLD-MATCH-IDX = 0
               AND WS-KIT-INCOMPLETE NOT = 'Y'
               AND WS-DAMAGE-FLAG NOT = 'Y'
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > BK-CNT
                   IF BK-ID-TAB(IDX) = WS-BOOK-ID
                       ADD 1 TO BK-COUNT(IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
       END-IF

      * Alert the member whose hold trapped this copy -- the match
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
      *> Walks all of the member's loans on loans.idx for this title.
      *> An open one settles it ('Y'); returned ones alone mean it is
      *> already back ('R'); neither means no such loan ('N'). 'U'
      *> leaves the decision to the log.csv search below.
       CHECK-LOAN-INDEX.
           MOVE 'N' TO WS-LOAN-ON-INDEX
           MOVE "MALL" TO WS-LL-ACTION
           MOVE WS-MEMBER-ID TO WS-LL-KEY
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           IF WS-LL-RESULT = 'U'
               MOVE 'U' TO WS-LOAN-ON-INDEX
               EXIT PARAGRAPH
           END-IF
           MOVE "NEXT" TO WS-LL-ACTION
           PERFORM UNTIL WS-LL-RESULT NOT = 'Y'
               MOVE SPACES TO WS-LL-RETURNED
               UNSTRING WS-LL-LINE DELIMITED BY ","
                   INTO WS-LL-SKIP, WS-LL-SKIP, WS-LL-BOOK,
                        WS-LL-SKIP, WS-LL-SKIP, WS-LL-SKIP,
                        WS-LL-RETURNED
               IF WS-LL-BOOK = WS-BOOK-ID
                   IF FUNCTION TRIM(WS-LL-RETURNED) = SPACE
                       MOVE 'Y' TO WS-LOAN-ON-INDEX
                       MOVE "CLOS" TO WS-LL-ACTION
                   ELSE
                       MOVE 'R' TO WS-LOAN-ON-INDEX
                   END-IF
               END-IF
               CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                   WS-LL-LINE, WS-LL-RESULT
           END-PERFORM.

      *-----------------------------------------------------------------
      *> One courier-manifest row for a copy trapped toward another
      *> branch's hold shelf -- date, copy, book, from, to, member.
               PERFORM PARK-WAIVER-APPROVAL
           END-IF.

      *-----------------------------------------------------------------
      *> One reshelve_queue.csv row per copy put on the cart -- copy,
      *> title, branch the cart is at (where the return was taken in,
      *> else the title's home branch), date and time in, source,
      *> status CART, and the shelved date/time Reshelve stamps.
       WRITE-RESHELVE-ROW.
           MOVE WS-RETURN-BRANCH TO WS-CART-BRANCH
           IF FUNCTION TRIM(WS-CART-BRANCH) = SPACE
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > BK-CNT
                   IF BK-ID-TAB(IDX) = WS-BOOK-ID
                       MOVE BK-BRANCH(IDX) TO WS-CART-BRANCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF FUNCTION TRIM(WS-CART-BRANCH) = SPACE
               MOVE "MAIN" TO WS-CART-BRANCH
           END-IF
           OPEN EXTEND RESHELVE-FILE
           IF WS-RESHELVE-STATUS NOT = "00"
               CLOSE RESHELVE-FILE
               OPEN OUTPUT RESHELVE-FILE
           END-IF
           MOVE SPACES TO RESHELVE-REC
           STRING RETURNED-COPY-ID    DELIMITED BY SIZE ","
                  WS-BOOK-ID          DELIMITED BY SIZE ","
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CART-BRANCH))
                                      DELIMITED BY SIZE ","
                  WS-RETURN-DATE      DELIMITED BY SIZE ","
                  WS-RETURN-TIME      DELIMITED BY SIZE ","
                  "DESK,CART,,"       DELIMITED BY SIZE
               INTO RESHELVE-REC
           WRITE RESHELVE-REC
           CLOSE RESHELVE-FILE
           DISPLAY "Copy " FUNCTION TRIM(RETURNED-COPY-ID)
               " goes on the reshelving cart.".

      *-----------------------------------------------------------------
      *> One repair_log.csv row per copy entering the repair queue --
      *> copy, title, recorded condition, and the date it went out,
           IF WS-WAIVE-CONFIRM = "Y" OR WS-WAIVE-CONFIRM = "y"
               DISPLAY "Waiver reason: "
               ACCEPT WS-WAIVER-REASON
      *> A supervisor waiving on their own or a household account
      *> never waives at the desk -- it parks for a different
      *> supervisor the same way an over-threshold waiver does.
               CALL 'StaffConflict' USING WS-OPERATOR-ID, MB-ID(IDX),
                   WS-SC-ACTION, WS-SC-REF, WS-SC-ROUTE, WS-SC-RESULT
               IF WS-SC-RESULT = 'Y'
                   MOVE WS-WAIVER-REASON TO WS-PARK-REASON
                   MOVE SPACES TO WS-WAIVER-REASON
                   MOVE WS-FINE-DUE-AMT TO WS-PARK-AMT
                   MOVE 'Y' TO WS-WAIVE-PENDING
                   DISPLAY "The waiver request parks for a different "
                       "supervisor and the charge stands until it is "
                       "approved."
                   EXIT PARAGRAPH
               END-IF
      *> Above the threshold even a supervisor's waiver parks for
      *> review -- the charge is booked unwaived and only the
      *> approval in ApprovalQueue actually forgives it.
