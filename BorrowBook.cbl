      *            cap and RFCAP fine cap from parameters.csv, no
      *            holds, and their loans flagged RECIP in log.csv
      *            for the per-partner settlement statement.
      * (Updated by Silas): The member's open-loan count now comes
      *            straight off loans.idx through LoanLookup instead
      *            of a pass over all of log.csv, and the new loan
      *            row is handed to the index as it is written. The
      *            old scan remains as the fallback when the index
      *            is unavailable.
      * (Updated by Silas): When no AVAILABLE copy of the title is left,
      *            a copy on a front-of-house display (ON-DISPLAY, see
      *            Displays) is issued instead.
      * (Updated by Silas): A title's material format (formats.csv,
      *            see FormatMaint/FormatCheck) brings its own loan
      *            period, per-format loan cap and slip fine rate
      *            when the format sets them.
      * (Updated by Silas): A fine under an OPEN appeal (AppealCheck,
      *            see FineAppeal) no longer counts toward the FCAP fine
      *            cap until its outcome is recorded.
      * (Updated by Silas): Van stock (branch MOBILE) lent at a
      *            bookmobile stop is due on the stop's next open visit
      *            after the loan period (StopDue, see Bookmobile) and
      *            is noted in bookmobile_loans.csv.
      * (Updated by Silas): Staff alerts on the member's account
      *            (AlertCheck, see MemberAlerts) show once the member
      *            is entered; a must-acknowledge alert holds the
      *            session until the operator confirms it.
      * (Updated by Silas): A new hold's estimated ready date
      *            (HoldEstimate) is kept on hold_estimates.csv through
      *            HoldEstimateLog for the hold performance report.
      * (Updated by Silas): An audience-rating override for the
      *            operator's own or a household member's child account
      *            (StaffConflict) is refused and parks an OVERRIDE
      *            ticket until a different supervisor approves it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BorrowBook.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *> Hold queue -- optional, since a fresh installation has no
      *> holds.csv until the first reservation is taken.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
      *> printer picks this file up, like member_card.txt.
           SELECT SLIP-FILE ASSIGN TO "../date_due_slip.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Loans issued at a bookmobile stop, for the per-stop
      *> statistics in Bookmobile.
           SELECT STOPLOAN-FILE ASSIGN TO "../bookmobile_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOPLOAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLIP-FILE.
       01  SLIP-REC           PIC X(70).

       FD  STOPLOAN-FILE.
       01  STOPLOAN-REC       PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-ID       PIC X(5).
       01  WS-BOOK-ID         PIC X(5).
       01  FINE-IDX           PIC 9(4) VALUE 0.
       01  FINE-EOF           PIC X VALUE 'N'.
       01  WS-UNPAID-FINE-TOTAL PIC 9(7) VALUE 0.
      *> A fine under an OPEN appeal is on hold -- see AppealCheck.
       01  WS-APPEAL-OPEN     PIC X VALUE 'N'.
      *> Operational numbers, overridable at startup from
      *> parameters.csv via GetParam -- the VALUEs here are the
      *> compiled defaults an installation without the file keeps.
       01  WS-NI-VALUE        PIC 9(5).
       01  WS-NI-OK           PIC X.
       01  WS-LOG-EMPTY       PIC X VALUE 'Y'.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-LOG-SCANNED     PIC X VALUE 'N'.

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION       PIC X(4).
       01  WS-LL-KEY          PIC X(5).
       01  WS-LL-LINE         PIC X(200).
       01  WS-LL-RESULT       PIC X.

      *> Material-format call arguments -- see FormatCheck.cbl. The
      *> borrowed title's format and rules stay in the FC- fields;
      *> the open-loan pass below looks each loan's format up in
      *> the WS-FO- fields so it doesn't disturb them.
       01  WS-FC-BOOK-ID      PIC X(5).
       01  WS-FC-FORMAT       PIC X(10).
       01  WS-FC-DAYS         PIC 9(3).
       01  WS-FC-CAP          PIC 9(2).
       01  WS-FC-RENEWALS     PIC 9(2).
       01  WS-FC-RATE         PIC 9(5).
       01  WS-FC-RULES        PIC X(4).
       01  WS-FO-BOOK-ID      PIC X(5).
       01  WS-FO-FORMAT       PIC X(10).
       01  WS-FO-DAYS         PIC 9(3).
       01  WS-FO-CAP          PIC 9(2).
       01  WS-FO-RENEWALS     PIC 9(2).
       01  WS-FO-RATE         PIC 9(5).
       01  WS-FO-RULES        PIC X(4).
       01  WS-FMT-LOAN-CNT    PIC 9(2) VALUE 0.
       01  WS-FO-SKIP         PIC X(5).

      *> Everything this session borrowed, for the one date-due
      *> slip printed at the end -- it's multi-book now, so one
       01  WS-CC-DATE-2       PIC 9(8) VALUE 0.
       01  WS-CC-RESULT       PIC 9(8) VALUE 0.

      *> Bookmobile stop the session is issuing at -- asked once,
      *> the first time a copy of van stock (branch MOBILE) is
      *> lent; the loan is then due on that stop's next visit (see
      *> StopDue) instead of the rolled-forward loan period.
       01  WS-VAN-STOP        PIC X(5) VALUE SPACES.
       01  WS-VAN-ASKED       PIC X VALUE 'N'.
       01  WS-STOP-ALIGNED    PIC X VALUE 'N'.
       01  WS-SD-DUE          PIC 9(8) VALUE 0.
       01  WS-SD-FOUND        PIC X VALUE 'N'.
       01  WS-STOPLOAN-STATUS PIC XX.

       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

      *> Staff alerts on the member's account -- see AlertCheck.
       01  WS-AK-PROGRAM      PIC X(20) VALUE SPACES.
       01  WS-AK-PROCEED      PIC X VALUE 'Y'.

      *> Borrowing-ban lookup -- see BanCheck/Incidents.
       01  WS-BC-BANNED       PIC X VALUE 'N'.
       01  WS-BC-UNTIL        PIC X(10) VALUE SPACES.
       01  WS-BR-BOOK-ID      PIC X(5).
       01  WS-BR-RATING       PIC X(3).
       01  WS-RATE-OVERRIDE   PIC X.
      *> Own/household account check -- see StaffConflict.
       01  WS-SC-ACTION       PIC X(8) VALUE "OVERRIDE".
       01  WS-SC-REF          PIC X(6).
       01  WS-SC-ROUTE        PIC X VALUE 'Y'.
       01  WS-SC-RESULT       PIC X VALUE 'N'.
       01  WS-AUDIT-PROGRAM   PIC X(20).
       01  WS-AUDIT-ENTITY    PIC X(10).
       01  WS-AUDIT-ID        PIC X(5).
       MAIN-PROCEDURE.

       PERFORM LOAD-OPERATIONAL-PARAMS
       MOVE SPACES TO WS-VAN-STOP
       MOVE 'N' TO WS-VAN-ASKED
       DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-"
       MOVE SPACES TO WS-OPERATOR-ID
       PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
           GO TO ENDER
       END-IF

      * Notes staff left on the account (see MemberAlerts) -- one
      * that must be acknowledged holds the session until it is.
       MOVE "BorrowBook" TO WS-AK-PROGRAM
       CALL 'AlertCheck' USING WS-MEMBER-ID, WS-OPERATOR-ID,
           WS-AK-PROGRAM, WS-AK-PROCEED
       IF WS-AK-PROCEED = 'N'
           GO TO ENDER
       END-IF

      * A caregiver at the desk may be collecting for a housebound
      * member -- with an authorization on file the session posts
      * against the principal, proxy recorded on each log row.
           IF FUNCTION TRIM(WS-BR-RATING) = "A"
               DISPLAY "This title is rated A (adult) and the "
                   "member is a child account."
      * Staff never override the rating for their own household's
      * child: the first attempt parks an OVERRIDE ticket, and the
      * issue only goes through once a different supervisor
      * approves it in ApprovalQueue.
               MOVE WS-BOOK-ID TO WS-SC-REF
               MOVE 'Y' TO WS-SC-ROUTE
               CALL 'StaffConflict' USING WS-OPERATOR-ID,
                   WS-MEMBER-ID, WS-SC-ACTION, WS-SC-REF,
                   WS-SC-ROUTE, WS-SC-RESULT
               IF WS-SC-RESULT = 'Y'
                   DISPLAY "Issue refused on audience rating."
                   GO TO BORROW-ONE-BOOK-EXIT
               END-IF
               DISPLAY "Staff/guardian override -- issue anyway "
                   "(Y/N)? "
               ACCEPT WS-RATE-OVERRIDE
           END-IF
       END-IF

       PERFORM COUNT-OPEN-LOANS

       IF CURR-LOAN-CNT >= MAX-LOANS-PER-MEMBER
           DISPLAY "Member already has " CURR-LOAN-CNT
           GO TO BORROW-ONE-BOOK-EXIT
       END-IF

      *> A format with a loan cap of its own (formats.csv, see
      *> FormatMaint) limits how many of that format the member may
      *> hold at once, inside the overall cap above.
       MOVE WS-BOOK-ID TO WS-FC-BOOK-ID
       MOVE SPACES TO WS-FC-FORMAT
       CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
           WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
           WS-FC-RULES
       IF WS-FC-RULES(2:1) = 'Y'
           PERFORM COUNT-FORMAT-LOANS
           IF WS-FMT-LOAN-CNT >= WS-FC-CAP
               DISPLAY "Member already has " WS-FMT-LOAN-CNT " "
                   FUNCTION TRIM(WS-FC-FORMAT) " item(s) checked out"
                   " (limit " WS-FC-CAP "). Borrow refused."
               GO TO BORROW-ONE-BOOK-EXIT
           END-IF
       END-IF

      *> The transaction number comes off the control file, which
      *> survives ArchiveLog trimming log.csv -- the in-file
      *> max-scan above is only the fallback that seeds it on an
           MOVE WS-NI-VALUE TO MAX-TRAN-ID
           SUBTRACT 1 FROM MAX-TRAN-ID
       ELSE
      *> The seed needs the highest ID on file, which the keyed
      *> count above never looked at.
           IF WS-LOG-SCANNED NOT = 'Y'
               PERFORM SCAN-LOG-FOR-LOANS
           END-IF
           IF MAX-TRAN-ID = 0
               MOVE 30000 TO MAX-TRAN-ID
           END-IF
           END-IF
       END-PERFORM

      *> A format with its own loan period outranks the genre's --
      *> DVDs go out for a week whatever their genre. Reserve,
      *> reading-room, homebound, clock and institutional rules
      *> below still win.
       IF WS-FC-RULES(1:1) = 'Y'
           MOVE WS-FC-DAYS TO WS-DAYS-TO-ADD
       END-IF

      *> A title on an active-term course reserve circulates on the
      *> short reserve period so the whole class gets a turn.
       PERFORM CHECK-COURSE-RESERVE

       COMPUTE RES = FUNCTION INTEGER-OF-DATE (TODAY)
       ADD WS-DAYS-TO-ADD TO RES
      *> Van stock lent at a stop comes back on the van -- due on
      *> the stop's next visit at or after the loan period.
       MOVE 'N' TO WS-STOP-ALIGNED
       IF FUNCTION TRIM(BK-BRANCH(BK-MATCH-IDX)) = "MOBILE"
           AND WS-LOAN-TYPE NOT = "INLIB"
           AND WS-LOAN-TYPE NOT = "EQUIP"
           PERFORM ALIGN-STOP-DUE-DATE
       END-IF
      *> A due date landing on a closed day rolls to the next open
      *> one -- nobody can return a book to a locked building.
       IF WS-STOP-ALIGNED = 'N'
           MOVE "ROLLFW" TO WS-CC-ACTION
           MOVE RES TO WS-CC-DATE-1
           CALL 'ClosureCal' USING WS-CC-ACTION, WS-CC-DATE-1,
               WS-CC-DATE-2, WS-CC-RESULT
           MOVE WS-CC-RESULT TO RES
       END-IF
       COMPUTE TODAY = FUNCTION DATE-OF-INTEGER (RES)
       MOVE TODAY(1:4) TO END-YEAR
       MOVE TODAY(5:2) TO END-MONTH
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM
      *> No copy left on the shelf proper -- a display copy is just
      *> as issuable.
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF CP-BOOK-ID(COPY-IDX) = WS-BOOK-ID
                   AND FUNCTION TRIM(CP-STATUS(COPY-IDX)) =
                       "ON-DISPLAY"
                   AND COPY-MATCH-IDX = 0
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM
      *> Only a shelf copy came off the countable stock -- a hold-
      *> shelf copy was never counted back in when it returned.
           COMPUTE BK-COUNT(BK-MATCH-IDX) =

      *> An empty log.csv still needs creating; the ID itself now
      *> comes from the control file either way.
       OPEN EXTEND LOG-FILE
       IF WS-LOG-STATUS NOT = "00"
           CLOSE LOG-FILE
           OPEN OUTPUT LOG-FILE
       END-IF
      *>  OPEN EXTEND LOG-FILE
       MOVE SPACES TO LOG-REC
              WS-CO-TIME DELIMITED BY SIZE
           INTO LOG-REC
       WRITE LOG-REC
       MOVE LOG-REC TO WS-LL-LINE
       CLOSE LOG-FILE
       MOVE "PUT " TO WS-LL-ACTION
       CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY, WS-LL-LINE,
           WS-LL-RESULT
       IF WS-STOP-ALIGNED = 'Y'
           PERFORM RECORD-STOP-LOAN
       END-IF

      * The loan is committed -- a fulfilled hold comes off the
      * queue so the hold shelf releases cleanly.
                   MOVE SR-RATE(SR-IDX) TO SL-RATE(SLIP-CNT)
               END-IF
           END-PERFORM
           IF WS-FC-RULES(4:1) = 'Y'
               MOVE WS-FC-RATE TO SL-RATE(SLIP-CNT)
           END-IF
           MOVE BK-BRANCH(BK-MATCH-IDX) TO SL-BRANCH(SLIP-CNT)
       END-IF.

           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
      *> The member's open loans, read straight off loans.idx by the
      *> member alternate key. Only when the index can't be had does
      *> the whole of log.csv get read, the way it always was.
       COUNT-OPEN-LOANS.
           MOVE 0 TO CURR-LOAN-CNT
           MOVE 'N' TO WS-LOG-SCANNED
           MOVE "MOPN" TO WS-LL-ACTION
           MOVE WS-MEMBER-ID TO WS-LL-KEY
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           IF WS-LL-RESULT = 'U'
               PERFORM SCAN-LOG-FOR-LOANS
               EXIT PARAGRAPH
           END-IF
           MOVE "NEXT" TO WS-LL-ACTION
           PERFORM UNTIL WS-LL-RESULT NOT = 'Y'
               ADD 1 TO CURR-LOAN-CNT
               CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                   WS-LL-LINE, WS-LL-RESULT
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The member's open loans in the borrowed title's format --
      *> the same keyed read as COUNT-OPEN-LOANS, with the plain
      *> pass over log.csv when the index can't be had.
       COUNT-FORMAT-LOANS.
           MOVE 0 TO WS-FMT-LOAN-CNT
           MOVE "MOPN" TO WS-LL-ACTION
           MOVE WS-MEMBER-ID TO WS-LL-KEY
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           IF WS-LL-RESULT = 'U'
               PERFORM SCAN-LOG-FOR-FORMAT
               EXIT PARAGRAPH
           END-IF
           MOVE "NEXT" TO WS-LL-ACTION
           PERFORM UNTIL WS-LL-RESULT NOT = 'Y'
               UNSTRING WS-LL-LINE DELIMITED BY ","
                   INTO WS-FO-SKIP, WS-FO-SKIP, WS-FO-BOOK-ID
               PERFORM TALLY-FORMAT-LOAN
               CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                   WS-LL-LINE, WS-LL-RESULT
           END-PERFORM.

       SCAN-LOG-FOR-FORMAT.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO CURR-TRAN-ID-X, LOG-MB-ID, LOG-BK-ID,
                                LOG-ST-DATE, LOG-ED-DATE, LOG-DUE-FLAG,
                                LOG-RTN-DATE
                       IF LOG-MB-ID = WS-MEMBER-ID AND
                           FUNCTION TRIM(LOG-RTN-DATE) = SPACE
                           MOVE LOG-BK-ID TO WS-FO-BOOK-ID
                           PERFORM TALLY-FORMAT-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       TALLY-FORMAT-LOAN.
           MOVE SPACES TO WS-FO-FORMAT
           CALL 'FormatCheck' USING WS-FO-BOOK-ID, WS-FO-FORMAT,
               WS-FO-DAYS, WS-FO-CAP, WS-FO-RENEWALS, WS-FO-RATE,
               WS-FO-RULES
           IF WS-FO-FORMAT = WS-FC-FORMAT
               ADD 1 TO WS-FMT-LOAN-CNT
           END-IF.

      *-----------------------------------------------------------------
      *> Full pass over log.csv -- open-loan count and highest
      *> transaction ID in one go.
       SCAN-LOG-FOR-LOANS.
           MOVE 'N' TO FILE-END
           MOVE 0 TO CURR-LOAN-CNT
           MOVE 0 TO MAX-TRAN-ID
           MOVE 'Y' TO WS-LOG-EMPTY
           MOVE 'Y' TO WS-LOG-SCANNED
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 'N' TO WS-LOG-EMPTY
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO CURR-TRAN-ID-X, LOG-MB-ID, LOG-BK-ID,
                                LOG-ST-DATE, LOG-ED-DATE, LOG-DUE-FLAG,
                                LOG-RTN-DATE
                       MOVE CURR-TRAN-ID-X TO CURR-TRAN-ID
                       IF CURR-TRAN-ID > MAX-TRAN-ID
                           MOVE CURR-TRAN-ID TO MAX-TRAN-ID
                       END-IF

                       IF LOG-MB-ID = WS-MEMBER-ID AND
                           FUNCTION TRIM(LOG-RTN-DATE) = SPACE
                           ADD 1 TO CURR-LOAN-CNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *-----------------------------------------------------------------
      *> One boxed slip for the whole session, overwritten each
      *> checkout the way member_card.txt is -- the desk printer
               DISPLAY "   (spool job " WS-PS-JOB ")"
           END-IF.

      *-----------------------------------------------------------------
      *> Which bookmobile stop is the van at? Asked once a session;
      *> a stop StopDue doesn't know (unknown, retired) falls back
      *> to the ordinary due date.
       ALIGN-STOP-DUE-DATE.
           IF WS-VAN-ASKED = 'N'
               MOVE 'Y' TO WS-VAN-ASKED
               DISPLAY "Van stock -- bookmobile stop ID "
                   "(blank = not at a stop): "
               ACCEPT WS-VAN-STOP
           END-IF
           IF WS-VAN-STOP = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL 'StopDue' USING WS-VAN-STOP, RES, WS-SD-DUE,
               WS-SD-FOUND
           IF WS-SD-FOUND = 'Y'
               MOVE WS-SD-DUE TO RES
               MOVE 'Y' TO WS-STOP-ALIGNED
           ELSE
               DISPLAY "Stop " WS-VAN-STOP " isn't an active stop "
                   "on the route -- ordinary due date applies."
               MOVE SPACES TO WS-VAN-STOP
           END-IF.

       RECORD-STOP-LOAN.
           OPEN EXTEND STOPLOAN-FILE
           IF WS-STOPLOAN-STATUS NOT = "00"
               OPEN OUTPUT STOPLOAN-FILE
           END-IF
           MOVE SPACES TO STOPLOAN-REC
           STRING NEW-TRAN-ID DELIMITED BY SIZE ","
                  WS-VAN-STOP DELIMITED BY SIZE ","
                  START-DATE DELIMITED BY SIZE ","
                  WS-MEMBER-ID DELIMITED BY SIZE
               INTO STOPLOAN-REC
           WRITE STOPLOAN-REC
           CLOSE STOPLOAN-FILE.

      *-----------------------------------------------------------------
      *> Is the session's member on the homebound register?
       CHECK-HOMEBOUND.

      *> Only the balance still owed counts against the cap -- a
      *> fine being paid off in instalments through PayFine shrinks
      *> as the payments land. A fine the member has appealed stays
      *> out of the sum until ApprovalQueue records the outcome.
                       IF FN-MEMBER-ID(FINE-CNT) = WS-FINE-CHECK-ID
                           AND FUNCTION TRIM(FN-PAID-FLAG(FINE-CNT))
                               NOT = "YES"
                           CALL 'AppealCheck' USING
                               FN-FINE-ID(FINE-CNT), WS-APPEAL-OPEN
                           IF WS-APPEAL-OPEN = 'N'
                               COMPUTE WS-UNPAID-FINE-TOTAL =
                                   WS-UNPAID-FINE-TOTAL
                                   + FN-AMOUNT(FINE-CNT)
                                   - FN-WAIVED-AMT(FINE-CNT)
                                   - FN-PAID-AMT(FINE-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               INTO HOLD-REC
           WRITE HOLD-REC
           CLOSE HOLD-FILE
      *> What HoldEstimate promises today, kept for the hold
      *> performance report -- see HoldEstimateLog.
           CALL 'HoldEstimateLog' USING WS-BOOK-ID, WS-MEMBER-ID,
               START-DATE

           DISPLAY "You have been placed on the hold queue for "
               "this title."
