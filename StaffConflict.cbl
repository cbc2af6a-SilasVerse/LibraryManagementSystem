      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared own-account check, the same shape as
      *          BanCheck. An operator's row in operators.csv can
      *          carry their own member ID; with the guardian links
      *          in members.csv that gives the operator's household.
      *          A waiver, void, refund, override or reinstatement
      *          on a household account is a conflict of interest:
      *          it is refused at the desk and must be decided in
      *          ApprovalQueue by a different supervisor.
      *
      *          SC-ROUTE 'N' only reports the conflict -- the
      *          caller parks its own ticket (ReturnBook's WAIVER,
      *          FoundItem's REFUND, which ApprovalQueue applies).
      *          SC-ROUTE 'Y' routes the ticket here: an APPROVED
      *          ticket of type SC-ACTION for this member and
      *          reference, decided by someone other than the
      *          operator, is consumed (USED) and SC-RESULT comes
      *          back 'A' so the caller may proceed; otherwise a
      *          PENDING ticket is parked (once) and the action is
      *          refused.
      *
      *          Every conflicted attempt is appended to
      *          staff_conflicts.csv and the audit trail (SELFDEAL).
      *          No operators.csv, no member link, or no members.csv
      *          reports 'N'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StaffConflict.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO '../operators.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-operator-status.
           SELECT MEMBER-FILE ASSIGN TO '../members.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-member-status.
           SELECT APPROVAL-FILE ASSIGN TO '../pending_approvals.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-approval-status.
           SELECT CONFLICT-FILE ASSIGN TO '../staff_conflicts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-conflict-status.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC            PIC X(150).
       FD  MEMBER-FILE.
       01  MEMBER-REC              PIC X(200).
       FD  APPROVAL-FILE.
       01  APPROVAL-REC            PIC X(200).
       FD  CONFLICT-FILE.
       01  CONFLICT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
       01  ws-operator-status      PIC XX.
       01  ws-member-status        PIC XX.
       01  ws-approval-status      PIC XX.
       01  ws-conflict-status      PIC XX.
       01  ws-eof                  PIC X VALUE 'N'.

      *> operators.csv -- only the ID and the trailing member link.
       01  op-id                   PIC X(10).
       01  op-skip                 PIC X(40).
       01  op-member               PIC X(5).
       01  ws-own-member           PIC X(5).

      *> members.csv -- ID and guardian, quoted address or not.
       01  ws-quote-cnt            PIC 9(3).
       01  id_to_email             PIC X(70).
       01  mb-addr                 PIC X(60).
       01  gender_n_flag           PIC X(70).
       01  mb-id                   PIC X(5).
       01  mb-skip                 PIC X(40).
       01  mb-guardian             PIC X(5).
       01  ws-target-guardian      PIC X(5).
       01  ws-own-guardian         PIC X(5).

      *> pending_approvals.csv, held whole for the USED rewrite.
       01  approval-table.
           05 ap-row OCCURS 2000 TIMES PIC X(200).
       01  approval-cnt            PIC 9(4) VALUE 0.
       01  approval-idx            PIC 9(4) VALUE 0.
       01  ws-ticket-idx           PIC 9(4) VALUE 0.
       01  ws-pending-idx          PIC 9(4) VALUE 0.
       01  ap-id                   PIC X(5).
       01  ap-type                 PIC X(8).
       01  ap-ref                  PIC X(6).
       01  ap-member               PIC X(5).
       01  ap-amount               PIC X(8).
       01  ap-req-by               PIC X(10).
       01  ap-req-date             PIC X(10).
       01  ap-reason               PIC X(40).
       01  ap-status               PIC X(8).
       01  ap-dec-by               PIC X(10).
       01  ap-dec-date             PIC X(10).
       01  ws-ap-id-n              PIC 9(5).
       01  max-approval-id         PIC 9(5) VALUE 0.
       01  new-approval-id         PIC 9(5).

       01  ws-outcome              PIC X(16).
       01  ws-today                PIC 9(8).
       01  ws-now                  PIC 9(8).
       01  ws-today-display        PIC X(10).
       01  ws-time-display         PIC X(8).

       01  ws-audit-program        PIC X(20) VALUE 'StaffConflict'.
       01  ws-audit-entity         PIC X(10) VALUE 'SELFDEAL'.
       01  ws-audit-id             PIC X(5).
       01  ws-audit-old            PIC X(10).
       01  ws-audit-new            PIC X(10).

       LINKAGE SECTION.
      *> SC-RESULT 'N' no conflict; 'Y' conflict, refused; 'A'
      *> conflict, but an approved ticket was consumed (SC-ROUTE 'Y'
      *> only).
       01  SC-OPERATOR             PIC X(10).
       01  SC-MEMBER               PIC X(5).
       01  SC-ACTION               PIC X(8).
       01  SC-REF                  PIC X(6).
       01  SC-ROUTE                PIC X.
       01  SC-RESULT               PIC X.

       PROCEDURE DIVISION USING SC-OPERATOR, SC-MEMBER, SC-ACTION,
           SC-REF, SC-ROUTE, SC-RESULT.
       0000-MAIN-PROCEDURE.
           MOVE 'N' TO SC-RESULT
           IF SC-OPERATOR = SPACES OR SC-MEMBER = SPACES
               GOBACK
           END-IF
           PERFORM FIND-OWN-MEMBER
           IF ws-own-member = SPACES
               GOBACK
           END-IF
           PERFORM FIND-GUARDIANS
           IF ws-own-member = SC-MEMBER
               OR ws-target-guardian = ws-own-member
               OR ws-own-guardian = SC-MEMBER
               OR (ws-target-guardian NOT = SPACES
                   AND ws-target-guardian = ws-own-guardian)
               MOVE 'Y' TO SC-RESULT
           ELSE
               GOBACK
           END-IF

           DISPLAY "Member " SC-MEMBER " is your own or a household "
               "account -- " FUNCTION TRIM(SC-ACTION)
               " needs a different supervisor."
           MOVE "REFUSED" TO ws-outcome
           IF SC-ROUTE = 'Y'
               PERFORM ROUTE-TICKET
           END-IF
           PERFORM LOG-ATTEMPT
           GOBACK.

      *-----------------------------------------------------------------
       FIND-OWN-MEMBER.
           MOVE SPACES TO ws-own-member
           MOVE 'N' TO ws-eof
           OPEN INPUT OPERATOR-FILE
           IF ws-operator-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO op-member
                       UNSTRING OPERATOR-REC DELIMITED BY ","
                           INTO op-id, op-skip, op-skip, op-skip,
                                op-skip, op-skip, op-skip, op-skip,
                                op-skip, op-member
                       IF FUNCTION TRIM(op-id) =
                           FUNCTION TRIM(SC-OPERATOR)
                           MOVE op-member TO ws-own-member
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

      *-----------------------------------------------------------------
      *> Guardians of the target account and of the operator's own
      *> account -- a parent, a child, or two children of the same
      *> guardian all count as one household.
       FIND-GUARDIANS.
           MOVE SPACES TO ws-target-guardian
           MOVE SPACES TO ws-own-guardian
           MOVE 'N' TO ws-eof
           OPEN INPUT MEMBER-FILE
           IF ws-member-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO mb-guardian
                       MOVE 0 TO ws-quote-cnt
                       INSPECT MEMBER-REC TALLYING ws-quote-cnt
                           FOR ALL '"'
                       IF ws-quote-cnt > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO id_to_email, mb-addr,
                                    gender_n_flag
                           UNSTRING id_to_email DELIMITED BY ','
                               INTO mb-id
                           UNSTRING gender_n_flag DELIMITED BY ','
                               INTO mb-skip, mb-skip, mb-skip,
                                    mb-skip, mb-skip, mb-skip,
                                    mb-skip, mb-skip, mb-guardian
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ','
                               INTO mb-id, mb-skip, mb-skip, mb-skip,
                                    mb-skip, mb-skip, mb-skip,
                                    mb-skip, mb-skip, mb-skip,
                                    mb-skip, mb-guardian
                       END-IF
                       IF mb-id = SC-MEMBER
                           MOVE mb-guardian TO ws-target-guardian
                       END-IF
                       IF mb-id = ws-own-member
                           MOVE mb-guardian TO ws-own-guardian
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

      *-----------------------------------------------------------------
      *> Consume an approved ticket from a different supervisor, or
      *> park one for ApprovalQueue if none is waiting already.
       ROUTE-TICKET.
           PERFORM LOAD-APPROVALS
           IF ws-ticket-idx > 0
               MOVE ap-row(ws-ticket-idx) TO APPROVAL-REC
               PERFORM SPLIT-APPROVAL
               MOVE SPACES TO ws-outcome
               STRING "APPROVED " DELIMITED BY SIZE
                      ap-id DELIMITED BY SIZE
                   INTO ws-outcome
               DISPLAY "Approved on ticket " ap-id " by "
                   FUNCTION TRIM(ap-dec-by) " -- going ahead."
               PERFORM CONSUME-TICKET
               MOVE 'A' TO SC-RESULT
               EXIT PARAGRAPH
           END-IF
           IF ws-pending-idx > 0
               MOVE ap-row(ws-pending-idx) TO APPROVAL-REC
               PERFORM SPLIT-APPROVAL
               MOVE SPACES TO ws-outcome
               STRING "PENDING " DELIMITED BY SIZE
                      ap-id DELIMITED BY SIZE
                   INTO ws-outcome
               DISPLAY "Request " ap-id " for this is already waiting "
                   "in the approval queue."
               EXIT PARAGRAPH
           END-IF
           PERFORM PARK-TICKET
           MOVE SPACES TO ws-outcome
           STRING "TICKET " DELIMITED BY SIZE
                  new-approval-id DELIMITED BY SIZE
               INTO ws-outcome
           DISPLAY "Request " new-approval-id " parked -- a different "
               "supervisor must approve it in the approval queue.".

      *-----------------------------------------------------------------
       LOAD-APPROVALS.
           MOVE 0 TO approval-cnt
           MOVE 0 TO ws-ticket-idx
           MOVE 0 TO ws-pending-idx
           MOVE 0 TO max-approval-id
           MOVE 'N' TO ws-eof
           OPEN INPUT APPROVAL-FILE
           IF ws-approval-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF approval-cnt < 2000
                           ADD 1 TO approval-cnt
                           MOVE APPROVAL-REC TO ap-row(approval-cnt)
                           PERFORM SPLIT-APPROVAL
                           IF ap-id NUMERIC
                               MOVE ap-id TO ws-ap-id-n
                               IF ws-ap-id-n > max-approval-id
                                   MOVE ws-ap-id-n TO max-approval-id
                               END-IF
                           END-IF
                           IF ap-type = SC-ACTION
                               AND ap-member = SC-MEMBER
                               AND ap-ref = SC-REF
                               IF FUNCTION TRIM(ap-status) = "APPROVED"
                                   AND ap-dec-by NOT = SC-OPERATOR
                                   AND ws-ticket-idx = 0
                                   MOVE approval-cnt TO ws-ticket-idx
                               END-IF
                               IF FUNCTION TRIM(ap-status) = "PENDING"
                                   MOVE approval-cnt TO ws-pending-idx
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
       SPLIT-APPROVAL.
           MOVE SPACES TO ap-id ap-type ap-ref ap-member ap-amount
               ap-req-by ap-req-date ap-reason ap-status ap-dec-by
               ap-dec-date
           UNSTRING APPROVAL-REC DELIMITED BY ","
               INTO ap-id, ap-type, ap-ref, ap-member, ap-amount,
                    ap-req-by, ap-req-date, ap-reason, ap-status,
                    ap-dec-by, ap-dec-date
           END-UNSTRING.

      *-----------------------------------------------------------------
       PARK-TICKET.
           PERFORM SET-NOW
           COMPUTE new-approval-id = max-approval-id + 1
           OPEN EXTEND APPROVAL-FILE
           IF ws-approval-status NOT = "00"
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
           END-IF
           MOVE SPACES TO APPROVAL-REC
           STRING new-approval-id DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-ACTION) DELIMITED BY SIZE ","
                  SC-REF DELIMITED BY SIZE ","
                  SC-MEMBER DELIMITED BY SIZE ","
                  "0000000" DELIMITED BY SIZE ","
                  SC-OPERATOR DELIMITED BY SIZE ","
                  ws-today-display DELIMITED BY SIZE ","
                  "Staff own/household account" DELIMITED BY SIZE ","
                  "PENDING" DELIMITED BY SIZE ",,"
               INTO APPROVAL-REC
           WRITE APPROVAL-REC
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
       CONSUME-TICKET.
           MOVE SPACES TO APPROVAL-REC
           STRING ap-id DELIMITED BY SIZE ","
                  ap-type DELIMITED BY SIZE ","
                  ap-ref DELIMITED BY SIZE ","
                  ap-member DELIMITED BY SIZE ","
                  FUNCTION TRIM(ap-amount) DELIMITED BY SIZE ","
                  ap-req-by DELIMITED BY SIZE ","
                  ap-req-date DELIMITED BY SIZE ","
                  FUNCTION TRIM(ap-reason) DELIMITED BY SIZE ","
                  "USED" DELIMITED BY SIZE ","
                  ap-dec-by DELIMITED BY SIZE ","
                  ap-dec-date DELIMITED BY SIZE
               INTO APPROVAL-REC
           MOVE APPROVAL-REC TO ap-row(ws-ticket-idx)
           OPEN OUTPUT APPROVAL-FILE
           PERFORM VARYING approval-idx FROM 1 BY 1
               UNTIL approval-idx > approval-cnt
               MOVE ap-row(approval-idx) TO APPROVAL-REC
               WRITE APPROVAL-REC
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
      *> staff_conflicts.csv: date, time, operator, operator's own
      *> member, target member, action, reference, outcome.
       LOG-ATTEMPT.
           PERFORM SET-NOW
           OPEN EXTEND CONFLICT-FILE
           IF ws-conflict-status NOT = "00"
               CLOSE CONFLICT-FILE
               OPEN OUTPUT CONFLICT-FILE
           END-IF
           MOVE SPACES TO CONFLICT-REC
           STRING ws-today-display DELIMITED BY SIZE ","
                  ws-time-display DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-OPERATOR) DELIMITED BY SIZE ","
                  ws-own-member DELIMITED BY SIZE ","
                  SC-MEMBER DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-ACTION) DELIMITED BY SIZE ","
                  FUNCTION TRIM(SC-REF) DELIMITED BY SIZE ","
                  FUNCTION TRIM(ws-outcome) DELIMITED BY SIZE
               INTO CONFLICT-REC
           WRITE CONFLICT-REC
           CLOSE CONFLICT-FILE
           MOVE SC-MEMBER TO ws-audit-id
           MOVE SC-ACTION TO ws-audit-old
           MOVE SC-OPERATOR TO ws-audit-new
           CALL 'AuditLog' USING ws-audit-program, ws-audit-entity,
               ws-audit-id, ws-audit-old, ws-audit-new.

      *-----------------------------------------------------------------
       SET-NOW.
           ACCEPT ws-today FROM DATE YYYYMMDD
           ACCEPT ws-now FROM TIME
           MOVE SPACES TO ws-today-display
           STRING ws-today(7:2) DELIMITED BY SIZE "-"
                  ws-today(5:2) DELIMITED BY SIZE "-"
                  ws-today(1:4) DELIMITED BY SIZE
               INTO ws-today-display
           MOVE ws-now(1:2) TO ws-time-display(1:2)
           MOVE ":"         TO ws-time-display(3:1)
           MOVE ws-now(3:2) TO ws-time-display(4:2)
           MOVE ":"         TO ws-time-display(6:1)
           MOVE ws-now(5:2) TO ws-time-display(7:2).

       END PROGRAM StaffConflict.
