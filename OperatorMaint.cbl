      *            maps each role to menu functions;
      *            permissions.csv rows add per-operator
      *            exceptions.
      * (Updated by Silas): operators.csv rows carry a tenth column, the
      *            operator's own member ID, set when the operator is
      *            added or through the new Link own member account
      *            action. StaffConflict reads it to keep staff off
      *            their own household's accounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorMaint IS INITIAL.
               10 OP-FAILS     PIC X(2).
               10 OP-LOCK      PIC X(6).
               10 OP-HIST      PIC X(40).
               10 OP-MEMBER    PIC X(5).
       01  OP-CNT            PIC 9(3) VALUE 0.
       01  OP-IDX            PIC 9(3) VALUE 0.
       01  OP-MATCH-IDX      PIC 9(3) VALUE 0.
       01  WS-NEW-NAME       PIC X(30).
       01  WS-NEW-PASSWORD   PIC X(12).
       01  WS-NEW-ROLE       PIC X(5).
       01  WS-NEW-MEMBER     PIC X(5).
       01  WS-PICK-ID        PIC X(10).
       01  CONFIRM           PIC X.
       01  SYS-DATE          PIC 9(8).
           DISPLAY "4) Change a role"
           DISPLAY "5) Deactivate an operator"
           DISPLAY "6) Unlock a locked-out operator"
           DISPLAY "7) Link own member account"
           DISPLAY "8) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-8): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 6
                  PERFORM UNLOCK-OPERATOR
              WHEN 7
                  PERFORM LINK-MEMBER-ACCOUNT
              WHEN 8
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID         / Name                       "
               "/ Role  / Status   / Member"
           DISPLAY "------------------------------------------------"
               "---------"
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-CNT
               DISPLAY OP-ID(OP-IDX) " " OP-NAME(OP-IDX) " "
                   OP-ROLE(OP-IDX) " " OP-FLAG(OP-IDX) " "
                   OP-MEMBER(OP-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
           IF FUNCTION TRIM(WS-NEW-ROLE) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-MEMBER
           DISPLAY "Own member ID (blank if none): "
           ACCEPT WS-NEW-MEMBER
           ADD 1 TO OP-CNT
           MOVE WS-NEW-ID TO OP-ID(OP-CNT)
           MOVE WS-NEW-NAME TO OP-NAME(OP-CNT)
           MOVE "00" TO OP-FAILS(OP-CNT)
           MOVE SPACES TO OP-LOCK(OP-CNT)
           MOVE SPACES TO OP-HIST(OP-CNT)
           MOVE WS-NEW-MEMBER TO OP-MEMBER(OP-CNT)
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Operator " WS-NEW-ID " added.".

      *-----------------------------------------------------------------
      *> The operator's own library card. StaffConflict uses it (and
      *> the guardian links in members.csv) to stop staff waiving,
      *> voiding, refunding or overriding on their own household's
      *> accounts. Linking or unlinking is audit-logged.
       LINK-MEMBER-ACCOUNT.
           PERFORM PICK-OPERATOR
           IF OP-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current member link: " OP-MEMBER(OP-MATCH-IDX)
           MOVE SPACES TO WS-NEW-MEMBER
           DISPLAY "Own member ID (blank to unlink): "
           ACCEPT WS-NEW-MEMBER
           IF WS-NEW-MEMBER = OP-MEMBER(OP-MATCH-IDX)
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE OP-MEMBER(OP-MATCH-IDX) TO WS-AUDIT-OLD-STATUS
           MOVE WS-NEW-MEMBER TO OP-MEMBER(OP-MATCH-IDX)
           MOVE 'Y' TO WS-CHANGED

           MOVE "OperatorMaint" TO WS-AUDIT-PROGRAM
           MOVE "OPERATOR"      TO WS-AUDIT-ENTITY-TYPE
           MOVE WS-PICK-ID      TO WS-AUDIT-ENTITY-ID
           MOVE WS-NEW-MEMBER   TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "Member link updated.".

      *-----------------------------------------------------------------
       ASK-ROLE.
           MOVE SPACES TO WS-NEW-ROLE
                       MOVE SPACES TO OP-FAILS(OP-CNT)
                       MOVE SPACES TO OP-LOCK(OP-CNT)
                       MOVE SPACES TO OP-HIST(OP-CNT)
                       MOVE SPACES TO OP-MEMBER(OP-CNT)
                       UNSTRING OPERATOR-REC DELIMITED BY ","
                           INTO OP-ID(OP-CNT), OP-NAME(OP-CNT),
                                OP-PASSWORD(OP-CNT), OP-ROLE(OP-CNT),
                                OP-FLAG(OP-CNT), OP-PWDATE(OP-CNT),
                                OP-FAILS(OP-CNT), OP-LOCK(OP-CNT),
                                OP-HIST(OP-CNT), OP-MEMBER(OP-CNT)
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
                      OP-FAILS(OP-IDX) DELIMITED BY SIZE ","
                      OP-LOCK(OP-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(OP-HIST(OP-IDX))
                          DELIMITED BY SIZE ","
                      OP-MEMBER(OP-IDX) DELIMITED BY SIZE
                   INTO OPERATOR-REC
               WRITE OPERATOR-REC
           END-PERFORM
