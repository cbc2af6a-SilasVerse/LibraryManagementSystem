      *            the edited row being dropped on rewrite: the
      *            STRING-built slot kept low-values in its tail and
      *            the WRITE failed silently with status 71.
      * (Updated by Silas): Asks for the operator ID up front. Switching
      *            the override flag on, or setting an INACTIVE member
      *            back to ACTIVE, appends an operator-stamped row to
      *            member_overrides.csv, and the override also goes to
      *            the audit trail as an OVERRIDE entry with the
      *            operator in the new-value column.
      * (Updated by Silas): An override or reinstatement on the
      *            operator's own or a household member's account
      *            (StaffConflict) is refused and parks a ticket; it
      *            goes through on a later edit once a different
      *            supervisor has approved it in ApprovalQueue.
      * (Updated by Silas): Online portal registers -- the member can be
      *            opted out of the PortalFeed account feed
      *            (portal_optout.csv), and a member under a guardian
      *            can have the guardian's consent to it recorded
      *            (portal_consent.csv).
      * (Updated by Silas): Notice language -- EN or MY, kept in
      *            member_language.csv through MemberLang, picks the
      *            template language NoticeCompose writes the member's
      *            notices in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EditMember.
           SELECT OptOutFile ASSIGN TO '../autorenew_optout.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-optout-status.
      *> Online portal registers read by the nightly PortalFeed
      *> step -- members opted out of the account feed, and child
      *> members whose guardian has consented to it. One member ID
      *> per row in each.
           SELECT PortalOptFile ASSIGN TO '../portal_optout.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-portal-status.
           SELECT ConsentFile ASSIGN TO '../portal_consent.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-consent-status.
      *> Manual reinstatements -- an override switched on or an
      *> INACTIVE member set back to ACTIVE -- stamped with the
      *> operator who did it, for the ControlExceptions report.
           SELECT OverrideFile ASSIGN TO '../member_overrides.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-override-status.
       DATA DIVISION.
       FILE SECTION.
       FD  MemberFile.
       01  badcon_record          PIC X(50).
       FD  OptOutFile.
       01  optout_record          PIC X(20).
       FD  PortalOptFile.
       01  portal_record          PIC X(20).
       FD  ConsentFile.
       01  consent_record         PIC X(20).
       FD  OverrideFile.
       01  override_record        PIC X(100).

       WORKING-STORAGE SECTION.
       01  file_status PIC XX.
           05 optout-row OCCURS 500 TIMES PIC X(5).
       01  optout-cnt             PIC 9(3) VALUE 0.
       01  optout-idx             PIC 9(3) VALUE 0.
      *> The portal registers are loaded into optout-table too, each
      *> just before its own rewrite.
       01  ws-portal-status       PIC XX.
       01  ws-consent-status      PIC XX.
       01  ws-portal-standing     PIC X VALUE 'N'.
       01  ws-consent-standing    PIC X VALUE 'N'.

      *> Notice language -- see MemberLang.
       01  ws-lang-action         PIC X(4).
       01  ws-lang-member         PIC X(5).
       01  ws-lang                PIC X(2).
       01  ws-new-lang            PIC X(2).
       01  ws-lang-found          PIC X.

      *> Operator making the edit -- stamped on member_overrides.csv.
       01  ws-operator-id         PIC X(10).
       01  ws-op-valid            PIC X VALUE 'M'.
       01  ws-op-role             PIC X(5) VALUE SPACES.
       01  ws-override-status     PIC XX.
       01  ws-override-kind       PIC X(9).
       01  ws-override-old        PIC X(8).
       01  ws-override-new        PIC X(8).
       01  ws-sys-time            PIC 9(8).
       01  ws-time-display        PIC X(8).

      *> Own/household account check -- see StaffConflict.
       01  ws-sc-action           PIC X(8).
       01  ws-sc-ref              PIC X(6).
       01  ws-sc-route            PIC X VALUE 'Y'.
       01  ws-sc-result           PIC X VALUE 'N'.

       01  ws-lock-acquired       PIC X VALUE 'N'.
       01  ws-errlog-program      PIC X(20) VALUE SPACES.
      *> edit must not leak into this one and clear a bounce flag
      *> nothing corrected.
            MOVE 'N' TO ws-contact-changed
            PERFORM ACCEPT-OPERATOR-ID
            DISPLAY "Please, Enter Member ID To Update:"
            ACCEPT  search_member_id
            OPEN INPUT MemberFile.
           END-IF
       END-IF

      *> Online portal account feed -- on unless the member opts
      *> out. A member under a guardian is only fed with the
      *> guardian's consent, recorded here.
       PERFORM LOAD-PORTAL-STANDING
       IF ws-portal-standing = 'Y'
           DISPLAY "Online portal feed: OPTED OUT."
           DISPLAY "Opt back in to the online portal? (Y/N): "
           ACCEPT ws-optout-answer
           IF ws-optout-answer = 'Y' OR ws-optout-answer = 'y'
               MOVE 'N' TO ws-portal-standing
               PERFORM REWRITE-PORTAL-FILE
               DISPLAY "Online portal feed re-enabled."
           END-IF
       ELSE
           DISPLAY "Online portal feed: ON."
           DISPLAY "Opt this member out of the online portal? "
               "(Y/N): "
           ACCEPT ws-optout-answer
           IF ws-optout-answer = 'Y' OR ws-optout-answer = 'y'
               MOVE 'Y' TO ws-portal-standing
               PERFORM REWRITE-PORTAL-FILE
               DISPLAY "Online portal feed disabled for this "
                   "member."
           END-IF
       END-IF
       IF FUNCTION TRIM(new_member_guardian) NOT = SPACE
           PERFORM LOAD-CONSENT-STANDING
           IF ws-consent-standing = 'Y'
               DISPLAY "Guardian portal consent: GIVEN."
               DISPLAY "Withdraw the guardian's consent? (Y/N): "
               ACCEPT ws-optout-answer
               IF ws-optout-answer = 'Y' OR ws-optout-answer = 'y'
                   MOVE 'N' TO ws-consent-standing
                   PERFORM REWRITE-CONSENT-FILE
                   DISPLAY "Consent withdrawn -- the account is "
                       "left out of the portal feed."
               END-IF
           ELSE
               DISPLAY "Guardian portal consent: NOT GIVEN."
               DISPLAY "Has guardian " new_member_guardian
                   " consented to portal access? (Y/N): "
               ACCEPT ws-optout-answer
               IF ws-optout-answer = 'Y' OR ws-optout-answer = 'y'
                   MOVE 'Y' TO ws-consent-standing
                   PERFORM REWRITE-CONSENT-FILE
                   DISPLAY "Consent recorded."
               END-IF
           END-IF
       END-IF

      *> Notice language -- the template language NoticeCompose
      *> writes this member's notices in.
       MOVE "GET " TO ws-lang-action
       MOVE member_id TO ws-lang-member
       CALL 'MemberLang' USING ws-lang-action, ws-lang-member,
           ws-lang, ws-lang-found
       DISPLAY "Current Notice Language: " ws-lang
       MOVE SPACES TO ws-new-lang
       PERFORM UNTIL ws-new-lang = 'EN' OR ws-new-lang = 'MY'
           DISPLAY "Notice language EN (English) / MY (Burmese) (or"
           " press ENTER to keep current): "
           ACCEPT ws-new-lang
           IF ws-new-lang = SPACES THEN
               MOVE ws-lang TO ws-new-lang
           ELSE
               MOVE FUNCTION UPPER-CASE(ws-new-lang) TO ws-new-lang
               IF ws-new-lang NOT = 'EN' AND ws-new-lang NOT = 'MY'
                   DISPLAY "Invalid language! Use EN or MY."
               END-IF
           END-IF
       END-PERFORM
       IF ws-new-lang NOT = ws-lang
           MOVE "SET " TO ws-lang-action
           CALL 'MemberLang' USING ws-lang-action, ws-lang-member,
               ws-new-lang, ws-lang-found
           IF ws-lang-found = 'Y'
               DISPLAY "Notice language set to " ws-new-lang "."
           ELSE
               DISPLAY "member_language.csv is full -- language "
                   "left as " ws-lang "."
           END-IF
       END-IF

           DISPLAY "Current Expiration: "member_expiration
           DISPLAY "Renew membership for 1 year from today? (Y/N): "
           ACCEPT ws-renew
               MOVE member_expiration TO new_member_expiration
           END-IF

      *> Staff never switch the override on, or reinstate, their own
      *> or a household account: the first attempt parks a ticket
      *> and the change stands only once a different supervisor
      *> has approved it in ApprovalQueue. Refused, the old value
      *> is kept and the rest of the edit goes through.
           MOVE new_member_id TO ws-sc-ref
           IF new_member_override = 'Y' AND member_override NOT = 'Y'
               MOVE 'OVERRIDE' TO ws-sc-action
               CALL 'StaffConflict' USING ws-operator-id,
                   new_member_id, ws-sc-action, ws-sc-ref,
                   ws-sc-route, ws-sc-result
               IF ws-sc-result = 'Y'
                   MOVE member_override TO new_member_override
                   DISPLAY "Override left unchanged."
               END-IF
           END-IF
           IF member_flag = 'INACTIVE' AND new_member_flag = 'ACTIVE'
               MOVE 'REINSTAT' TO ws-sc-action
               CALL 'StaffConflict' USING ws-operator-id,
                   new_member_id, ws-sc-action, ws-sc-ref,
                   ws-sc-route, ws-sc-result
               IF ws-sc-result = 'Y'
                   MOVE member_flag TO new_member_flag
                   DISPLAY "Member left INACTIVE."
               END-IF
           END-IF

      *> Space-fill the slot first -- STRING leaves whatever was
      *> beyond the built text untouched, and an unwritten slot
      *> holds low-values that make the later WRITE fail with
                   ws-audit-entity-type, ws-audit-entity-id,
                   ws-audit-old-status, ws-audit-new-status
           END-IF
      *> Switching the override on, or reinstating an INACTIVE
      *> member by hand, is a control-sensitive action -- both go
      *> on the operator-stamped register as well.
           IF new_member_override = 'Y' AND member_override NOT = 'Y'
               MOVE 'OVERRIDE' TO ws-override-kind
               MOVE member_override TO ws-override-old
               MOVE new_member_override TO ws-override-new
               PERFORM WRITE-OVERRIDE-ROW
               MOVE 'EditMember' TO ws-audit-program
               MOVE 'OVERRIDE'   TO ws-audit-entity-type
               MOVE new_member_id TO ws-audit-entity-id
               MOVE member_override TO ws-audit-old-status
               MOVE ws-operator-id TO ws-audit-new-status
               CALL 'AuditLog' USING ws-audit-program,
                   ws-audit-entity-type, ws-audit-entity-id,
                   ws-audit-old-status, ws-audit-new-status
           END-IF
           IF member_flag = 'INACTIVE' AND new_member_flag = 'ACTIVE'
               MOVE 'REINSTATE' TO ws-override-kind
               MOVE member_flag TO ws-override-old
               MOVE new_member_flag TO ws-override-new
               PERFORM WRITE-OVERRIDE-ROW
           END-IF
       MOVE 'N' TO ws-valid-email
       MOVE 'N' TO ws-dot-exist
       MOVE 'N' TO ws-valid-gender.
           END-IF
           CLOSE OptOutFile.

      *-----------------------------------------------------------------
      *> Portal opt-out register -- same shape as the auto-renew one.
       LOAD-PORTAL-STANDING.
           MOVE 'N' TO ws-portal-standing
           MOVE 0 TO optout-cnt
           MOVE 'N' TO ws-optout-eof
           OPEN INPUT PortalOptFile
           IF ws-portal-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-optout-eof = 'Y'
               READ PortalOptFile
                   AT END MOVE 'Y' TO ws-optout-eof
                   NOT AT END
                       IF FUNCTION TRIM(portal_record) NOT = SPACE
                           AND optout-cnt < 500
                           ADD 1 TO optout-cnt
                           MOVE FUNCTION TRIM(portal_record)
                               TO optout-row(optout-cnt)
                           IF FUNCTION TRIM(portal_record) =
                               new_member_id
                               MOVE 'Y' TO ws-portal-standing
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PortalOptFile.

       REWRITE-PORTAL-FILE.
           OPEN OUTPUT PortalOptFile
           PERFORM VARYING optout-idx FROM 1 BY 1
               UNTIL optout-idx > optout-cnt
               IF FUNCTION TRIM(optout-row(optout-idx)) NOT =
                   new_member_id
                   MOVE optout-row(optout-idx) TO portal_record
                   WRITE portal_record
               END-IF
           END-PERFORM
           IF ws-portal-standing = 'Y'
               MOVE new_member_id TO portal_record
               WRITE portal_record
           END-IF
           CLOSE PortalOptFile.

      *-----------------------------------------------------------------
      *> Guardian consent register -- child member IDs whose guardian
      *> has agreed to the portal feed.
       LOAD-CONSENT-STANDING.
           MOVE 'N' TO ws-consent-standing
           MOVE 0 TO optout-cnt
           MOVE 'N' TO ws-optout-eof
           OPEN INPUT ConsentFile
           IF ws-consent-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-optout-eof = 'Y'
               READ ConsentFile
                   AT END MOVE 'Y' TO ws-optout-eof
                   NOT AT END
                       IF FUNCTION TRIM(consent_record) NOT = SPACE
                           AND optout-cnt < 500
                           ADD 1 TO optout-cnt
                           MOVE FUNCTION TRIM(consent_record)
                               TO optout-row(optout-cnt)
                           IF FUNCTION TRIM(consent_record) =
                               new_member_id
                               MOVE 'Y' TO ws-consent-standing
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ConsentFile.

       REWRITE-CONSENT-FILE.
           OPEN OUTPUT ConsentFile
           PERFORM VARYING optout-idx FROM 1 BY 1
               UNTIL optout-idx > optout-cnt
               IF FUNCTION TRIM(optout-row(optout-idx)) NOT =
                   new_member_id
                   MOVE optout-row(optout-idx) TO consent_record
                   WRITE consent_record
               END-IF
           END-PERFORM
           IF ws-consent-standing = 'Y'
               MOVE new_member_id TO consent_record
               WRITE consent_record
           END-IF
           CLOSE ConsentFile.

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR-ID.
           MOVE SPACES TO ws-operator-id
           PERFORM UNTIL ws-operator-id NOT = SPACES
               DISPLAY "Enter Staff/Operator ID: "
               ACCEPT ws-operator-id
               IF ws-operator-id = SPACES
                   DISPLAY "Operator ID can't be blank!"
               ELSE
                   CALL 'OperatorCheck' USING ws-operator-id,
                       ws-op-valid, ws-op-role
                   IF ws-op-valid = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO ws-operator-id
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> One member_overrides.csv row: date, time, member, kind
      *> (OVERRIDE or REINSTATE), old value, new value, operator.
       WRITE-OVERRIDE-ROW.
           ACCEPT ws-renew-today FROM DATE YYYYMMDD
           ACCEPT ws-sys-time FROM TIME
           MOVE SPACES TO ws-fee-date
           STRING ws-renew-today(7:2) DELIMITED BY SIZE "-"
                  ws-renew-today(5:2) DELIMITED BY SIZE "-"
                  ws-renew-today(1:4) DELIMITED BY SIZE
               INTO ws-fee-date
           MOVE SPACES TO ws-time-display
           STRING ws-sys-time(1:2) DELIMITED BY SIZE ":"
                  ws-sys-time(3:2) DELIMITED BY SIZE ":"
                  ws-sys-time(5:2) DELIMITED BY SIZE
               INTO ws-time-display
           OPEN EXTEND OverrideFile
           IF ws-override-status NOT = '00'
               OPEN OUTPUT OverrideFile
           END-IF
           MOVE SPACES TO override_record
           STRING ws-fee-date                DELIMITED BY SIZE ","
                  ws-time-display            DELIMITED BY SIZE ","
                  new_member_id              DELIMITED BY SIZE ","
                  FUNCTION TRIM(ws-override-kind) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  FUNCTION TRIM(ws-override-old) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  FUNCTION TRIM(ws-override-new) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  FUNCTION TRIM(ws-operator-id) DELIMITED BY SIZE
               INTO override_record
           WRITE override_record
           CLOSE OverrideFile.

       END PROGRAM EditMember.
