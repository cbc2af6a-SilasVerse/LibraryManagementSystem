      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Maintenance of the notice wording, kept by us in
      *          notice_templates.csv instead of inside the mail and
      *          SMS job: one template per notice type (OVERDUE from
      *          CheckLog, COURTESY from CourtesyReminders, HOLD from
      *          ExpireHolds, RECALL from RecallLoan, FINE from the
      *          FineAging collections referral), escalation level
      *          1-3, channel (EMAIL, SMS or POST) and language (EN
      *          English, MY Burmese). Row: type, level, channel,
      *          language, then the text last -- commas in it are
      *          kept, since nothing follows it. The text carries the
      *          merge fields {NAME}, {TITLE}, {DUE}, {AMOUNT} and
      *          {BRANCH} (see NoticeMerge); in a POST template a "|"
      *          starts a new line of the letter. A preview merges a
      *          template with sample values and, for SMS, checks the
      *          length against the SMSLN/SMSUN limits NoticeCompose
      *          applies. Saving or deleting a template goes to the
      *          audit trail as a TEMPLATE entry. The compose run
      *          itself (NoticeCompose) can be started from here too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeTemplates IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO "../notice_templates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC    PIC X(330).

       WORKING-STORAGE SECTION.
       01  WS-TEMPLATE-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.
       01  CONFIRM            PIC X.

       01  SYS-DATE           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).

      *> The template file whole.
       01  TEMPLATE-TABLE.
           05 TEMPLATE-ENTRY OCCURS 200 TIMES.
               10 TP-TYPE      PIC X(8).
               10 TP-LEVEL     PIC 9.
               10 TP-CHANNEL   PIC X(5).
               10 TP-LANG      PIC X(2).
               10 TP-TEXT      PIC X(300).
       01  TP-CNT             PIC 9(3) VALUE 0.
       01  TP-IDX             PIC 9(3) VALUE 0.
       01  TP-MATCH           PIC 9(3) VALUE 0.
       01  WS-TP-SHOWN        PIC 9(3) VALUE 0.
       01  WS-REC-PTR         PIC 9(3) VALUE 0.
       01  WS-LEVEL-X         PIC X.

      *> Entry work fields -- the key of one template.
       01  WS-TYPE-IN         PIC X(8).
       01  WS-LEVEL-IN        PIC X.
       01  WS-CHANNEL-IN      PIC X(5).
       01  WS-LANG-IN         PIC X(2).
       01  WS-TEXT-IN         PIC X(300).
       01  WS-KEY-OK          PIC X VALUE 'N'.

      *> Preview -- sample values through NoticeMerge.
       01  WS-MERGE-TPL       PIC X(300).
       01  WS-NM-NAME         PIC X(30) VALUE "Aung Aung".
       01  WS-NM-TITLE        PIC X(40) VALUE "The Sample Title".
       01  WS-NM-DUE          PIC X(10).
       01  WS-NM-AMOUNT       PIC X(15) VALUE "1,500".
       01  WS-NM-BRANCH       PIC X(30) VALUE "Main Library".
       01  WS-NM-TEXT         PIC X(500).
       01  WS-NM-LENGTH       PIC 9(4) VALUE 0.
       01  WS-NM-WIDE         PIC X.
       01  WS-SMS-LIMIT       PIC 9(4) VALUE 0.
       01  WS-SMS-PLAIN       PIC 9(4) VALUE 160.
       01  WS-SMS-WIDE        PIC 9(4) VALUE 70.

      *> Parameter lookup -- see GetParam.
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

       01  WS-COMPOSE-CHOICE  PIC 9(2) VALUE 0.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- saving or deleting a template rewrites
      *> notice_templates.csv.
           MOVE 'NoticeTemplates' TO WS-ERRLOG-PROGRAM
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
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           MOVE WS-TODAY-DISPLAY TO WS-NM-DUE
           MOVE "SMSLN" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 500
               MOVE WS-PARAM-VALUE TO WS-SMS-PLAIN
           END-IF
           MOVE "SMSUN" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 500
               MOVE WS-PARAM-VALUE TO WS-SMS-WIDE
           END-IF
           PERFORM LOAD-TEMPLATE-FILE

           PERFORM ACCEPT-OPERATOR-ID
           MOVE 'N' TO WS-DONE
           PERFORM TEMPLATE-MENU THRU TEMPLATE-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       TEMPLATE-MENU.
           DISPLAY "=============================="
           DISPLAY "      ""NOTICE TEMPLATES""      "
           DISPLAY "=============================="
           DISPLAY "1) Add or replace a template"
           DISPLAY "2) List templates"
           DISPLAY "3) Preview a template"
           DISPLAY "4) Delete a template"
           DISPLAY "5) Compose tonight's notices now"
           DISPLAY "6) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM SAVE-TEMPLATE
              WHEN 2
                  PERFORM LIST-TEMPLATES
              WHEN 3
                  PERFORM PREVIEW-TEMPLATE
              WHEN 4
                  PERFORM DELETE-TEMPLATE
              WHEN 5
                  MOVE 0 TO WS-COMPOSE-CHOICE
                  CALL 'NoticeCompose' USING WS-COMPOSE-CHOICE
              WHEN 6
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       TEMPLATE-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       SAVE-TEMPLATE.
           PERFORM ACCEPT-TEMPLATE-KEY
           IF WS-KEY-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF TP-MATCH > 0
               DISPLAY "Current text:"
               DISPLAY "  " FUNCTION TRIM(TP-TEXT(TP-MATCH))
           ELSE
               IF TP-CNT >= 200
                   DISPLAY "The template file is full (200 "
                       "templates)."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Merge fields: {NAME} {TITLE} {DUE} {AMOUNT} "
               "{BRANCH}"
           IF WS-CHANNEL-IN = "POST"
               DISPLAY "A | in the text starts a new line of the "
                   "letter."
           END-IF
           DISPLAY "Template text (up to 300 characters): "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN = SPACES
               DISPLAY "Template text can't be blank."
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANNEL-IN = "SMS"
               MOVE WS-TEXT-IN TO WS-MERGE-TPL
               PERFORM MERGE-SAMPLE
               IF WS-NM-LENGTH > WS-SMS-LIMIT
                   DISPLAY "Warning: with sample values this SMS is "
                       WS-NM-LENGTH " characters, over the "
                       WS-SMS-LIMIT "-character limit -- "
                       "NoticeCompose will hold such messages back."
               END-IF
           END-IF
           DISPLAY "Save this template (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Template not saved."
               EXIT PARAGRAPH
           END-IF

           IF TP-MATCH > 0
               MOVE "REPLACED" TO WS-AUDIT-NEW-STATUS
           ELSE
               ADD 1 TO TP-CNT
               MOVE TP-CNT TO TP-MATCH
               MOVE WS-TYPE-IN TO TP-TYPE(TP-MATCH)
               MOVE WS-LEVEL-IN TO TP-LEVEL(TP-MATCH)
               MOVE WS-CHANNEL-IN TO TP-CHANNEL(TP-MATCH)
               MOVE WS-LANG-IN TO TP-LANG(TP-MATCH)
               MOVE "ADDED" TO WS-AUDIT-NEW-STATUS
           END-IF
           MOVE WS-TEXT-IN TO TP-TEXT(TP-MATCH)
           PERFORM REWRITE-TEMPLATE-FILE
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Template " FUNCTION TRIM(WS-TYPE-IN) " level "
               WS-LEVEL-IN " " FUNCTION TRIM(WS-CHANNEL-IN) " "
               WS-LANG-IN " saved.".

      *-----------------------------------------------------------------
      *> One notice type, or every type when the type is left blank.
       LIST-TEMPLATES.
           DISPLAY "Notice type (blank = all): "
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           MOVE 0 TO WS-TP-SHOWN
           PERFORM VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > TP-CNT
               IF WS-TYPE-IN = SPACES
                   OR TP-TYPE(TP-IDX) = WS-TYPE-IN
                   ADD 1 TO WS-TP-SHOWN
                   DISPLAY TP-TYPE(TP-IDX) " " TP-LEVEL(TP-IDX) " "
                       TP-CHANNEL(TP-IDX) " " TP-LANG(TP-IDX)
                   DISPLAY "    " FUNCTION TRIM(TP-TEXT(TP-IDX))
               END-IF
           END-PERFORM
           IF WS-TP-SHOWN = 0
               DISPLAY "No templates on file."
           ELSE
               DISPLAY WS-TP-SHOWN " template(s)."
           END-IF.

      *-----------------------------------------------------------------
       PREVIEW-TEMPLATE.
           PERFORM ACCEPT-TEMPLATE-KEY
           IF WS-KEY-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF TP-MATCH = 0
               DISPLAY "No such template."
               EXIT PARAGRAPH
           END-IF
           MOVE TP-TEXT(TP-MATCH) TO WS-MERGE-TPL
           PERFORM MERGE-SAMPLE
           DISPLAY "---- preview (sample values) ----"
           DISPLAY FUNCTION TRIM(WS-NM-TEXT)
           DISPLAY "---------------------------------"
           DISPLAY "Length: " WS-NM-LENGTH " characters"
           IF WS-CHANNEL-IN = "SMS"
               IF WS-NM-LENGTH > WS-SMS-LIMIT
                   DISPLAY "Over the " WS-SMS-LIMIT
                       "-character SMS limit."
               ELSE
                   DISPLAY "Within the " WS-SMS-LIMIT
                       "-character SMS limit."
               END-IF
           END-IF.

       MERGE-SAMPLE.
           CALL 'NoticeMerge' USING WS-MERGE-TPL, WS-NM-NAME,
               WS-NM-TITLE, WS-NM-DUE, WS-NM-AMOUNT, WS-NM-BRANCH,
               WS-NM-TEXT, WS-NM-LENGTH, WS-NM-WIDE
           IF WS-NM-WIDE = 'Y'
               MOVE WS-SMS-WIDE TO WS-SMS-LIMIT
           ELSE
               MOVE WS-SMS-PLAIN TO WS-SMS-LIMIT
           END-IF.

      *-----------------------------------------------------------------
       DELETE-TEMPLATE.
           PERFORM ACCEPT-TEMPLATE-KEY
           IF WS-KEY-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF TP-MATCH = 0
               DISPLAY "No such template."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " FUNCTION TRIM(TP-TEXT(TP-MATCH))
           DISPLAY "Delete this template (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Template kept."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TP-IDX FROM TP-MATCH BY 1
               UNTIL TP-IDX >= TP-CNT
               MOVE TEMPLATE-ENTRY(TP-IDX + 1)
                   TO TEMPLATE-ENTRY(TP-IDX)
           END-PERFORM
           SUBTRACT 1 FROM TP-CNT
           PERFORM REWRITE-TEMPLATE-FILE
           MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
           MOVE "DELETED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Template deleted.".

      *-----------------------------------------------------------------
      *> Type, level, channel and language; TP-MATCH comes back as
      *> the template with that key, 0 when there is none yet.
       ACCEPT-TEMPLATE-KEY.
           MOVE 'N' TO WS-KEY-OK
           MOVE 0 TO TP-MATCH
           DISPLAY "Notice type (OVERDUE/COURTESY/HOLD/RECALL/FINE): "
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           IF WS-TYPE-IN NOT = "OVERDUE" AND NOT = "COURTESY"
               AND NOT = "HOLD" AND NOT = "RECALL" AND NOT = "FINE"
               DISPLAY "Unknown notice type."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Escalation level (1-3): "
           ACCEPT WS-LEVEL-IN
           IF WS-LEVEL-IN NOT = "1" AND NOT = "2" AND NOT = "3"
               DISPLAY "Level must be 1, 2 or 3."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Channel (EMAIL/SMS/POST): "
           ACCEPT WS-CHANNEL-IN
           MOVE FUNCTION UPPER-CASE(WS-CHANNEL-IN) TO WS-CHANNEL-IN
           IF WS-CHANNEL-IN NOT = "EMAIL" AND NOT = "SMS"
               AND NOT = "POST"
               DISPLAY "Channel must be EMAIL, SMS or POST."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Language (EN English / MY Burmese): "
           ACCEPT WS-LANG-IN
           MOVE FUNCTION UPPER-CASE(WS-LANG-IN) TO WS-LANG-IN
           IF WS-LANG-IN NOT = "EN" AND NOT = "MY"
               DISPLAY "Language must be EN or MY."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-KEY-OK
           PERFORM VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > TP-CNT
               IF TP-TYPE(TP-IDX) = WS-TYPE-IN
                   AND TP-LEVEL(TP-IDX) = WS-LEVEL-IN
                   AND TP-CHANNEL(TP-IDX) = WS-CHANNEL-IN
                   AND TP-LANG(TP-IDX) = WS-LANG-IN
                   MOVE TP-IDX TO TP-MATCH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-AUDIT-ENTITY-ID
           STRING WS-TYPE-IN(1:1) DELIMITED BY SIZE
                  WS-LEVEL-IN DELIMITED BY SIZE
                  WS-CHANNEL-IN(1:1) DELIMITED BY SIZE
                  WS-LANG-IN DELIMITED BY SIZE
               INTO WS-AUDIT-ENTITY-ID.

      *-----------------------------------------------------------------
       LOAD-TEMPLATE-FILE.
           MOVE 0 TO TP-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TEMPLATE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF TP-CNT < 200
                           ADD 1 TO TP-CNT
                           MOVE SPACES TO TEMPLATE-ENTRY(TP-CNT)
                           MOVE 1 TO WS-REC-PTR
                           UNSTRING TEMPLATE-REC DELIMITED BY ","
                               INTO TP-TYPE(TP-CNT), WS-LEVEL-X,
                                    TP-CHANNEL(TP-CNT),
                                    TP-LANG(TP-CNT)
                               WITH POINTER WS-REC-PTR
                           END-UNSTRING
                           IF WS-LEVEL-X NUMERIC
                               MOVE WS-LEVEL-X TO TP-LEVEL(TP-CNT)
                           ELSE
                               MOVE 1 TO TP-LEVEL(TP-CNT)
                           END-IF
                           IF WS-REC-PTR <= 330
                               MOVE TEMPLATE-REC(WS-REC-PTR:)
                                   TO TP-TEXT(TP-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE.

       REWRITE-TEMPLATE-FILE.
           OPEN OUTPUT TEMPLATE-FILE
           PERFORM VARYING TP-IDX FROM 1 BY 1 UNTIL TP-IDX > TP-CNT
               MOVE SPACES TO TEMPLATE-REC
               STRING TP-TYPE(TP-IDX) DELIMITED BY SPACE ","
                      TP-LEVEL(TP-IDX) DELIMITED BY SIZE ","
                      TP-CHANNEL(TP-IDX) DELIMITED BY SPACE ","
                      TP-LANG(TP-IDX) DELIMITED BY SIZE ","
                      TP-TEXT(TP-IDX) DELIMITED BY SIZE
                   INTO TEMPLATE-REC
               WRITE TEMPLATE-REC
           END-PERFORM
           CLOSE TEMPLATE-FILE.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE "NoticeTemplates" TO WS-AUDIT-PROGRAM
           MOVE "TEMPLATE" TO WS-AUDIT-ENTITY-TYPE
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR-ID.
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
           END-PERFORM.

       END PROGRAM NoticeTemplates.
