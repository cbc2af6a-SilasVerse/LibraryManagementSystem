      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Nightly notice composer. The notice exports --
      *          CheckLog's overdue rows (overdue_notices.csv, _sms.csv
      *          and _post.csv), the CourtesyReminders export, the
      *          ExpireHolds hold notifications, RecallLoan's recall
      *          notices and the FineAging collections handoff -- are
      *          turned into finished message text from our own
      *          templates (notice_templates.csv, kept by
      *          NoticeTemplates): the template for the notice type,
      *          escalation level, channel and the member's language
      *          (MemberLang; EN when none is on file) is merged with
      *          the member's name, the title, the due date, the amount
      *          and the branch (NoticeMerge). A missing template falls
      *          back to a lower level, then to the English one. Every
      *          notice gets a row appended to composed_notices.csv --
      *          date composed, type, level, channel, language, member,
      *          address (email or phone), length in characters, status,
      *          then the text last -- with status READY for the mail
      *          and SMS job, TOO-LONG for an SMS over the SMSLN (plain)
      *          or SMSUN (Unicode, so every Burmese one) character
      *          limit, held back for the wording to be shortened,
      *          LETTER for a postal notice and NO-TEMPLATE when there
      *          is no wording for it at all. Postal letters are laid
      *          out one to a fixed 40-line page in composed_letters.txt
      *          (rewritten by a run that has letters, left alone by one
      *          that has none) -- date, name and address block, body
      *          wrapped at 60 characters ("|" in a template starts a
      *          new line) -- and the file goes to PrintSpool as a
      *          NOTICES job. The appended exports keep their history,
      *          so notice_compose_marks.csv remembers how many rows of
      *          each source were already composed (and its first row,
      *          which tells a rewritten file from a grown one); only
      *          the rows after the mark are composed. Run from the run
      *          calendar (USER-CHOICE 99) after the exports, or from
      *          NoticeTemplates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeCompose IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "../notice_templates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT MARK-FILE ASSIGN TO "../notice_compose_marks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
           SELECT COMPOSED-FILE ASSIGN TO "../composed_notices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPOSED-STATUS.
           SELECT LETTER-FILE ASSIGN TO "../composed_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "../branches.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-REC      PIC X(300).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC    PIC X(330).
       FD  MARK-FILE.
       01  MARK-REC        PIC X(110).
       FD  COMPOSED-FILE.
       01  COMPOSED-REC    PIC X(650).
       FD  LETTER-FILE.
       01  LETTER-REC      PIC X(200).
       FD  BRANCH-FILE.
       01  BRANCH-REC      PIC X(150).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(100).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS   PIC XX.
       01  WS-TEMPLATE-STATUS PIC XX.
       01  WS-MARK-STATUS     PIC XX.
       01  WS-COMPOSED-STATUS PIC XX.
       01  WS-LETTER-STATUS   PIC XX.
       01  WS-BRANCH-STATUS   PIC XX.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-SOURCE-PATH     PIC X(30).
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-SUB-EOF         PIC X VALUE 'N'.
       01  WS-LETTERS-OPEN    PIC X VALUE 'N'.

       01  SYS-DATE           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).

      *> The notice sources: file, notice type, the channel when the
      *> file is one channel's share (blank = the row or the member
      *> says), and the row shape --
      *>   1 overdue: member, name, email/phone, book, due, days,
      *>     level, accrued fine
      *>   2 courtesy: member, name, email, title, due, channel, phone
      *>   3 hold: book, member, name, email, notified, channel, phone
      *>   4 recall: member, name, email, book, title, new due,
      *>     channel, phone
      *>   5 fine: fine, member, name, email, phone, address,
      *>     balance, assessed, reason
       01  SOURCE-VALUES.
           05  FILLER PIC X(30) VALUE "../overdue_notices.csv".
           05  FILLER PIC X(8)  VALUE "OVERDUE".
           05  FILLER PIC X(5)  VALUE "EMAIL".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(30) VALUE "../overdue_notices_sms.csv".
           05  FILLER PIC X(8)  VALUE "OVERDUE".
           05  FILLER PIC X(5)  VALUE "SMS".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(30) VALUE "../overdue_notices_post.csv".
           05  FILLER PIC X(8)  VALUE "OVERDUE".
           05  FILLER PIC X(5)  VALUE "POST".
           05  FILLER PIC 9     VALUE 1.
           05  FILLER PIC X(30) VALUE "../courtesy_reminders.csv".
           05  FILLER PIC X(8)  VALUE "COURTESY".
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC 9     VALUE 2.
           05  FILLER PIC X(30) VALUE "../hold_notifications.csv".
           05  FILLER PIC X(8)  VALUE "HOLD".
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC 9     VALUE 3.
           05  FILLER PIC X(30) VALUE "../recall_notices.csv".
           05  FILLER PIC X(8)  VALUE "RECALL".
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC 9     VALUE 4.
           05  FILLER PIC X(30) VALUE "../collections_handoff.csv".
           05  FILLER PIC X(8)  VALUE "FINE".
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC 9     VALUE 5.
       01  SOURCE-TABLE REDEFINES SOURCE-VALUES.
           05  SOURCE-ENTRY OCCURS 7 TIMES.
               10  SR-PATH     PIC X(30).
               10  SR-TYPE     PIC X(8).
               10  SR-CHANNEL  PIC X(5).
               10  SR-SHAPE    PIC 9.
       01  SR-IDX             PIC 9(2) VALUE 0.

      *> How far each source has been composed.
       01  MARK-TABLE.
           05 MARK-ENTRY OCCURS 7 TIMES.
               10 MK-PATH      PIC X(30).
               10 MK-ROWS      PIC 9(7).
               10 MK-FIRST     PIC X(60).
       01  MK-CNT             PIC 9(2) VALUE 0.
       01  MK-IDX             PIC 9(2) VALUE 0.
       01  MK-MATCH           PIC 9(2) VALUE 0.
       01  WS-MARK-PTR        PIC 9(3) VALUE 0.
       01  WS-MARK-ROWS-X     PIC X(7).
       01  WS-SKIP-ROWS       PIC 9(7) VALUE 0.
       01  WS-SOURCE-ROWS     PIC 9(7) VALUE 0.

      *> The templates.
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
       01  WS-REC-PTR         PIC 9(3) VALUE 0.
       01  WS-LEVEL-X         PIC X.
       01  WS-TRY-LEVEL       PIC 9 VALUE 0.
       01  WS-TRY-LANG        PIC X(2).

      *> Branch names for the {BRANCH} field.
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 100 TIMES.
               10 BR-CODE      PIC X(10).
               10 BR-NAME      PIC X(30).
       01  BR-CNT             PIC 9(3) VALUE 0.
       01  BR-IDX             PIC 9(3) VALUE 0.

      *> One notice, whatever the source.
       01  CN-TYPE            PIC X(8).
       01  CN-MEMBER          PIC X(5).
       01  CN-NAME            PIC X(30).
       01  CN-EMAIL           PIC X(35).
       01  CN-PHONE           PIC X(15).
       01  CN-DEST            PIC X(35).
       01  CN-BOOK            PIC X(5).
       01  CN-TITLE           PIC X(40).
       01  CN-DUE             PIC X(10).
       01  CN-LEVEL           PIC 9 VALUE 1.
       01  CN-AMOUNT-N        PIC 9(8) VALUE 0.
       01  CN-AMOUNT          PIC X(15).
       01  CN-CHANNEL         PIC X(5).
       01  CN-BRANCH-CODE     PIC X(10).
       01  CN-BRANCH          PIC X(30).
       01  CN-LANG            PIC X(2).
       01  CN-ADDR            PIC X(70).
       01  CN-STATUS          PIC X(11).
       01  WS-AMOUNT-EDIT     PIC Z,ZZZ,ZZ9.
       01  WS-F-DAYS          PIC X(5).
       01  WS-F-LEVEL         PIC X(2).
       01  WS-F-AMOUNT        PIC X(12).
       01  WS-F-SKIP          PIC X(30).

      *> The fine handoff's address may hold commas, so its last
      *> three columns are found from the right.
       01  WS-ROW-LEN         PIC 9(3) VALUE 0.
       01  WS-SCAN-POS        PIC 9(3) VALUE 0.
       01  WS-COMMA-SEEN      PIC 9 VALUE 0.
       01  WS-COMMA-POS       PIC 9(3) OCCURS 3 TIMES.

      *> Member contact -- see MemberLookup.
       01  WS-LOOKUP-ID       PIC X(5).
       01  WS-LOOKUP-LINE     PIC X(200).
       01  WS-LOOKUP-FOUND    PIC X.
       01  WS-Q-CNT           PIC 9(2) VALUE 0.
       01  WS-ML-FRONT        PIC X(70).
       01  WS-ML-BACK         PIC X(100).
       01  WS-ML-ID           PIC X(5).
       01  WS-ML-NAME         PIC X(30).
       01  WS-ML-EMAIL        PIC X(35).
       01  WS-ML-PHONE        PIC X(15).
       01  WS-ML-CHANNEL      PIC X(5).
       01  WS-ML-SKIP         PIC X(30).

      *> Title -- see BookLookup.
       01  WS-BL-ID           PIC X(5).
       01  WS-BL-LINE         PIC X(200).
       01  WS-BL-FOUND        PIC X.
       01  WS-BL-SKIP         PIC X(5).

      *> The loan a notice is about -- see LoanLookup.
       01  WS-LL-ACTION       PIC X(4).
       01  WS-LL-KEY          PIC X(5).
       01  WS-LL-LINE         PIC X(200).
       01  WS-LL-RESULT       PIC X.
       01  LN-TRAN            PIC X(5).
       01  LN-MEMBER          PIC X(5).
       01  LN-BOOK            PIC X(5).
       01  LN-START           PIC X(10).
       01  LN-END             PIC X(10).
       01  LN-FLAG            PIC X(3).
       01  LN-RETURN          PIC X(10).
       01  LN-COPY            PIC X(8).
       01  LN-BRANCH          PIC X(10).

      *> Hold row fields, for the pickup branch.
       01  HD-BOOK            PIC X(5).
       01  HD-MEMBER          PIC X(5).
       01  HD-SKIP            PIC X(10).
       01  HD-PICKUP          PIC X(10).

      *> Language -- see MemberLang.
       01  WS-LG-ACTION       PIC X(4) VALUE "GET ".
       01  WS-LG-FOUND        PIC X.

      *> Merge -- see NoticeMerge.
       01  WS-NM-TEXT         PIC X(500).
       01  WS-NM-LENGTH       PIC 9(4) VALUE 0.
       01  WS-NM-WIDE         PIC X.
       01  WS-SMS-LIMIT       PIC 9(4) VALUE 0.
       01  WS-SMS-PLAIN       PIC 9(4) VALUE 160.
       01  WS-SMS-WIDE        PIC 9(4) VALUE 70.

      *> Letter layout.
       01  WS-PAGE-LINES      PIC 9(2) VALUE 40.
       01  WS-WRAP-WIDTH      PIC 9(2) VALUE 60.
       01  WS-LETTER-LINES    PIC 9(3) VALUE 0.
       01  WS-TEXT-LEN        PIC 9(3) VALUE 0.
       01  WS-BYTE-POS        PIC 9(3) VALUE 0.
       01  WS-LINE-START      PIC 9(3) VALUE 0.
       01  WS-LAST-SPACE      PIC 9(3) VALUE 0.
       01  WS-LINE-CHARS      PIC 9(3) VALUE 0.
       01  WS-EMIT-END        PIC 9(3) VALUE 0.
       01  WS-ORD             PIC 9(3) VALUE 0.
       01  WS-ADDR-LINE       PIC X(70).
       01  WS-ADDR-PTR        PIC 9(3) VALUE 0.
       01  WS-ADDR-CNT        PIC 9 VALUE 0.

       01  WS-ROWS-READ       PIC 9(5) VALUE 0.
       01  WS-READY-CNT       PIC 9(5) VALUE 0.
       01  WS-LONG-CNT        PIC 9(5) VALUE 0.
       01  WS-LETTER-CNT      PIC 9(5) VALUE 0.
       01  WS-NOTPL-CNT       PIC 9(5) VALUE 0.

      *> Parameter lookup -- see GetParam.
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

      *> Print-spool registration call arguments -- see PrintSpool.
       01  WS-PS-ACTION       PIC X(4).
       01  WS-PS-SOURCE       PIC X(40).
       01  WS-PS-KIND         PIC X(10).
       01  WS-PS-JOB          PIC 9(5).

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- the compose marks are rewritten, and the
      *> exports must not change under the run.
           MOVE 'NoticeCompose' TO WS-ERRLOG-PROGRAM
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
           IF TP-CNT = 0
               DISPLAY "No notice templates on file -- set them up "
                   "in Notice Templates first."
               GO TO ENDER
           END-IF
           PERFORM LOAD-BRANCH-FILE
           PERFORM LOAD-MARK-FILE

           OPEN EXTEND COMPOSED-FILE
           IF WS-COMPOSED-STATUS NOT = "00"
               CLOSE COMPOSED-FILE
               OPEN OUTPUT COMPOSED-FILE
           END-IF
           PERFORM VARYING SR-IDX FROM 1 BY 1 UNTIL SR-IDX > 7
               PERFORM COMPOSE-ONE-SOURCE
           END-PERFORM
           CLOSE COMPOSED-FILE
           IF WS-LETTERS-OPEN = 'Y'
               CLOSE LETTER-FILE
           END-IF
           PERFORM REWRITE-MARK-FILE

           DISPLAY "=============================================="
           DISPLAY "NOTICE COMPOSE -- " WS-TODAY-DISPLAY
           DISPLAY "  New notice rows read   : " WS-ROWS-READ
           DISPLAY "  Ready for email/SMS    : " WS-READY-CNT
           DISPLAY "  SMS over length, held  : " WS-LONG-CNT
           DISPLAY "  Postal letters         : " WS-LETTER-CNT
           DISPLAY "  No template            : " WS-NOTPL-CNT
           DISPLAY "Messages in ../composed_notices.csv"
           DISPLAY "=============================================="
      *> The letters go to the printer as a numbered spool job --
      *> see PrintSpool.
           IF WS-LETTER-CNT > 0
               MOVE "ADD " TO WS-PS-ACTION
               MOVE "../composed_letters.txt" TO WS-PS-SOURCE
               MOVE "NOTICES" TO WS-PS-KIND
               CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
                   WS-PS-KIND, WS-PS-JOB
               DISPLAY "Letters in ../composed_letters.txt"
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
      *> Rows up to the source's mark were composed on an earlier
      *> run -- unless the first row has changed, which means the
      *> export was written afresh since.
       COMPOSE-ONE-SOURCE.
           MOVE SR-PATH(SR-IDX) TO WS-SOURCE-PATH
           MOVE 0 TO MK-MATCH
           PERFORM VARYING MK-IDX FROM 1 BY 1 UNTIL MK-IDX > MK-CNT
               IF MK-PATH(MK-IDX) = WS-SOURCE-PATH
                   MOVE MK-IDX TO MK-MATCH
               END-IF
           END-PERFORM
           IF MK-MATCH = 0
               IF MK-CNT >= 7
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MK-CNT
               MOVE MK-CNT TO MK-MATCH
               MOVE WS-SOURCE-PATH TO MK-PATH(MK-MATCH)
               MOVE 0 TO MK-ROWS(MK-MATCH)
               MOVE SPACES TO MK-FIRST(MK-MATCH)
           END-IF
           MOVE 0 TO WS-SOURCE-ROWS
           MOVE 0 TO WS-SKIP-ROWS
           MOVE 'N' TO FILE-END
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE 0 TO MK-ROWS(MK-MATCH)
               MOVE SPACES TO MK-FIRST(MK-MATCH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO WS-SOURCE-ROWS
                       IF WS-SOURCE-ROWS = 1
                           IF SOURCE-REC(1:60) = MK-FIRST(MK-MATCH)
                               MOVE MK-ROWS(MK-MATCH) TO WS-SKIP-ROWS
                           ELSE
                               MOVE 0 TO WS-SKIP-ROWS
                               MOVE SOURCE-REC(1:60)
                                   TO MK-FIRST(MK-MATCH)
                           END-IF
                       END-IF
                       IF WS-SOURCE-ROWS > WS-SKIP-ROWS
                           AND SOURCE-REC NOT = SPACES
                           ADD 1 TO WS-ROWS-READ
                           PERFORM COMPOSE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           MOVE WS-SOURCE-ROWS TO MK-ROWS(MK-MATCH)
           IF WS-SOURCE-ROWS = 0
               MOVE SPACES TO MK-FIRST(MK-MATCH)
           END-IF.

      *-----------------------------------------------------------------
       COMPOSE-ONE-ROW.
           MOVE SR-TYPE(SR-IDX) TO CN-TYPE
           MOVE SPACES TO CN-MEMBER CN-NAME CN-EMAIL CN-PHONE CN-BOOK
               CN-TITLE CN-DUE CN-CHANNEL CN-BRANCH-CODE CN-BRANCH
               CN-ADDR CN-DEST
           MOVE 1 TO CN-LEVEL
           MOVE 0 TO CN-AMOUNT-N
           MOVE SPACES TO WS-F-DAYS WS-F-LEVEL WS-F-AMOUNT
           EVALUATE SR-SHAPE(SR-IDX)
               WHEN 1
                   UNSTRING SOURCE-REC DELIMITED BY ","
                       INTO CN-MEMBER, CN-NAME, CN-DEST, CN-BOOK,
                            CN-DUE, WS-F-DAYS, WS-F-LEVEL, WS-F-AMOUNT
                   MOVE SR-CHANNEL(SR-IDX) TO CN-CHANNEL
                   IF CN-CHANNEL = "SMS"
                       MOVE CN-DEST TO CN-PHONE
                   ELSE
                       MOVE CN-DEST TO CN-EMAIL
                   END-IF
                   IF WS-F-LEVEL(1:1) NUMERIC
                       AND WS-F-LEVEL(1:1) > "0"
                       MOVE WS-F-LEVEL(1:1) TO CN-LEVEL
                   END-IF
               WHEN 2
                   UNSTRING SOURCE-REC DELIMITED BY ","
                       INTO CN-MEMBER, CN-NAME, CN-EMAIL, CN-TITLE,
                            CN-DUE, CN-CHANNEL, CN-PHONE
               WHEN 3
                   UNSTRING SOURCE-REC DELIMITED BY ","
                       INTO CN-BOOK, CN-MEMBER, CN-NAME, CN-EMAIL,
                            CN-DUE, CN-CHANNEL, CN-PHONE
               WHEN 4
                   UNSTRING SOURCE-REC DELIMITED BY ","
                       INTO CN-MEMBER, CN-NAME, CN-EMAIL, CN-BOOK,
                            CN-TITLE, CN-DUE, CN-CHANNEL, CN-PHONE
               WHEN 5
                   PERFORM SPLIT-FINE-ROW
           END-EVALUATE
           IF WS-F-AMOUNT NOT = SPACES
               PERFORM SET-AMOUNT
           END-IF
           MOVE CN-AMOUNT-N TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO CN-AMOUNT

           PERFORM LOOKUP-MEMBER-CONTACT
           IF CN-CHANNEL = SPACES
               MOVE WS-ML-CHANNEL TO CN-CHANNEL
           END-IF
           IF CN-CHANNEL = SPACES
               MOVE "EMAIL" TO CN-CHANNEL
           END-IF
           EVALUATE CN-CHANNEL
               WHEN "SMS"
                   MOVE CN-PHONE TO CN-DEST
               WHEN "POST"
                   MOVE "LETTER" TO CN-DEST
               WHEN OTHER
                   MOVE CN-EMAIL TO CN-DEST
           END-EVALUATE

           IF CN-TITLE = SPACES AND CN-BOOK NOT = SPACES
               MOVE CN-BOOK TO WS-BL-ID
               CALL 'BookLookup' USING WS-BL-ID, WS-BL-LINE,
                   WS-BL-FOUND
               IF WS-BL-FOUND = 'Y'
                   UNSTRING WS-BL-LINE DELIMITED BY ","
                       INTO WS-BL-SKIP, CN-TITLE
               END-IF
           END-IF
           EVALUATE SR-SHAPE(SR-IDX)
               WHEN 3
                   PERFORM FIND-HOLD-BRANCH
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   PERFORM FIND-LOAN-BRANCH
           END-EVALUATE
           IF CN-BRANCH-CODE NOT = SPACES
               MOVE CN-BRANCH-CODE TO CN-BRANCH
               PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-CNT
                   IF BR-CODE(BR-IDX) = CN-BRANCH-CODE
                       MOVE BR-NAME(BR-IDX) TO CN-BRANCH
                   END-IF
               END-PERFORM
           END-IF

           CALL 'MemberLang' USING WS-LG-ACTION, CN-MEMBER, CN-LANG,
               WS-LG-FOUND
           PERFORM PICK-TEMPLATE
           IF TP-MATCH = 0
               MOVE "NO-TEMPLATE" TO CN-STATUS
               MOVE SPACES TO WS-NM-TEXT
               MOVE 0 TO WS-NM-LENGTH
               ADD 1 TO WS-NOTPL-CNT
           ELSE
               CALL 'NoticeMerge' USING TP-TEXT(TP-MATCH), CN-NAME,
                   CN-TITLE, CN-DUE, CN-AMOUNT, CN-BRANCH,
                   WS-NM-TEXT, WS-NM-LENGTH, WS-NM-WIDE
               EVALUATE CN-CHANNEL
                   WHEN "SMS"
                       IF WS-NM-WIDE = 'Y'
                           MOVE WS-SMS-WIDE TO WS-SMS-LIMIT
                       ELSE
                           MOVE WS-SMS-PLAIN TO WS-SMS-LIMIT
                       END-IF
                       IF WS-NM-LENGTH > WS-SMS-LIMIT
                           MOVE "TOO-LONG" TO CN-STATUS
                           ADD 1 TO WS-LONG-CNT
                       ELSE
                           MOVE "READY" TO CN-STATUS
                           ADD 1 TO WS-READY-CNT
                       END-IF
                   WHEN "POST"
                       MOVE "LETTER" TO CN-STATUS
                       ADD 1 TO WS-LETTER-CNT
                       PERFORM WRITE-LETTER
                   WHEN OTHER
                       MOVE "READY" TO CN-STATUS
                       ADD 1 TO WS-READY-CNT
               END-EVALUATE
           END-IF
           MOVE SPACES TO COMPOSED-REC
           STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  CN-TYPE DELIMITED BY SPACE ","
                  CN-LEVEL DELIMITED BY SIZE ","
                  CN-CHANNEL DELIMITED BY SPACE ","
                  CN-LANG DELIMITED BY SIZE ","
                  CN-MEMBER DELIMITED BY SIZE ","
                  FUNCTION TRIM(CN-DEST) DELIMITED BY SIZE ","
                  WS-NM-LENGTH DELIMITED BY SIZE ","
                  CN-STATUS DELIMITED BY SPACE ","
                  WS-NM-TEXT DELIMITED BY SIZE
               INTO COMPOSED-REC
           WRITE COMPOSED-REC.

      *-----------------------------------------------------------------
       SPLIT-FINE-ROW.
           UNSTRING SOURCE-REC DELIMITED BY ","
               INTO WS-F-SKIP, CN-MEMBER, CN-NAME, CN-EMAIL, CN-PHONE
           MOVE 300 TO WS-ROW-LEN
           PERFORM UNTIL WS-ROW-LEN = 0
               OR SOURCE-REC(WS-ROW-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ROW-LEN
           END-PERFORM
           MOVE 0 TO WS-COMMA-SEEN
           PERFORM VARYING WS-SCAN-POS FROM WS-ROW-LEN BY -1
               UNTIL WS-SCAN-POS = 0 OR WS-COMMA-SEEN = 3
               IF SOURCE-REC(WS-SCAN-POS:1) = ","
                   ADD 1 TO WS-COMMA-SEEN
                   MOVE WS-SCAN-POS TO WS-COMMA-POS(WS-COMMA-SEEN)
               END-IF
           END-PERFORM
           IF WS-COMMA-SEEN < 3
               EXIT PARAGRAPH
           END-IF
      *> balance, then the assessed date -- the due date of a fine.
           UNSTRING SOURCE-REC(WS-COMMA-POS(3) + 1:) DELIMITED BY ","
               INTO WS-F-AMOUNT, CN-DUE.

       SET-AMOUNT.
           MOVE FUNCTION TRIM(WS-F-AMOUNT) TO WS-F-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-F-AMOUNT) = 0
               COMPUTE CN-AMOUNT-N = FUNCTION NUMVAL(WS-F-AMOUNT)
           END-IF.

      *-----------------------------------------------------------------
      *> Name, email, phone, address and contact channel off the
      *> member row; the address is quoted when it holds commas.
       LOOKUP-MEMBER-CONTACT.
           MOVE SPACES TO WS-ML-CHANNEL
           MOVE CN-MEMBER TO WS-LOOKUP-ID
           CALL 'MemberLookup' USING WS-LOOKUP-ID, WS-LOOKUP-LINE,
               WS-LOOKUP-FOUND
           IF WS-LOOKUP-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ML-NAME WS-ML-EMAIL WS-ML-PHONE
           MOVE 0 TO WS-Q-CNT
           INSPECT WS-LOOKUP-LINE TALLYING WS-Q-CNT FOR ALL '"'
           IF WS-Q-CNT > 0
               UNSTRING WS-LOOKUP-LINE DELIMITED BY '"'
                   INTO WS-ML-FRONT, CN-ADDR, WS-ML-BACK
               UNSTRING WS-ML-FRONT DELIMITED BY ","
                   INTO WS-ML-ID, WS-ML-NAME, WS-ML-EMAIL
               UNSTRING WS-ML-BACK DELIMITED BY ","
                   INTO WS-ML-SKIP, WS-ML-SKIP, WS-ML-SKIP,
                        WS-ML-SKIP, WS-ML-SKIP, WS-ML-PHONE,
                        WS-ML-SKIP, WS-ML-SKIP, WS-ML-SKIP,
                        WS-ML-CHANNEL
           ELSE
               UNSTRING WS-LOOKUP-LINE DELIMITED BY ","
                   INTO WS-ML-ID, WS-ML-NAME, WS-ML-EMAIL, CN-ADDR,
                        WS-ML-SKIP, WS-ML-SKIP, WS-ML-SKIP,
                        WS-ML-SKIP, WS-ML-PHONE, WS-ML-SKIP,
                        WS-ML-SKIP, WS-ML-SKIP, WS-ML-CHANNEL
           END-IF
           IF CN-NAME = SPACES
               MOVE WS-ML-NAME TO CN-NAME
           END-IF
           IF CN-EMAIL = SPACES
               MOVE WS-ML-EMAIL TO CN-EMAIL
           END-IF
           IF CN-PHONE = SPACES
               MOVE WS-ML-PHONE TO CN-PHONE
           END-IF.

      *-----------------------------------------------------------------
      *> The branch the loan was issued at, off the member's open
      *> loans in loans.idx, or log.csv when the index can't be had.
       FIND-LOAN-BRANCH.
           IF CN-BOOK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "MOPN" TO WS-LL-ACTION
           MOVE CN-MEMBER TO WS-LL-KEY
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           IF WS-LL-RESULT = 'U'
               PERFORM SCAN-LOG-FOR-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE "NEXT" TO WS-LL-ACTION
           PERFORM UNTIL WS-LL-RESULT NOT = 'Y'
               PERFORM CHECK-ONE-LOAN
               CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                   WS-LL-LINE, WS-LL-RESULT
           END-PERFORM.

       SCAN-LOG-FOR-BRANCH.
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE LOG-REC TO WS-LL-LINE
                       PERFORM CHECK-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       CHECK-ONE-LOAN.
           MOVE SPACES TO LN-RETURN LN-BRANCH
           UNSTRING WS-LL-LINE DELIMITED BY ","
               INTO LN-TRAN, LN-MEMBER, LN-BOOK, LN-START, LN-END,
                    LN-FLAG, LN-RETURN, LN-COPY, LN-BRANCH
           IF LN-MEMBER = CN-MEMBER AND LN-BOOK = CN-BOOK
               AND LN-RETURN = SPACES
               MOVE LN-BRANCH TO CN-BRANCH-CODE
           END-IF.

      *-----------------------------------------------------------------
      *> The pickup branch of the member's hold on the title.
       FIND-HOLD-BRANCH.
           MOVE 'N' TO WS-SUB-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SUB-EOF = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO WS-SUB-EOF
                   NOT AT END
                       MOVE SPACES TO HD-PICKUP
                       UNSTRING HOLD-REC DELIMITED BY ","
                           INTO HD-BOOK, HD-MEMBER, HD-SKIP, HD-SKIP,
                                HD-SKIP, HD-SKIP, HD-PICKUP
                       IF HD-BOOK = CN-BOOK AND HD-MEMBER = CN-MEMBER
                           AND HD-PICKUP NOT = SPACES
                           MOVE HD-PICKUP TO CN-BRANCH-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
      *> The member's language at the notice's level, then the lower
      *> levels; failing that the same in English.
       PICK-TEMPLATE.
           MOVE 0 TO TP-MATCH
           MOVE CN-LANG TO WS-TRY-LANG
           PERFORM FIND-TEMPLATE-AT-LEVEL
           IF TP-MATCH = 0 AND CN-LANG NOT = "EN"
               MOVE "EN" TO WS-TRY-LANG
               PERFORM FIND-TEMPLATE-AT-LEVEL
           END-IF.

       FIND-TEMPLATE-AT-LEVEL.
           PERFORM VARYING WS-TRY-LEVEL FROM CN-LEVEL BY -1
               UNTIL WS-TRY-LEVEL = 0 OR TP-MATCH > 0
               PERFORM VARYING TP-IDX FROM 1 BY 1
                   UNTIL TP-IDX > TP-CNT OR TP-MATCH > 0
                   IF TP-TYPE(TP-IDX) = CN-TYPE
                       AND TP-LEVEL(TP-IDX) = WS-TRY-LEVEL
                       AND TP-CHANNEL(TP-IDX) = CN-CHANNEL
                       AND TP-LANG(TP-IDX) = WS-TRY-LANG
                       MOVE TP-IDX TO TP-MATCH
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      *> One letter to a page: cut line, date, name and address (one
      *> line per comma-separated part), reference, then the body,
      *> padded out to the page length.
       WRITE-LETTER.
           IF WS-LETTERS-OPEN NOT = 'Y'
               OPEN OUTPUT LETTER-FILE
               MOVE 'Y' TO WS-LETTERS-OPEN
           END-IF
           MOVE 0 TO WS-LETTER-LINES
           MOVE ALL "=" TO LETTER-REC(1:60)
           MOVE SPACES TO LETTER-REC(61:)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           STRING "Date: " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO LETTER-REC(45:)
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           PERFORM WRITE-LETTER-LINE
           MOVE FUNCTION TRIM(CN-NAME) TO LETTER-REC
           PERFORM WRITE-LETTER-LINE
           MOVE 1 TO WS-ADDR-PTR
           MOVE 0 TO WS-ADDR-CNT
           PERFORM UNTIL WS-ADDR-PTR > 70 OR WS-ADDR-CNT = 4
               MOVE SPACES TO WS-ADDR-LINE
               UNSTRING CN-ADDR DELIMITED BY ","
                   INTO WS-ADDR-LINE WITH POINTER WS-ADDR-PTR
               END-UNSTRING
               IF WS-ADDR-LINE NOT = SPACES
                   MOVE FUNCTION TRIM(WS-ADDR-LINE) TO LETTER-REC
                   PERFORM WRITE-LETTER-LINE
                   ADD 1 TO WS-ADDR-CNT
               END-IF
           END-PERFORM
           MOVE SPACES TO LETTER-REC
           PERFORM WRITE-LETTER-LINE
           STRING "Ref: " DELIMITED BY SIZE
                  CN-MEMBER DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  CN-TYPE DELIMITED BY SPACE
               INTO LETTER-REC
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO LETTER-REC
           PERFORM WRITE-LETTER-LINE
           PERFORM WRAP-LETTER-BODY
           MOVE SPACES TO LETTER-REC
           PERFORM UNTIL WS-LETTER-LINES >= WS-PAGE-LINES
               PERFORM WRITE-LETTER-LINE
           END-PERFORM.

       WRITE-LETTER-LINE.
           WRITE LETTER-REC
           ADD 1 TO WS-LETTER-LINES
           MOVE SPACES TO LETTER-REC.

      *-----------------------------------------------------------------
      *> Word wrap at WS-WRAP-WIDTH characters -- UTF-8 aware, so a
      *> Burmese line is measured in characters and never split
      *> inside one. A "|" ends the line early.
       WRAP-LETTER-BODY.
           MOVE 500 TO WS-TEXT-LEN
           PERFORM UNTIL WS-TEXT-LEN = 0
               OR WS-NM-TEXT(WS-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TEXT-LEN
           END-PERFORM
           MOVE 1 TO WS-LINE-START
           MOVE 0 TO WS-LINE-CHARS
           MOVE 0 TO WS-LAST-SPACE
           PERFORM WRAP-ONE-BYTE
               VARYING WS-BYTE-POS FROM 1 BY 1
               UNTIL WS-BYTE-POS > WS-TEXT-LEN
           IF WS-LINE-START <= WS-TEXT-LEN
               MOVE WS-TEXT-LEN TO WS-EMIT-END
               PERFORM EMIT-BODY-LINE
           END-IF.

       WRAP-ONE-BYTE.
           IF WS-NM-TEXT(WS-BYTE-POS:1) = "|"
               COMPUTE WS-EMIT-END = WS-BYTE-POS - 1
               PERFORM EMIT-BODY-LINE
               COMPUTE WS-LINE-START = WS-BYTE-POS + 1
               MOVE 0 TO WS-LINE-CHARS
               MOVE 0 TO WS-LAST-SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORD = FUNCTION ORD(WS-NM-TEXT(WS-BYTE-POS:1)) - 1
           IF WS-ORD < 128 OR WS-ORD > 191
               ADD 1 TO WS-LINE-CHARS
           END-IF
           IF WS-NM-TEXT(WS-BYTE-POS:1) = SPACE
               MOVE WS-BYTE-POS TO WS-LAST-SPACE
           END-IF
           IF WS-LINE-CHARS <= WS-WRAP-WIDTH
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-SPACE > WS-LINE-START
               COMPUTE WS-EMIT-END = WS-LAST-SPACE - 1
               PERFORM EMIT-BODY-LINE
               COMPUTE WS-LINE-START = WS-LAST-SPACE + 1
               MOVE 0 TO WS-LAST-SPACE
               MOVE 0 TO WS-LINE-CHARS
               PERFORM VARYING WS-SCAN-POS FROM WS-LINE-START BY 1
                   UNTIL WS-SCAN-POS > WS-BYTE-POS
                   COMPUTE WS-ORD =
                       FUNCTION ORD(WS-NM-TEXT(WS-SCAN-POS:1)) - 1
                   IF WS-ORD < 128 OR WS-ORD > 191
                       ADD 1 TO WS-LINE-CHARS
                   END-IF
               END-PERFORM
           ELSE
               COMPUTE WS-EMIT-END = WS-BYTE-POS - 1
               PERFORM EMIT-BODY-LINE
               MOVE WS-BYTE-POS TO WS-LINE-START
               MOVE 1 TO WS-LINE-CHARS
               MOVE 0 TO WS-LAST-SPACE
           END-IF.

      *> Bytes WS-LINE-START thru WS-EMIT-END as one line.
       EMIT-BODY-LINE.
           MOVE SPACES TO LETTER-REC
           IF WS-EMIT-END >= WS-LINE-START
               MOVE WS-NM-TEXT(WS-LINE-START:
                   WS-EMIT-END - WS-LINE-START + 1) TO LETTER-REC
           END-IF
           PERFORM WRITE-LETTER-LINE.

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

       LOAD-BRANCH-FILE.
           MOVE 0 TO BR-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BRANCH-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BR-CNT < 100
                           ADD 1 TO BR-CNT
                           UNSTRING BRANCH-REC DELIMITED BY ","
                               INTO BR-CODE(BR-CNT), BR-NAME(BR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

      *-----------------------------------------------------------------
      *> Mark row: source file, rows composed, then the first row's
      *> opening 60 characters last (it may hold commas).
       LOAD-MARK-FILE.
           MOVE 0 TO MK-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT MARK-FILE
           IF WS-MARK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MARK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF MK-CNT < 7
                           ADD 1 TO MK-CNT
                           MOVE SPACES TO MARK-ENTRY(MK-CNT)
                           MOVE 1 TO WS-MARK-PTR
                           UNSTRING MARK-REC DELIMITED BY ","
                               INTO MK-PATH(MK-CNT), WS-MARK-ROWS-X
                               WITH POINTER WS-MARK-PTR
                           END-UNSTRING
                           IF WS-MARK-ROWS-X NUMERIC
                               MOVE WS-MARK-ROWS-X TO MK-ROWS(MK-CNT)
                           ELSE
                               MOVE 0 TO MK-ROWS(MK-CNT)
                           END-IF
                           IF WS-MARK-PTR <= 110
                               MOVE MARK-REC(WS-MARK-PTR:)
                                   TO MK-FIRST(MK-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MARK-FILE.

       REWRITE-MARK-FILE.
           OPEN OUTPUT MARK-FILE
           PERFORM VARYING MK-IDX FROM 1 BY 1 UNTIL MK-IDX > MK-CNT
               MOVE SPACES TO MARK-REC
               STRING MK-PATH(MK-IDX) DELIMITED BY SPACE ","
                      MK-ROWS(MK-IDX) DELIMITED BY SIZE ","
                      MK-FIRST(MK-IDX) DELIMITED BY SIZE
                   INTO MARK-REC
               WRITE MARK-REC
           END-PERFORM
           CLOSE MARK-FILE.

       END PROGRAM NoticeCompose.
