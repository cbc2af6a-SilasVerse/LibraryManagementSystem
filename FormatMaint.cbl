      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Material-format master. formats.csv is the list a
      *          title's format is chosen from -- BOOK, LARGEPRINT,
      *          AUDIOCD, DVD, BOARDBOOK and whatever else the
      *          library stocks -- and carries each format's own
      *          lending rules: loan period in days, loan cap (how
      *          many of that format a member may hold at once),
      *          renewal limit and overdue fine per day. A rule left
      *          blank means the format has none of its own and the
      *          genre or parameters.csv value applies as before.
      *          bookformats.csv ties a title to its format -- its
      *          own file for the reason AuthorMaint gives: books.csv
      *          keeps exactly its eight columns. A title with no row
      *          is a BOOK. FormatCheck is the shared lookup the
      *          lending programs call. Anyone can list formats, add
      *          one and set a title's format; a format's rules are
      *          set by a supervisor (FMTRULE, supervisor-only in
      *          PermCheck).
      *            formats.csv: code,description,days,cap,renewals,
      *                         rate,status
      *            bookformats.csv: book,format
      * Tectonics: cobc
      * (Updated by Silas): a format's lending rules are set only by a
      *            supervisor (FMTRULE); listing, adding a format and
      *            setting a title's format stay open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FormatMaint IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMAT-FILE ASSIGN TO "../formats.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMAT-STATUS.
           SELECT BKFMT-FILE ASSIGN TO "../bookformats.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKFMT-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORMAT-FILE.
       01  FORMAT-REC      PIC X(120).
       FD  BKFMT-FILE.
       01  BKFMT-REC       PIC X(40).
       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FORMAT-STATUS  PIC XX.
       01  WS-BKFMT-STATUS   PIC XX.
       01  WS-BOOK-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.

      *> A rule held as text so a blank column stays blank.
       01  FORMAT-TABLE.
           05 FORMAT-ENTRY OCCURS 50 TIMES.
               10 FM-CODE        PIC X(10).
               10 FM-DESC        PIC X(30).
               10 FM-DAYS        PIC X(3).
               10 FM-CAP         PIC X(2).
               10 FM-RENEWALS    PIC X(2).
               10 FM-RATE        PIC X(5).
               10 FM-STATUS      PIC X(7).
       01  FORMAT-CNT        PIC 9(2) VALUE 0.
       01  FORMAT-IDX        PIC 9(2) VALUE 0.
       01  FORMAT-MATCH-IDX  PIC 9(2) VALUE 0.

       01  BKFMT-TABLE.
           05 BKFMT-ENTRY OCCURS 2000 TIMES.
               10 BF-BOOK-ID     PIC X(5).
               10 BF-FORMAT      PIC X(10).
       01  BKFMT-CNT         PIC 9(4) VALUE 0.
       01  BKFMT-IDX         PIC 9(4) VALUE 0.
       01  BKFMT-MATCH-IDX   PIC 9(4) VALUE 0.

       01  BOOK-TABLE.
           05 BOOK-ENTRY OCCURS 1000 TIMES.
               10 BK-ID          PIC X(5).
               10 BK-NAME        PIC X(30).
       01  BOOK-CNT          PIC 9(4) VALUE 0.
       01  BOOK-IDX          PIC 9(4) VALUE 0.
       01  BOOK-MATCH-IDX    PIC 9(4) VALUE 0.

       01  WS-PICK-X         PIC X(5).
       01  WS-CODE-IN        PIC X(10).
       01  WS-DESC-IN        PIC X(30).
       01  WS-RULE-IN        PIC X(5).
       01  WS-RULE-N         PIC 9(5).
       01  WS-RULE-OK        PIC X.
       01  WS-COMMA-CNT      PIC 9(2).
       01  WS-OLD-FORMAT     PIC X(10).
       01  WS-TITLE-CNT      PIC 9(4).
       01  WS-CNT-ED         PIC ZZZ9.
       01  WS-SHOW-DAYS      PIC X(3).
       01  WS-SHOW-CAP       PIC X(2).
       01  WS-SHOW-RENEW     PIC X(2).
       01  WS-SHOW-RATE      PIC X(5).
       01  WS-DAYS-N         PIC 9(3).
       01  WS-CAP-N          PIC 9(2).
       01  WS-RENEW-N        PIC 9(2).
       01  WS-RATE-N         PIC 9(5).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.

      *> The supervisor who sets a format's rules -- see PermCheck.
       01  WS-OPERATOR-ID       PIC X(10) VALUE SPACES.
       01  WS-OP-VALID          PIC X VALUE 'M'.
       01  WS-OP-ROLE           PIC X(5) VALUE SPACES.
       01  WS-PERM-FUNCTION     PIC X(8) VALUE "FMTRULE".
       01  WS-PERM-ALLOWED      PIC X.
       01  WS-SUPER-OK          PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.
      *> Set just before an audit row a supervisor signed for.
       01  WS-AUDIT-OPERATOR    PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before touching
      *> formats.csv or bookformats.csv.
           MOVE 'FormatMaint' TO WS-ERRLOG-PROGRAM
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
           PERFORM LOAD-FORMAT-FILE
           PERFORM LOAD-BKFMT-FILE
           PERFORM LOAD-BOOK-FILE

           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM FORMAT-MENU THRU FORMAT-MENU-EXIT
               UNTIL WS-DONE = 'Y'

           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-FORMAT-FILE
               PERFORM REWRITE-BKFMT-FILE
               DISPLAY "Format files saved."
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       FORMAT-MENU.
           DISPLAY "=============================="
           DISPLAY "       MATERIAL FORMATS"
           DISPLAY "=============================="
           DISPLAY "1) List formats and their rules"
           DISPLAY "2) Add a format"
           DISPLAY "3) Change a format's lending rules"
           DISPLAY "4) Retire or reinstate a format"
           DISPLAY "5) Set a title's format"
           DISPLAY "6) List the titles in a format"
           DISPLAY "7) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LIST-FORMATS
              WHEN 2
                  PERFORM ADD-FORMAT
              WHEN 3
                  PERFORM CHANGE-FORMAT-RULES
              WHEN 4
                  PERFORM RETIRE-FORMAT
              WHEN 5
                  PERFORM SET-TITLE-FORMAT
              WHEN 6
                  PERFORM LIST-FORMAT-TITLES
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       FORMAT-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> A dash is a rule the format leaves to the genre/parameters.
       LIST-FORMATS.
           DISPLAY "Code       Description                    "
               "Days Cap Ren  Fine Status  Titles"
           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > FORMAT-CNT
               MOVE FM-DAYS(FORMAT-IDX) TO WS-SHOW-DAYS
               IF WS-SHOW-DAYS = SPACES
                   MOVE "  -" TO WS-SHOW-DAYS
               END-IF
               MOVE FM-CAP(FORMAT-IDX) TO WS-SHOW-CAP
               IF WS-SHOW-CAP = SPACES
                   MOVE " -" TO WS-SHOW-CAP
               END-IF
               MOVE FM-RENEWALS(FORMAT-IDX) TO WS-SHOW-RENEW
               IF WS-SHOW-RENEW = SPACES
                   MOVE " -" TO WS-SHOW-RENEW
               END-IF
               MOVE FM-RATE(FORMAT-IDX) TO WS-SHOW-RATE
               IF WS-SHOW-RATE = SPACES
                   MOVE "    -" TO WS-SHOW-RATE
               END-IF
               PERFORM COUNT-FORMAT-TITLES
               MOVE WS-TITLE-CNT TO WS-CNT-ED
               DISPLAY FM-CODE(FORMAT-IDX) " " FM-DESC(FORMAT-IDX)
                   " " WS-SHOW-DAYS "  " WS-SHOW-CAP "  "
                   WS-SHOW-RENEW " " WS-SHOW-RATE " "
                   FM-STATUS(FORMAT-IDX) " " WS-CNT-ED
           END-PERFORM.

      *-----------------------------------------------------------------
       ADD-FORMAT.
           IF FORMAT-CNT >= 50
               DISPLAY "Format table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Format code (e.g. DVD, LARGEPRINT): "
           MOVE SPACES TO WS-CODE-IN
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN
           MOVE 0 TO WS-COMMA-CNT
           INSPECT WS-CODE-IN TALLYING WS-COMMA-CNT FOR ALL ","
           IF FUNCTION TRIM(WS-CODE-IN) = SPACE OR WS-COMMA-CNT > 0
               DISPLAY "Enter a code, without commas."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FORMAT
           IF FORMAT-MATCH-IDX NOT = 0
               DISPLAY "That format is already on the list."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: "
           MOVE SPACES TO WS-DESC-IN
           ACCEPT WS-DESC-IN
           MOVE 0 TO WS-COMMA-CNT
           INSPECT WS-DESC-IN TALLYING WS-COMMA-CNT FOR ALL ","
           IF WS-COMMA-CNT > 0
               DISPLAY "Enter a description without commas."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FORMAT-CNT
           MOVE FORMAT-CNT TO FORMAT-MATCH-IDX
           MOVE WS-CODE-IN TO FM-CODE(FORMAT-CNT)
           MOVE WS-DESC-IN TO FM-DESC(FORMAT-CNT)
           MOVE SPACES TO FM-DAYS(FORMAT-CNT) FM-CAP(FORMAT-CNT)
               FM-RENEWALS(FORMAT-CNT) FM-RATE(FORMAT-CNT)
           MOVE "ACTIVE" TO FM-STATUS(FORMAT-CNT)
      *> Without a supervisor the format goes on the list with no
      *> rules of its own, so the genre and parameters.csv values
      *> keep applying until a supervisor sets them under item 3.
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-OK = 'Y'
               PERFORM ACCEPT-FORMAT-RULES
               IF WS-RULE-OK NOT = 'Y'
                   SUBTRACT 1 FROM FORMAT-CNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR
           ELSE
               DISPLAY "Adding the format with no rules of its own."
           END-IF
           MOVE 'Y' TO WS-CHANGED

           MOVE "FORMAT" TO WS-AUDIT-ENTITY-TYPE
           MOVE FM-CODE(FORMAT-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "ACTIVE" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Format " FUNCTION TRIM(WS-CODE-IN) " added.".

      *-----------------------------------------------------------------
       CHANGE-FORMAT-RULES.
           DISPLAY "Format code: "
           MOVE SPACES TO WS-CODE-IN
           ACCEPT WS-CODE-IN
           PERFORM FIND-FORMAT
           IF FORMAT-MATCH-IDX = 0
               DISPLAY "No format with that code."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current rules -- days [" FM-DAYS(FORMAT-MATCH-IDX)
               "] cap [" FM-CAP(FORMAT-MATCH-IDX) "] renewals ["
               FM-RENEWALS(FORMAT-MATCH-IDX) "] fine ["
               FM-RATE(FORMAT-MATCH-IDX) "]"
           PERFORM CHECK-SUPERVISOR
           IF WS-SUPER-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-FORMAT-RULES
           IF WS-RULE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHANGED
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR
           MOVE "FORMAT" TO WS-AUDIT-ENTITY-TYPE
           MOVE FM-CODE(FORMAT-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE "RULES" TO WS-AUDIT-OLD-STATUS
           MOVE "RULES" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Rules for " FUNCTION TRIM(FM-CODE
               (FORMAT-MATCH-IDX)) " updated.".

      *-----------------------------------------------------------------
      *> Prompts for the four rules of FORMAT-MATCH-IDX. Blank keeps
      *> no rule of the format's own; all four are checked before
      *> any is stored.
       ACCEPT-FORMAT-RULES.
           MOVE 'N' TO WS-RULE-OK
           DISPLAY "Loan period in days (blank for none of its own): "
           MOVE SPACES TO WS-RULE-IN
           ACCEPT WS-RULE-IN
           PERFORM CHECK-RULE-IN
           IF WS-RULE-OK NOT = 'Y' OR WS-RULE-N > 365
               DISPLAY "Enter a loan period of 1 to 365 days."
               MOVE 'N' TO WS-RULE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-IN NOT = SPACES AND WS-RULE-N = 0
               DISPLAY "Enter a loan period of 1 to 365 days."
               MOVE 'N' TO WS-RULE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-IN TO WS-SHOW-DAYS
           MOVE WS-RULE-N TO WS-DAYS-N
           DISPLAY "Loan cap per member (blank for none of its own): "
           MOVE SPACES TO WS-RULE-IN
           ACCEPT WS-RULE-IN
           PERFORM CHECK-RULE-IN
           IF WS-RULE-OK NOT = 'Y' OR WS-RULE-N > 99
               DISPLAY "Enter a cap of 0 to 99."
               MOVE 'N' TO WS-RULE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-IN TO WS-SHOW-CAP
           MOVE WS-RULE-N TO WS-CAP-N
           DISPLAY "Renewal limit (blank for none of its own): "
           MOVE SPACES TO WS-RULE-IN
           ACCEPT WS-RULE-IN
           PERFORM CHECK-RULE-IN
           IF WS-RULE-OK NOT = 'Y' OR WS-RULE-N > 99
               DISPLAY "Enter a renewal limit of 0 to 99."
               MOVE 'N' TO WS-RULE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-IN TO WS-SHOW-RENEW
           MOVE WS-RULE-N TO WS-RENEW-N
           DISPLAY "Overdue fine per day in MMK (blank for none of "
               "its own): "
           MOVE SPACES TO WS-RULE-IN
           ACCEPT WS-RULE-IN
           PERFORM CHECK-RULE-IN
           IF WS-RULE-OK NOT = 'Y'
               DISPLAY "Enter a fine of 0 to 99999."
               EXIT PARAGRAPH
           END-IF

           IF WS-SHOW-DAYS = SPACES
               MOVE SPACES TO FM-DAYS(FORMAT-MATCH-IDX)
           ELSE
               MOVE WS-DAYS-N TO FM-DAYS(FORMAT-MATCH-IDX)
           END-IF
           IF WS-SHOW-CAP = SPACES
               MOVE SPACES TO FM-CAP(FORMAT-MATCH-IDX)
           ELSE
               MOVE WS-CAP-N TO FM-CAP(FORMAT-MATCH-IDX)
           END-IF
           IF WS-SHOW-RENEW = SPACES
               MOVE SPACES TO FM-RENEWALS(FORMAT-MATCH-IDX)
           ELSE
               MOVE WS-RENEW-N TO FM-RENEWALS(FORMAT-MATCH-IDX)
           END-IF
           IF WS-RULE-IN = SPACES
               MOVE SPACES TO FM-RATE(FORMAT-MATCH-IDX)
           ELSE
               MOVE WS-RULE-N TO WS-RATE-N
               MOVE WS-RATE-N TO FM-RATE(FORMAT-MATCH-IDX)
           END-IF.

      *> WS-RULE-IN blank or a whole number; WS-RULE-N its value.
       CHECK-RULE-IN.
           MOVE 'Y' TO WS-RULE-OK
           MOVE 0 TO WS-RULE-N
           IF WS-RULE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-RULE-IN) NOT = 0
               MOVE 'N' TO WS-RULE-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-RULE-IN) < 0
               OR FUNCTION NUMVAL(WS-RULE-IN) > 99999
               MOVE 'N' TO WS-RULE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-RULE-IN) TO WS-RULE-N.

      *-----------------------------------------------------------------
      *> Retiring takes a format off the list for new titles; the
      *> titles already in it keep lending under its rules. BOOK is
      *> the default every untagged title falls back to and stays.
       RETIRE-FORMAT.
           DISPLAY "Format code: "
           MOVE SPACES TO WS-CODE-IN
           ACCEPT WS-CODE-IN
           PERFORM FIND-FORMAT
           IF FORMAT-MATCH-IDX = 0
               DISPLAY "No format with that code."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FM-CODE(FORMAT-MATCH-IDX)) = "BOOK"
               DISPLAY "BOOK is the default format and can't be "
                   "retired."
               EXIT PARAGRAPH
           END-IF
           MOVE "FORMAT" TO WS-AUDIT-ENTITY-TYPE
           MOVE FM-CODE(FORMAT-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE FM-STATUS(FORMAT-MATCH-IDX) TO WS-AUDIT-OLD-STATUS
           IF FUNCTION TRIM(FM-STATUS(FORMAT-MATCH-IDX)) = "RETIRED"
               MOVE "ACTIVE" TO FM-STATUS(FORMAT-MATCH-IDX)
           ELSE
               MOVE "RETIRED" TO FM-STATUS(FORMAT-MATCH-IDX)
           END-IF
           MOVE FM-STATUS(FORMAT-MATCH-IDX) TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           MOVE 'Y' TO WS-CHANGED
           DISPLAY FUNCTION TRIM(FM-CODE(FORMAT-MATCH-IDX)) " is now "
               FUNCTION TRIM(FM-STATUS(FORMAT-MATCH-IDX)) ".".

      *-----------------------------------------------------------------
      *> Setting a title back to BOOK drops its row -- no row means
      *> BOOK.
       SET-TITLE-FORMAT.
           DISPLAY "Book ID: "
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           PERFORM FIND-BOOK
           IF BOOK-MATCH-IDX = 0
               DISPLAY "No book with that ID."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BKFMT
           IF BKFMT-MATCH-IDX = 0
               MOVE "BOOK" TO WS-OLD-FORMAT
           ELSE
               MOVE BF-FORMAT(BKFMT-MATCH-IDX) TO WS-OLD-FORMAT
           END-IF
           DISPLAY FUNCTION TRIM(BK-NAME(BOOK-MATCH-IDX))
               " is currently " FUNCTION TRIM(WS-OLD-FORMAT) "."
           DISPLAY "New format code: "
           MOVE SPACES TO WS-CODE-IN
           ACCEPT WS-CODE-IN
           PERFORM FIND-FORMAT
           IF FORMAT-MATCH-IDX = 0
               DISPLAY "No format with that code."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FM-STATUS(FORMAT-MATCH-IDX)) = "RETIRED"
               DISPLAY "That format is retired -- choose another."
               EXIT PARAGRAPH
           END-IF
           IF FM-CODE(FORMAT-MATCH-IDX) = WS-OLD-FORMAT
               DISPLAY "No change."
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(FM-CODE(FORMAT-MATCH-IDX)) = "BOOK"
               PERFORM VARYING BKFMT-IDX FROM BKFMT-MATCH-IDX BY 1
                   UNTIL BKFMT-IDX >= BKFMT-CNT
                   MOVE BKFMT-ENTRY(BKFMT-IDX + 1)
                       TO BKFMT-ENTRY(BKFMT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM BKFMT-CNT
           ELSE
               IF BKFMT-MATCH-IDX = 0
                   IF BKFMT-CNT >= 2000
                       DISPLAY "Title format table is full."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO BKFMT-CNT
                   MOVE BKFMT-CNT TO BKFMT-MATCH-IDX
                   MOVE BK-ID(BOOK-MATCH-IDX)
                       TO BF-BOOK-ID(BKFMT-MATCH-IDX)
               END-IF
               MOVE FM-CODE(FORMAT-MATCH-IDX)
                   TO BF-FORMAT(BKFMT-MATCH-IDX)
           END-IF
           MOVE 'Y' TO WS-CHANGED

           MOVE "BOOK" TO WS-AUDIT-ENTITY-TYPE
           MOVE BK-ID(BOOK-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE WS-OLD-FORMAT TO WS-AUDIT-OLD-STATUS
           MOVE FM-CODE(FORMAT-MATCH-IDX) TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY FUNCTION TRIM(BK-NAME(BOOK-MATCH-IDX)) " is now "
               FUNCTION TRIM(FM-CODE(FORMAT-MATCH-IDX)) ".".

      *-----------------------------------------------------------------
       LIST-FORMAT-TITLES.
           DISPLAY "Format code: "
           MOVE SPACES TO WS-CODE-IN
           ACCEPT WS-CODE-IN
           PERFORM FIND-FORMAT
           IF FORMAT-MATCH-IDX = 0
               DISPLAY "No format with that code."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TITLE-CNT
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
               UNTIL BOOK-IDX > BOOK-CNT
               MOVE BK-ID(BOOK-IDX) TO WS-PICK-X
               PERFORM FIND-BKFMT
               IF BKFMT-MATCH-IDX = 0
                   MOVE "BOOK" TO WS-OLD-FORMAT
               ELSE
                   MOVE BF-FORMAT(BKFMT-MATCH-IDX) TO WS-OLD-FORMAT
               END-IF
               IF WS-OLD-FORMAT = FM-CODE(FORMAT-MATCH-IDX)
                   ADD 1 TO WS-TITLE-CNT
                   DISPLAY "   " BK-ID(BOOK-IDX) " "
                       FUNCTION TRIM(BK-NAME(BOOK-IDX))
               END-IF
           END-PERFORM
           MOVE WS-TITLE-CNT TO WS-CNT-ED
           DISPLAY FUNCTION TRIM(WS-CNT-ED) " title(s) in "
               FUNCTION TRIM(FM-CODE(FORMAT-MATCH-IDX)) ".".

      *-----------------------------------------------------------------
      *> Titles of FORMAT-IDX's format -- untagged titles are BOOK.
       COUNT-FORMAT-TITLES.
           MOVE 0 TO WS-TITLE-CNT
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
               UNTIL BOOK-IDX > BOOK-CNT
               MOVE BK-ID(BOOK-IDX) TO WS-PICK-X
               PERFORM FIND-BKFMT
               IF BKFMT-MATCH-IDX = 0
                   MOVE "BOOK" TO WS-OLD-FORMAT
               ELSE
                   MOVE BF-FORMAT(BKFMT-MATCH-IDX) TO WS-OLD-FORMAT
               END-IF
               IF WS-OLD-FORMAT = FM-CODE(FORMAT-IDX)
                   ADD 1 TO WS-TITLE-CNT
               END-IF
           END-PERFORM.

       FIND-FORMAT.
           MOVE 0 TO FORMAT-MATCH-IDX
           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > FORMAT-CNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(FM-CODE
                   (FORMAT-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-IN))
                   MOVE FORMAT-IDX TO FORMAT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-BKFMT.
           MOVE 0 TO BKFMT-MATCH-IDX
           PERFORM VARYING BKFMT-IDX FROM 1 BY 1
               UNTIL BKFMT-IDX > BKFMT-CNT
               IF FUNCTION TRIM(BF-BOOK-ID(BKFMT-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE BKFMT-IDX TO BKFMT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-BOOK.
           MOVE 0 TO BOOK-MATCH-IDX
           PERFORM VARYING BOOK-IDX FROM 1 BY 1
               UNTIL BOOK-IDX > BOOK-CNT
               IF FUNCTION TRIM(BK-ID(BOOK-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE BOOK-IDX TO BOOK-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE 'FormatMaint' TO WS-AUDIT-PROGRAM
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS,
               WS-AUDIT-OPERATOR
           MOVE SPACES TO WS-AUDIT-OPERATOR.

      *-----------------------------------------------------------------
      *> A format's rules are a supervisor's to set. Main lets anyone
      *> into the format master, so the supervisor's ID is checked
      *> here; an installation without an operator master lets it
      *> through as every other supervised item does.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPER-OK
           DISPLAY "Supervisor operator ID: "
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operator ID can't be blank!"
               EXIT PARAGRAPH
           END-IF
           CALL 'OperatorCheck' USING WS-OPERATOR-ID, WS-OP-VALID,
               WS-OP-ROLE
           IF WS-OP-VALID = 'N'
               DISPLAY "Unknown or inactive operator ID!"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-VALID = 'M'
               MOVE 'Y' TO WS-SUPER-OK
               EXIT PARAGRAPH
           END-IF
           CALL 'PermCheck' USING WS-OPERATOR-ID, WS-OP-ROLE,
               WS-PERM-FUNCTION, WS-PERM-ALLOWED
           IF WS-PERM-ALLOWED = 'Y'
               MOVE 'Y' TO WS-SUPER-OK
           ELSE
               DISPLAY "Format lending rules are set by supervisors."
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'Permission denied: FMTRULE for operator '
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   INTO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      *> BOOK is always on the list, rules or not, so a new
      *> installation starts with the default every title has.
       LOAD-FORMAT-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO FORMAT-CNT
           OPEN INPUT FORMAT-FILE
           IF WS-FORMAT-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ FORMAT-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           IF FORMAT-CNT < 50
                               AND FORMAT-REC NOT = SPACES
                               ADD 1 TO FORMAT-CNT
                               MOVE SPACES TO FORMAT-ENTRY(FORMAT-CNT)
                               UNSTRING FORMAT-REC DELIMITED BY ","
                                   INTO FM-CODE(FORMAT-CNT),
                                        FM-DESC(FORMAT-CNT),
                                        FM-DAYS(FORMAT-CNT),
                                        FM-CAP(FORMAT-CNT),
                                        FM-RENEWALS(FORMAT-CNT),
                                        FM-RATE(FORMAT-CNT),
                                        FM-STATUS(FORMAT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMAT-FILE
           END-IF
           MOVE "BOOK" TO WS-CODE-IN
           PERFORM FIND-FORMAT
           IF FORMAT-MATCH-IDX = 0 AND FORMAT-CNT < 50
               ADD 1 TO FORMAT-CNT
               MOVE SPACES TO FORMAT-ENTRY(FORMAT-CNT)
               MOVE "BOOK" TO FM-CODE(FORMAT-CNT)
               MOVE "Printed book" TO FM-DESC(FORMAT-CNT)
               MOVE "ACTIVE" TO FM-STATUS(FORMAT-CNT)
           END-IF.

       REWRITE-FORMAT-FILE.
           OPEN OUTPUT FORMAT-FILE
           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > FORMAT-CNT
               MOVE SPACES TO FORMAT-REC
               STRING FUNCTION TRIM(FM-CODE(FORMAT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FM-DESC(FORMAT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FM-DAYS(FORMAT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FM-CAP(FORMAT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FM-RENEWALS(FORMAT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FM-RATE(FORMAT-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(FM-STATUS(FORMAT-IDX))
                          DELIMITED BY SIZE
                   INTO FORMAT-REC
               WRITE FORMAT-REC
           END-PERFORM
           CLOSE FORMAT-FILE.

      *-----------------------------------------------------------------
       LOAD-BKFMT-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO BKFMT-CNT
           OPEN INPUT BKFMT-FILE
           IF WS-BKFMT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BKFMT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BKFMT-CNT < 2000 AND BKFMT-REC NOT = SPACES
                           ADD 1 TO BKFMT-CNT
                           MOVE SPACES TO BF-FORMAT(BKFMT-CNT)
                           UNSTRING BKFMT-REC DELIMITED BY ","
                               INTO BF-BOOK-ID(BKFMT-CNT),
                                    BF-FORMAT(BKFMT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKFMT-FILE.

       REWRITE-BKFMT-FILE.
           OPEN OUTPUT BKFMT-FILE
           PERFORM VARYING BKFMT-IDX FROM 1 BY 1
               UNTIL BKFMT-IDX > BKFMT-CNT
               MOVE SPACES TO BKFMT-REC
               STRING BF-BOOK-ID(BKFMT-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(BF-FORMAT(BKFMT-IDX))
                          DELIMITED BY SIZE
                   INTO BKFMT-REC
               WRITE BKFMT-REC
           END-PERFORM
           CLOSE BKFMT-FILE.

      *-----------------------------------------------------------------
       LOAD-BOOK-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO BOOK-CNT
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF BOOK-CNT < 1000
                           ADD 1 TO BOOK-CNT
                           UNSTRING BOOK-REC DELIMITED BY ","
                               INTO BK-ID(BOOK-CNT), BK-NAME(BOOK-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

       END PROGRAM FormatMaint.
