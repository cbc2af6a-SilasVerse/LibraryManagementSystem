      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Reader interest profiles. A member registers
      *          standing interests -- an author from authors.csv,
      *          a subject tag already used in booktags.csv, or a
      *          genre -- kept one row each in reader_interests.csv
      *          (member,type,value,date) with type AUTHOR, TAG or
      *          GENRE. The nightly NewArrivals step matches newly
      *          catalogued titles against these rows and sends the
      *          member a new-arrivals alert. Staff reach the screen
      *          from the Members menu and key the member ID; the
      *          lobby kiosk passes the signed-in member's ID as a
      *          second argument, and the screen then works on that
      *          member only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestMaint IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-FILE ASSIGN TO "../reader_interests.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-STATUS.
           SELECT AUTHOR-FILE ASSIGN TO "../authors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOR-STATUS.
           SELECT TAG-FILE ASSIGN TO "../booktags.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT BOOK-FILE ASSIGN TO "../books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEREST-FILE.
       01  INTEREST-REC    PIC X(200).

       FD  AUTHOR-FILE.
       01  AUTHOR-REC      PIC X(200).

       FD  TAG-FILE.
       01  TAG-REC         PIC X(200).

       FD  BOOK-FILE.
       01  BOOK-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-INTEREST-STATUS PIC XX.
       01  WS-AUTHOR-STATUS  PIC XX.
       01  WS-TAG-STATUS     PIC XX.
       01  WS-BOOK-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.
       01  WS-NARG           PIC 9(4) COMP-5 VALUE 0.

      *> Every member's interests -- the file is rewritten whole when
      *> the screen closes, the same as the author and tag files.
       01  INTEREST-TABLE.
           05 INTEREST-ENTRY OCCURS 3000 TIMES.
               10 IN-MEMBER    PIC X(5).
               10 IN-TYPE      PIC X(6).
               10 IN-VALUE     PIC X(30).
               10 IN-DATE      PIC X(10).
       01  INTEREST-CNT      PIC 9(4) VALUE 0.
       01  INTEREST-IDX      PIC 9(4) VALUE 0.
      *> Per-member ceiling -- enough for a keen reader, short of
      *> one member flooding the nightly match.
       01  WS-MAX-PER-MEMBER PIC 9(2) VALUE 20.
       01  WS-MEMBER-INT-CNT PIC 9(4) VALUE 0.

       01  AUTHOR-TABLE.
           05 AUTHOR-ENTRY OCCURS 500 TIMES.
               10 AU-ID          PIC X(5).
               10 AU-NAME        PIC X(30).
               10 AU-STATUS      PIC X(9).
               10 AU-MERGED-INTO PIC X(5).
       01  AUTHOR-CNT        PIC 9(3) VALUE 0.
       01  AUTHOR-IDX        PIC 9(3) VALUE 0.

       01  TAG-TABLE.
           05 TAG-ENTRY OCCURS 2000 TIMES.
               10 TG-BOOK-ID   PIC X(5).
               10 TG-TAG       PIC X(30).
       01  TAG-CNT           PIC 9(4) VALUE 0.
       01  TAG-IDX           PIC 9(4) VALUE 0.

       01  GENRE-TABLE.
           05 GENRE-ENTRY OCCURS 200 TIMES.
               10 GN-GENRE     PIC X(30).
       01  GENRE-CNT         PIC 9(3) VALUE 0.
       01  GENRE-IDX         PIC 9(3) VALUE 0.
       01  BK-ID             PIC X(5).
       01  BK-SKIP           PIC X(30).
       01  BK-GENRE          PIC X(30).

       01  WS-MEMBER-ID      PIC X(5) VALUE SPACES.
       01  WS-MEMBER-LINE    PIC X(200).
       01  WS-MEMBER-FOUND   PIC X VALUE 'N'.
       01  WS-MEMBER-NAME    PIC X(30).
       01  WS-MEMBER-SKIP    PIC X(5).
       01  WS-PICK-AUTHOR    PIC X(5).
       01  WS-NEW-VALUE      PIC X(30).
       01  WS-NEW-TYPE       PIC X(6).
       01  WS-FOUND-IDX      PIC 9(4) VALUE 0.
       01  WS-REMOVE-NO      PIC 9(2) VALUE 0.
       01  WS-SHOWN          PIC 9(4) VALUE 0.
       01  WS-COMMA-CNT      PIC 9 VALUE 0.
       01  WS-TODAY          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       01 IM-MEMBER-ID PIC X(5).
       PROCEDURE DIVISION USING USER-CHOICE, IM-MEMBER-ID.
      *> Serialize against other transactions before rewriting
      *> reader_interests.csv.
           CALL "C$NARG" USING WS-NARG
           MOVE 'InterestMaint' TO WS-ERRLOG-PROGRAM
           CALL 'FileLock' USING 'LOCK', WS-LOCK-ACQUIRED,
               WS-ERRLOG-PROGRAM
           IF WS-LOCK-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           ELSE
               DISPLAY "Another transaction is updating the library "
                   "files right now. Please try again shortly."
               MOVE 'InterestMaint' TO WS-ERRLOG-PROGRAM
               MOVE 'Lock contention -- transaction aborted'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
      *> The kiosk hands over the member it has already signed in;
      *> at the desk the operator names the member.
           IF WS-NARG > 1
               MOVE IM-MEMBER-ID TO WS-MEMBER-ID
           ELSE
               DISPLAY "Enter Member ID: "
               ACCEPT WS-MEMBER-ID
           END-IF
           CALL 'MemberLookup' USING WS-MEMBER-ID, WS-MEMBER-LINE,
               WS-MEMBER-FOUND
           IF WS-MEMBER-FOUND NOT = 'Y'
               DISPLAY "Member not found."
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-MEMBER-LINE DELIMITED BY ","
               INTO WS-MEMBER-SKIP, WS-MEMBER-NAME

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY(7:2) DELIMITED BY SIZE "-"
                  WS-TODAY(5:2) DELIMITED BY SIZE "-"
                  WS-TODAY(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY

           PERFORM LOAD-INTEREST-FILE
           PERFORM LOAD-AUTHOR-FILE
           PERFORM LOAD-TAG-FILE
           PERFORM LOAD-GENRE-LIST

           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM INTEREST-MENU THRU INTEREST-MENU-EXIT
               UNTIL WS-DONE = 'Y'

           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-INTEREST-FILE
               DISPLAY "Reading interests saved."
           END-IF.

      *-----------------------------------------------------------------
       INTEREST-MENU.
           DISPLAY "=============================="
           DISPLAY "     ""READING INTERESTS""    "
           DISPLAY "=============================="
           DISPLAY "Member: " WS-MEMBER-ID " "
               FUNCTION TRIM(WS-MEMBER-NAME)
           DISPLAY "1) Show interests"
           DISPLAY "2) Follow an author"
           DISPLAY "3) Follow a subject tag"
           DISPLAY "4) Follow a genre"
           DISPLAY "5) Remove an interest"
           DISPLAY "6) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM SHOW-INTERESTS
              WHEN 2
                  PERFORM ADD-AUTHOR-INTEREST
              WHEN 3
                  PERFORM ADD-TAG-INTEREST
              WHEN 4
                  PERFORM ADD-GENRE-INTEREST
              WHEN 5
                  PERFORM REMOVE-INTEREST
              WHEN 6
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       INTEREST-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Numbered so REMOVE-INTEREST can take the line number back.
       SHOW-INTERESTS.
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING INTEREST-IDX FROM 1 BY 1
               UNTIL INTEREST-IDX > INTEREST-CNT
               IF IN-MEMBER(INTEREST-IDX) = WS-MEMBER-ID
                   ADD 1 TO WS-SHOWN
                   IF IN-TYPE(INTEREST-IDX) = "AUTHOR"
                       MOVE IN-VALUE(INTEREST-IDX) TO WS-PICK-AUTHOR
                       PERFORM FIND-AUTHOR
                       IF WS-FOUND-IDX > 0
                           DISPLAY WS-SHOWN(3:2) ") AUTHOR  "
                               WS-PICK-AUTHOR " "
                               FUNCTION TRIM(AU-NAME(WS-FOUND-IDX))
                               "  (since " IN-DATE(INTEREST-IDX) ")"
                       ELSE
                           DISPLAY WS-SHOWN(3:2) ") AUTHOR  "
                               IN-VALUE(INTEREST-IDX)
                               "  (since " IN-DATE(INTEREST-IDX) ")"
                       END-IF
                   ELSE
                       DISPLAY WS-SHOWN(3:2) ") "
                           IN-TYPE(INTEREST-IDX) "  "
                           FUNCTION TRIM(IN-VALUE(INTEREST-IDX))
                           "  (since " IN-DATE(INTEREST-IDX) ")"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "(no interests registered)"
           END-IF.

      *-----------------------------------------------------------------
      *> The interest is held against the surviving author, so a
      *> later merge in AuthorMaint doesn't strand it.
       ADD-AUTHOR-INTEREST.
           DISPLAY "Enter Author ID (blank to list authors): "
           MOVE SPACES TO WS-PICK-AUTHOR
           ACCEPT WS-PICK-AUTHOR
           IF WS-PICK-AUTHOR = SPACES
               PERFORM LIST-AUTHORS
               DISPLAY "Enter Author ID: "
               ACCEPT WS-PICK-AUTHOR
           END-IF
           PERFORM FIND-AUTHOR
           IF WS-FOUND-IDX = 0
               DISPLAY "Author not found."
               EXIT PARAGRAPH
           END-IF
           MOVE "AUTHOR" TO WS-NEW-TYPE
           MOVE WS-PICK-AUTHOR TO WS-NEW-VALUE
           PERFORM ADD-INTEREST-ROW
           IF WS-CHANGED = 'Y'
               DISPLAY "Now following "
                   FUNCTION TRIM(AU-NAME(WS-FOUND-IDX)) "."
           END-IF.

      *-----------------------------------------------------------------
      *> Only a tag the catalog already uses -- a misspelt tag would
      *> never match anything and the member would wait for nothing.
       ADD-TAG-INTEREST.
           DISPLAY "Enter subject tag: "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING TAG-IDX FROM 1 BY 1 UNTIL TAG-IDX > TAG-CNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(TG-TAG(TAG-IDX)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-VALUE))
                   MOVE TAG-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 OR WS-NEW-VALUE = SPACES
               DISPLAY "No title carries that tag -- check the "
                   "spelling with a tag search first."
               EXIT PARAGRAPH
           END-IF
           MOVE "TAG" TO WS-NEW-TYPE
           MOVE TG-TAG(WS-FOUND-IDX) TO WS-NEW-VALUE
           PERFORM ADD-INTEREST-ROW
           IF WS-CHANGED = 'Y'
               DISPLAY "Now following tag "
                   FUNCTION TRIM(WS-NEW-VALUE) "."
           END-IF.

      *-----------------------------------------------------------------
       ADD-GENRE-INTEREST.
           DISPLAY "Genres in the catalog:"
           PERFORM VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > GENRE-CNT
               DISPLAY "   " FUNCTION TRIM(GN-GENRE(GENRE-IDX))
           END-PERFORM
           DISPLAY "Enter genre: "
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > GENRE-CNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(GN-GENRE
                   (GENRE-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NEW-VALUE))
                   MOVE GENRE-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 OR WS-NEW-VALUE = SPACES
               DISPLAY "That genre is not in the catalog."
               EXIT PARAGRAPH
           END-IF
           MOVE "GENRE" TO WS-NEW-TYPE
           MOVE GN-GENRE(WS-FOUND-IDX) TO WS-NEW-VALUE
           PERFORM ADD-INTEREST-ROW
           IF WS-CHANGED = 'Y'
               DISPLAY "Now following genre "
                   FUNCTION TRIM(WS-NEW-VALUE) "."
           END-IF.

      *-----------------------------------------------------------------
      *> WS-NEW-TYPE / WS-NEW-VALUE for WS-MEMBER-ID, refusing a
      *> duplicate or a member already at the ceiling.
       ADD-INTEREST-ROW.
           MOVE 0 TO WS-MEMBER-INT-CNT
           PERFORM VARYING INTEREST-IDX FROM 1 BY 1
               UNTIL INTEREST-IDX > INTEREST-CNT
               IF IN-MEMBER(INTEREST-IDX) = WS-MEMBER-ID
                   ADD 1 TO WS-MEMBER-INT-CNT
                   IF IN-TYPE(INTEREST-IDX) = WS-NEW-TYPE
                       AND FUNCTION UPPER-CASE(IN-VALUE(INTEREST-IDX))
                       = FUNCTION UPPER-CASE(WS-NEW-VALUE)
                       DISPLAY "That interest is already registered."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEMBER-INT-CNT >= WS-MAX-PER-MEMBER
               DISPLAY "This member already follows "
                   WS-MAX-PER-MEMBER " interests -- remove one first."
               EXIT PARAGRAPH
           END-IF
           IF INTEREST-CNT >= 3000
               DISPLAY "Interest file is full."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INTEREST-CNT
           MOVE WS-MEMBER-ID TO IN-MEMBER(INTEREST-CNT)
           MOVE WS-NEW-TYPE TO IN-TYPE(INTEREST-CNT)
           MOVE WS-NEW-VALUE TO IN-VALUE(INTEREST-CNT)
           MOVE WS-TODAY-DISPLAY TO IN-DATE(INTEREST-CNT)
           MOVE 'Y' TO WS-CHANGED.

      *-----------------------------------------------------------------
       REMOVE-INTEREST.
           PERFORM SHOW-INTERESTS
           IF WS-SHOWN = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Line number to remove: "
           ACCEPT WS-REMOVE-NO
           IF WS-REMOVE-NO = 0 OR WS-REMOVE-NO > WS-SHOWN
               DISPLAY "Nothing removed."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SHOWN
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING INTEREST-IDX FROM 1 BY 1
               UNTIL INTEREST-IDX > INTEREST-CNT
               IF IN-MEMBER(INTEREST-IDX) = WS-MEMBER-ID
                   ADD 1 TO WS-SHOWN
                   IF WS-SHOWN = WS-REMOVE-NO
                       MOVE INTEREST-IDX TO WS-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING INTEREST-IDX FROM WS-FOUND-IDX BY 1
               UNTIL INTEREST-IDX >= INTEREST-CNT
               MOVE INTEREST-ENTRY(INTEREST-IDX + 1)
                   TO INTEREST-ENTRY(INTEREST-IDX)
           END-PERFORM
           SUBTRACT 1 FROM INTEREST-CNT
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Interest removed.".

      *-----------------------------------------------------------------
       LIST-AUTHORS.
           PERFORM VARYING AUTHOR-IDX FROM 1 BY 1
               UNTIL AUTHOR-IDX > AUTHOR-CNT
               IF FUNCTION TRIM(AU-STATUS(AUTHOR-IDX)) NOT = "MERGED"
                   DISPLAY "   " AU-ID(AUTHOR-IDX) "  "
                       AU-NAME(AUTHOR-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> WS-PICK-AUTHOR -> WS-FOUND-IDX, following a MERGED entry to
      *> its survivor (one hop, as AuthorMaint keeps them) and
      *> leaving the survivor's ID in WS-PICK-AUTHOR.
       FIND-AUTHOR.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING AUTHOR-IDX FROM 1 BY 1
               UNTIL AUTHOR-IDX > AUTHOR-CNT
               IF AU-ID(AUTHOR-IDX) = WS-PICK-AUTHOR
                   MOVE AUTHOR-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(AU-STATUS(WS-FOUND-IDX)) = "MERGED"
               MOVE AU-MERGED-INTO(WS-FOUND-IDX) TO WS-PICK-AUTHOR
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING AUTHOR-IDX FROM 1 BY 1
                   UNTIL AUTHOR-IDX > AUTHOR-CNT
                   IF AU-ID(AUTHOR-IDX) = WS-PICK-AUTHOR
                       MOVE AUTHOR-IDX TO WS-FOUND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
       LOAD-INTEREST-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO INTEREST-CNT
           OPEN INPUT INTEREST-FILE
           IF WS-INTEREST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ INTEREST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF INTEREST-CNT < 3000
                           ADD 1 TO INTEREST-CNT
                           UNSTRING INTEREST-REC DELIMITED BY ","
                               INTO IN-MEMBER(INTEREST-CNT),
                                    IN-TYPE(INTEREST-CNT),
                                    IN-VALUE(INTEREST-CNT),
                                    IN-DATE(INTEREST-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTEREST-FILE.

      *-----------------------------------------------------------------
       LOAD-AUTHOR-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO AUTHOR-CNT
           OPEN INPUT AUTHOR-FILE
           IF WS-AUTHOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ AUTHOR-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AUTHOR-CNT < 500
                           ADD 1 TO AUTHOR-CNT
                           MOVE SPACES TO AU-MERGED-INTO(AUTHOR-CNT)
                           UNSTRING AUTHOR-REC DELIMITED BY ","
                               INTO AU-ID(AUTHOR-CNT),
                                    AU-NAME(AUTHOR-CNT),
                                    AU-STATUS(AUTHOR-CNT),
                                    AU-MERGED-INTO(AUTHOR-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTHOR-FILE.

      *-----------------------------------------------------------------
       LOAD-TAG-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO TAG-CNT
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TAG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF TAG-CNT < 2000
                           ADD 1 TO TAG-CNT
                           UNSTRING TAG-REC DELIMITED BY ","
                               INTO TG-BOOK-ID(TAG-CNT),
                                    TG-TAG(TAG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAG-FILE.

      *-----------------------------------------------------------------
      *> The distinct genres on books.csv, in first-seen order.
       LOAD-GENRE-LIST.
           MOVE 'N' TO FILE-END
           MOVE 0 TO GENRE-CNT
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ BOOK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO BK-GENRE
                       UNSTRING BOOK-REC DELIMITED BY ","
                           INTO BK-ID, BK-SKIP, BK-SKIP, BK-SKIP,
                                BK-GENRE
                       MOVE 0 TO WS-FOUND-IDX
                       PERFORM VARYING GENRE-IDX FROM 1 BY 1
                           UNTIL GENRE-IDX > GENRE-CNT
                           IF GN-GENRE(GENRE-IDX) = BK-GENRE
                               MOVE GENRE-IDX TO WS-FOUND-IDX
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-FOUND-IDX = 0 AND BK-GENRE NOT = SPACES
                           AND GENRE-CNT < 200
                           ADD 1 TO GENRE-CNT
                           MOVE BK-GENRE TO GN-GENRE(GENRE-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
       REWRITE-INTEREST-FILE.
           OPEN OUTPUT INTEREST-FILE
           PERFORM VARYING INTEREST-IDX FROM 1 BY 1
               UNTIL INTEREST-IDX > INTEREST-CNT
               MOVE SPACES TO INTEREST-REC
               STRING IN-MEMBER(INTEREST-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(IN-TYPE(INTEREST-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(IN-VALUE(INTEREST-IDX))
                          DELIMITED BY SIZE ","
                      IN-DATE(INTEREST-IDX) DELIMITED BY SIZE
                   INTO INTEREST-REC
               WRITE INTEREST-REC
           END-PERFORM
           CLOSE INTEREST-FILE.

       END PROGRAM InterestMaint.
