      *          reading_certificate.txt the way MemberDetail
      *          prints member_card.txt.
      * Tectonics: cobc
      * (Updated by Silas): A program can have a staff reading list
      *            attached (ReadingLists); its ID is a sixth
      *            reading_programs.csv column, blank for none, shown on
      *            the program list and the standings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadingProgram IS INITIAL.
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CERT-FILE ASSIGN TO "../reading_certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RLIST-FILE ASSIGN TO "../reading_lists.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ARCHIVE-REC     PIC X(200).
       FD  CERT-FILE.
       01  CERT-LINE       PIC X(60).
       FD  RLIST-FILE.
       01  RLIST-REC       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-STATUS PIC XX.
       01  WS-ENROLL-STATUS  PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS PIC XX.
       01  WS-RLIST-STATUS   PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
               10 PG-START    PIC X(10).
               10 PG-END      PIC X(10).
               10 PG-TARGET   PIC 9(3).
               10 PG-LIST     PIC X(5).
       01  PROGRAM-CNT       PIC 9(2) VALUE 0.
       01  PROGRAM-IDX       PIC 9(2) VALUE 0.
       01  PROGRAM-PICK      PIC 9(2) VALUE 0.
       01  WS-MEMBER-NAME    PIC X(30).
       01  BK-SKIP           PIC X(30).

      *> The staff reading list a program is built around -- see
      *> ReadingLists.
       01  RL-ID-IN          PIC X(5).
       01  RL-TITLE-IN       PIC X(40).
       01  RL-STATUS-IN      PIC X(7).
       01  RL-SKIP           PIC X(15).
       01  WS-LIST-OK        PIC X VALUE 'N'.
       01  WS-LIST-TITLE     PIC X(40).
       01  WS-LIST-STATE     PIC X(7).

      *> One loan row at a time for the progress count.
       01  LG-TRAN           PIC X(5).
       01  LG-MEMBER         PIC X(5).
           DISPLAY "3) Enroll a member"
           DISPLAY "4) Standings and completion report"
           DISPLAY "5) Print a finisher's certificate"
           DISPLAY "6) Attach a reading list"
           DISPLAY "7) Done"
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 5
                  PERFORM PRINT-CERTIFICATE
              WHEN 6
                  PERFORM ATTACH-READING-LIST
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
                       IF PROGRAM-CNT < 20
                           ADD 1 TO PROGRAM-CNT
                           MOVE 0 TO PG-TARGET(PROGRAM-CNT)
                           MOVE SPACES TO PG-LIST(PROGRAM-CNT)
                           UNSTRING PROGRAM-REC DELIMITED BY ","
                               INTO PG-ID(PROGRAM-CNT),
                                    PG-NAME(PROGRAM-CNT),
                                    PG-START(PROGRAM-CNT),
                                    PG-END(PROGRAM-CNT),
                                    PG-TARGET(PROGRAM-CNT),
                                    PG-LIST(PROGRAM-CNT)
                           IF PG-TARGET(PROGRAM-CNT) NOT NUMERIC
                               MOVE 0 TO PG-TARGET(PROGRAM-CNT)
                           END-IF
                          DELIMITED BY SIZE ","
                      PG-START(PROGRAM-IDX) DELIMITED BY SIZE ","
                      PG-END(PROGRAM-IDX) DELIMITED BY SIZE ","
                      PG-TARGET(PROGRAM-IDX) DELIMITED BY SIZE ","
                      PG-LIST(PROGRAM-IDX) DELIMITED BY SPACE
                   INTO PROGRAM-REC
               WRITE PROGRAM-REC
           END-PERFORM
           END-IF
           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
               UNTIL PROGRAM-IDX > PROGRAM-CNT
               IF PG-LIST(PROGRAM-IDX) = SPACES
                   DISPLAY PG-ID(PROGRAM-IDX) " "
                       FUNCTION TRIM(PG-NAME(PROGRAM-IDX)) " "
                       PG-START(PROGRAM-IDX) " to "
                       PG-END(PROGRAM-IDX) ", target "
                       PG-TARGET(PROGRAM-IDX) " book(s)"
               ELSE
                   DISPLAY PG-ID(PROGRAM-IDX) " "
                       FUNCTION TRIM(PG-NAME(PROGRAM-IDX)) " "
                       PG-START(PROGRAM-IDX) " to "
                       PG-END(PROGRAM-IDX) ", target "
                       PG-TARGET(PROGRAM-IDX) " book(s), list "
                       PG-LIST(PROGRAM-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
           ACCEPT WS-IN-X
           MOVE FUNCTION NUMVAL(WS-IN-X)
               TO PG-TARGET(PROGRAM-CNT)
           MOVE SPACES TO PG-LIST(PROGRAM-CNT)
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Program " PG-ID(PROGRAM-CNT) " defined.".

           DISPLAY "   " FUNCTION TRIM(PG-NAME(PROGRAM-PICK))
               " -- standings (target "
               PG-TARGET(PROGRAM-PICK) ")"
           IF PG-LIST(PROGRAM-PICK) NOT = SPACES
               MOVE PG-LIST(PROGRAM-PICK) TO RL-ID-IN
               PERFORM FIND-READING-LIST
               DISPLAY "   Reading list " PG-LIST(PROGRAM-PICK) " "
                   FUNCTION TRIM(WS-LIST-TITLE)
           END-IF
           DISPLAY "=============================================="
           PERFORM VARYING ENROLL-IDX FROM 1 BY 1
               UNTIL ENROLL-IDX > ENROLL-CNT
           DISPLAY "Certificate written to reading_certificate"
               ".txt.".

      *-----------------------------------------------------------------
      *> A program can be built around one staff reading list; a
      *> blank ID takes the list off again.
       ATTACH-READING-LIST.
           PERFORM PICK-PROGRAM
           IF PROGRAM-PICK = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reading list ID (blank to detach): "
           MOVE SPACES TO RL-ID-IN
           ACCEPT RL-ID-IN
           IF RL-ID-IN = SPACES
               MOVE SPACES TO PG-LIST(PROGRAM-PICK)
               MOVE 'Y' TO WS-CHANGED
               DISPLAY "Reading list detached."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-READING-LIST
           IF WS-LIST-OK NOT = 'Y'
               DISPLAY "No reading list with that ID on file."
               EXIT PARAGRAPH
           END-IF
           IF WS-LIST-STATE = "RETIRED"
               DISPLAY "That reading list has been retired."
               EXIT PARAGRAPH
           END-IF
           MOVE RL-ID-IN TO PG-LIST(PROGRAM-PICK)
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Reading list " FUNCTION TRIM(WS-LIST-TITLE)
               " attached to "
               FUNCTION TRIM(PG-NAME(PROGRAM-PICK)) ".".

      *-----------------------------------------------------------------
       FIND-READING-LIST.
           MOVE 'N' TO WS-LIST-OK
           MOVE SPACES TO WS-LIST-TITLE
           MOVE SPACES TO WS-LIST-STATE
           MOVE 'N' TO FILE-END
           OPEN INPUT RLIST-FILE
           IF WS-RLIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR WS-LIST-OK = 'Y'
               READ RLIST-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO RL-STATUS-IN
                       UNSTRING RLIST-REC DELIMITED BY ","
                           INTO WS-SCAN-ID, RL-TITLE-IN, RL-SKIP,
                                RL-SKIP, RL-SKIP, RL-STATUS-IN
                       IF WS-SCAN-ID = RL-ID-IN
                           MOVE 'Y' TO WS-LIST-OK
                           MOVE RL-TITLE-IN TO WS-LIST-TITLE
                           MOVE RL-STATUS-IN TO WS-LIST-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RLIST-FILE.

      *-----------------------------------------------------------------
       CHECK-MEMBER-EXISTS.
           MOVE 'N' TO WS-MEMBER-OK
