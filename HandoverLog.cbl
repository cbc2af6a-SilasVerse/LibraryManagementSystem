      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shift handover log -- the notes the morning desk
      *          leaves the evening desk and back again ("printer
      *          jammed", "Mrs X collects her hold at 6", "drawer 2
      *          short 500, supervisor aware") instead of sticky
      *          notes. handover_log.csv keeps one row per note:
      *          entry id, date, time, shift (AM/PM -- the evening
      *          shift starts at the SHIFT hour on parameters.csv,
      *          default 14:00), branch, operator, and the text last
      *          (commas in it stored as semicolons). Main shows each
      *          operator the notes for their desk branch from the
      *          current and the two previous shifts they haven't
      *          read yet, straight after sign-on; the operator's
      *          acknowledgement goes to handover_reads.csv (entry,
      *          operator, date, time). Here any operator adds a
      *          note, and the log is searched by date and branch
      *          with who has read each note.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HandoverLog IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO "../handover_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOVER-STATUS.
           SELECT READ-FILE ASSIGN TO "../handover_reads.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-FILE.
       01  HANDOVER-REC    PIC X(200).
       FD  READ-FILE.
       01  READ-REC        PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-HANDOVER-STATUS PIC XX.
       01  WS-READ-STATUS     PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.

       01  SYS-DATE           PIC 9(8).
       01  SYS-TIME           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-NOW-DISPLAY     PIC X(5).
       01  WS-SHIFT-HOUR      PIC 9(2) VALUE 14.
       01  WS-SHIFT           PIC X(2).
       01  WS-DATE-FMT        PIC 9(8).

      *> One note.
       01  HO-ID              PIC X(5).
       01  HO-DATE            PIC X(10).
       01  HO-TIME            PIC X(5).
       01  HO-SHIFT           PIC X(2).
       01  HO-BRANCH          PIC X(10).
       01  HO-OPERATOR        PIC X(10).
       01  HO-TEXT            PIC X(100).
       01  TMP-ID-N           PIC 9(5).
       01  MAX-ENTRY-ID       PIC 9(5) VALUE 0.
       01  NEW-ENTRY-ID       PIC 9(5) VALUE 0.

      *> Acknowledgements, read whole for the search listing.
       01  READ-TABLE.
           05 RD-ENTRY OCCURS 3000 TIMES.
               10 RD-ID        PIC X(5).
               10 RD-OPERATOR  PIC X(10).
       01  RD-CNT             PIC 9(4) VALUE 0.
       01  RD-IDX             PIC 9(4) VALUE 0.
       01  RD-DATE            PIC X(10).
       01  RD-TIME            PIC X(8).
       01  WS-READERS         PIC X(60).
       01  WS-READER-PTR      PIC 9(3) VALUE 1.
       01  WS-READ-CNT        PIC 9(3) VALUE 0.

      *> Entry and search fields.
       01  WS-BRANCH-IN       PIC X(10).
       01  WS-TEXT-IN         PIC X(100).
       01  WS-DATE-IN         PIC X(10).
       01  WS-FOUND-CNT       PIC 9(4) VALUE 0.

      *> Branch-master check -- see BranchCheck.
       01  WS-BC-RESULT       PIC X.

      *> Parameter lookup -- see GetParam.
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-PARAM-FOUND     PIC X.

       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- a new note appends to handover_log.csv.
           MOVE 'HandoverLog' TO WS-ERRLOG-PROGRAM
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
           MOVE "SHIFT" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 24
               MOVE WS-PARAM-VALUE TO WS-SHIFT-HOUR
           END-IF

           PERFORM ACCEPT-OPERATOR-ID
           MOVE 'N' TO WS-DONE
           PERFORM HANDOVER-MENU THRU HANDOVER-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       HANDOVER-MENU.
           DISPLAY "=============================="
           DISPLAY "     ""SHIFT HANDOVER LOG""     "
           DISPLAY "=============================="
           DISPLAY "1) Add a handover note"
           DISPLAY "2) Search the log by date/branch"
           DISPLAY "3) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-3): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM ADD-NOTE
              WHEN 2
                  PERFORM SEARCH-LOG
              WHEN 3
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       HANDOVER-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       ADD-NOTE.
           DISPLAY "Branch (blank = MAIN): "
           ACCEPT WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BC-RESULT
           IF WS-BC-RESULT = 'N'
               DISPLAY "Unknown branch code."
               EXIT PARAGRAPH
           END-IF
           IF WS-BC-RESULT = 'C'
               DISPLAY "That branch is closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Note for the next shift (up to 100 characters): "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN = SPACES
               DISPLAY "Nothing to hand over."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TEXT-IN REPLACING ALL "," BY ";"

           MOVE 0 TO MAX-ENTRY-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT HANDOVER-FILE
           IF WS-HANDOVER-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ HANDOVER-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           UNSTRING HANDOVER-REC DELIMITED BY ","
                               INTO HO-ID
                           IF HO-ID IS NUMERIC
                               MOVE HO-ID TO TMP-ID-N
                               IF TMP-ID-N > MAX-ENTRY-ID
                                   MOVE TMP-ID-N TO MAX-ENTRY-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HANDOVER-FILE
           END-IF
           COMPUTE NEW-ENTRY-ID = MAX-ENTRY-ID + 1

           ACCEPT SYS-TIME FROM TIME
           STRING SYS-TIME(1:2) DELIMITED BY SIZE ":"
                  SYS-TIME(3:2) DELIMITED BY SIZE
               INTO WS-NOW-DISPLAY
           IF SYS-TIME(1:2) < WS-SHIFT-HOUR
               MOVE "AM" TO WS-SHIFT
           ELSE
               MOVE "PM" TO WS-SHIFT
           END-IF

           OPEN EXTEND HANDOVER-FILE
           IF WS-HANDOVER-STATUS NOT = "00"
               OPEN OUTPUT HANDOVER-FILE
           END-IF
           MOVE SPACES TO HANDOVER-REC
           STRING NEW-ENTRY-ID DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-NOW-DISPLAY DELIMITED BY SIZE ","
                  WS-SHIFT DELIMITED BY SIZE ","
                  WS-BRANCH-IN DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-TEXT-IN) DELIMITED BY SIZE
               INTO HANDOVER-REC
           WRITE HANDOVER-REC
           CLOSE HANDOVER-FILE
           DISPLAY "Handover note " NEW-ENTRY-ID " left for "
               FUNCTION TRIM(WS-BRANCH-IN) " (" WS-SHIFT " shift, "
               WS-TODAY-DISPLAY ").".

      *-----------------------------------------------------------------
      *> Blank date or branch matches every note.
       SEARCH-LOG.
           DISPLAY "Date DD-MM-YYYY (blank = any date): "
           ACCEPT WS-DATE-IN
           DISPLAY "Branch (blank = all branches): "
           ACCEPT WS-BRANCH-IN
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           PERFORM LOAD-READ-TABLE
           MOVE 0 TO WS-FOUND-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT HANDOVER-FILE
           IF WS-HANDOVER-STATUS NOT = "00"
               DISPLAY "No handover notes have been left yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=============================================="
           DISPLAY "  HANDOVER NOTES"
           DISPLAY "=============================================="
           PERFORM UNTIL FILE-END = 'Y'
               READ HANDOVER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO HO-TEXT
                       UNSTRING HANDOVER-REC DELIMITED BY ","
                           INTO HO-ID, HO-DATE, HO-TIME, HO-SHIFT,
                                HO-BRANCH, HO-OPERATOR, HO-TEXT
                       IF (WS-DATE-IN = SPACES OR HO-DATE = WS-DATE-IN)
                           AND (WS-BRANCH-IN = SPACES
                               OR HO-BRANCH = WS-BRANCH-IN)
                           PERFORM SHOW-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HANDOVER-FILE
           IF WS-FOUND-CNT = 0
               DISPLAY "  No notes match."
           END-IF
           DISPLAY "==============================================".

       SHOW-ONE-NOTE.
           ADD 1 TO WS-FOUND-CNT
           MOVE 0 TO WS-READ-CNT
           MOVE SPACES TO WS-READERS
           MOVE 1 TO WS-READER-PTR
           PERFORM VARYING RD-IDX FROM 1 BY 1 UNTIL RD-IDX > RD-CNT
               IF RD-ID(RD-IDX) = HO-ID
                   ADD 1 TO WS-READ-CNT
                   IF WS-READER-PTR < 50
                       STRING FUNCTION TRIM(RD-OPERATOR(RD-IDX))
                              DELIMITED BY SIZE " " DELIMITED BY SIZE
                           INTO WS-READERS
                           WITH POINTER WS-READER-PTR
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "  " HO-ID " " HO-DATE " " HO-TIME " " HO-SHIFT " "
               FUNCTION TRIM(HO-BRANCH) " by "
               FUNCTION TRIM(HO-OPERATOR)
           DISPLAY "        " FUNCTION TRIM(HO-TEXT)
           IF WS-READ-CNT > 0
               DISPLAY "        read by " FUNCTION TRIM(WS-READERS)
           ELSE
               DISPLAY "        not read yet"
           END-IF.

       LOAD-READ-TABLE.
           MOVE 0 TO RD-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT READ-FILE
           IF WS-READ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ READ-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF RD-CNT < 3000
                           ADD 1 TO RD-CNT
                           UNSTRING READ-REC DELIMITED BY ","
                               INTO RD-ID(RD-CNT), RD-OPERATOR(RD-CNT),
                                    RD-DATE, RD-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READ-FILE.

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

       END PROGRAM HandoverLog.
