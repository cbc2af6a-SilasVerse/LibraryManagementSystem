           SELECT FLAG-FILE ASSIGN TO "../training.flag"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAG-FILE.
       01  FLAG-REC        PIC X(60).
       FD  LIVE-FILE.
       01  LIVE-REC        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FLAG-STATUS    PIC XX.
       01  WS-LIVE-STATUS    PIC XX.
       01  WS-FLAG-END       PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  CONFIRM           PIC X.
       01  ws-copy-result    PIC S9(9) COMP-5 VALUE 0.
           05  FILLER PIC X(24) VALUE "renewals.csv".
           05  FILLER PIC X(24) VALUE "transfer_manifest.csv".
           05  FILLER PIC X(24) VALUE "refunds.csv".
           05  FILLER PIC X(24) VALUE "reshelve_queue.csv".
           05  FILLER PIC X(24) VALUE "bookmobile_loans.csv".
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05  SOURCE-NAME OCCURS 25 TIMES PIC X(24).
      *> 'Y' where the file did not exist when the session started --
      *> kept on training.flag as ABSENT rows, and deleted again on
      *> discard so nothing the trainee created survives.
       01  SOURCE-ABSENT-TABLE.
           05  SOURCE-ABSENT OCCURS 25 TIMES PIC X.
       01  SRC-IDX           PIC 9(2) VALUE 0.
       01  WS-LIVE-PATH      PIC X(50).
       01  WS-SNAP-PATH      PIC X(50).
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-CT-ACTION      PIC X(4).
       01  WS-CT-RESULT      PIC X.
      *> loans.idx mirrors log.csv -- see BuildLoanIndex.
       01  WS-BI-RESULT      PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).

           MOVE 0 TO WS-CAPTURED
           PERFORM SNAPSHOT-ONE-FILE
               VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 25

           OPEN OUTPUT FLAG-FILE
           MOVE SPACES TO FLAG-REC
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO FLAG-REC
           WRITE FLAG-REC
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 25
               IF SOURCE-ABSENT(SRC-IDX) = 'Y'
                   MOVE SPACES TO FLAG-REC
                   STRING "ABSENT " DELIMITED BY SIZE
                          SOURCE-NAME(SRC-IDX) DELIMITED BY SIZE
                       INTO FLAG-REC
                   WRITE FLAG-REC
               END-IF
           END-PERFORM
           CLOSE FLAG-FILE

           DISPLAY "**********************************************"

      *-----------------------------------------------------------------
       SNAPSHOT-ONE-FILE.
           MOVE 'N' TO SOURCE-ABSENT(SRC-IDX)
           MOVE SPACES TO WS-LIVE-PATH
           STRING "../" DELIMITED BY SIZE
                  FUNCTION TRIM(SOURCE-NAME(SRC-IDX))
                      DELIMITED BY SIZE
               INTO WS-LIVE-PATH
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS = "35"
               MOVE 'Y' TO SOURCE-ABSENT(SRC-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LIVE-STATUS = "00"
               CLOSE LIVE-FILE
           END-IF
           MOVE SPACES TO WS-SNAP-PATH
           STRING "../training_" DELIMITED BY SIZE
                  FUNCTION TRIM(SOURCE-NAME(SRC-IDX))
               DISPLAY "No training session is open."
               EXIT PARAGRAPH
           END-IF
           MOVE ALL 'N' TO SOURCE-ABSENT-TABLE
           MOVE 'N' TO WS-FLAG-END
           PERFORM UNTIL WS-FLAG-END = 'Y'
               READ FLAG-FILE
                   AT END MOVE 'Y' TO WS-FLAG-END
                   NOT AT END
                       IF FLAG-REC(1:7) = "ABSENT "
                           PERFORM VARYING SRC-IDX FROM 1 BY 1
                               UNTIL SRC-IDX > 25
                               IF SOURCE-NAME(SRC-IDX) = FLAG-REC(8:24)
                                   MOVE 'Y' TO SOURCE-ABSENT(SRC-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLAG-FILE

           DISPLAY "Discard EVERYTHING done in this training "

           MOVE 0 TO WS-RESTORED
           PERFORM RESTORE-ONE-FILE
               VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 25

      *> The restored log.csv no longer holds the trainee's loans --
      *> rebuild loans.idx from it or they stay open in the index.
           CALL 'BuildLoanIndex' USING WS-BI-RESULT

           MOVE "BASE" TO WS-CT-ACTION
           CALL 'ControlTotal' USING WS-CT-ACTION, WS-CT-RESULT
                  FUNCTION TRIM(SOURCE-NAME(SRC-IDX))
                      DELIMITED BY SIZE
               INTO WS-SNAP-PATH
           IF SOURCE-ABSENT(SRC-IDX) = 'Y'
               CALL "CBL_DELETE_FILE" USING
                   FUNCTION TRIM(WS-LIVE-PATH)
                   RETURNING ws-delete-result
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_COPY_FILE" USING
               FUNCTION TRIM(WS-SNAP-PATH)
               FUNCTION TRIM(WS-LIVE-PATH)
