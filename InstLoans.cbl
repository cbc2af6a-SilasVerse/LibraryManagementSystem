      *          to inst_statement.txt. Bulk loans are stamped INST
      *          in the log.csv loan-type column.
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            the bulk issue or return is back in log.csv.
      * (Updated by Silas): A bulk-returned copy is trapped for the
      *            first WAITING hold on its title (hold READY, member
      *            notified) or else goes onto the reshelving cart
      *            (RESHELVING, a reshelve_queue.csv row, source
      *            INSTLOAN); book_count comes back with the shelving
      *            scan in Reshelve.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InstLoans IS INITIAL.
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT STMT-FILE ASSIGN TO "../inst_statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "../hold_notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT RESHELVE-FILE ASSIGN TO "../reshelve_queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHELVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  EXCEPT-REC      PIC X(100).
       FD  STMT-FILE.
       01  STMT-LINE       PIC X(80).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC      PIC X(200).
       FD  RESHELVE-FILE.
       01  RESHELVE-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCAN-STATUS    PIC XX.
       01  WS-COPY-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-EXCEPT-STATUS  PIC XX.
       01  WS-HOLD-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS  PIC XX.
       01  WS-RESHELVE-STATUS PIC XX.
       01  WS-CART-BRANCH    PIC X(10).
       01  FILE-END          PIC X VALUE 'N'.
       01  SCAN-EOF          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

      *> Hold queue -- a returned copy is trapped for the first
      *> WAITING hold on its title, the way BatchReturns does it.
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 1000 TIMES.
               10 HD-BOOK-ID     PIC X(5).
               10 HD-MEMBER-ID   PIC X(5).
               10 HD-REQ-DATE    PIC X(10).
               10 HD-NOTIFIED    PIC X(1).
               10 HD-NOTIFY-DATE PIC X(10).
               10 HD-STATUS      PIC X(9).
               10 HD-PICKUP      PIC X(10).
       01  HOLD-CNT          PIC 9(4) VALUE 0.
       01  HOLD-IDX          PIC 9(4) VALUE 0.
       01  HOLD-MATCH-IDX    PIC 9(4) VALUE 0.
       01  WS-HOLDS-DIRTY    PIC X VALUE 'N'.

      *> Contact fields for hold notifications -- same lookup
      *> ReturnBook and BatchReturns do.
       01  NOTIFY-MEMBER-ID    PIC X(5).
       01  NOTIFY-MEMBER-NAME  PIC X(30).
       01  NOTIFY-MEMBER-EMAIL PIC X(35).
       01  NOTIFY-MEMBER-PHONE   PIC X(15).
       01  NOTIFY-MEMBER-CHANNEL PIC X(5).
       01  NOTIFY-SKIP-1       PIC X(1).
       01  NOTIFY-SKIP-2       PIC X(8).
       01  NOTIFY-SKIP-3       PIC X(1).
       01  NOTIFY-SKIP-4       PIC X(10).
       01  NOTIFY-SKIP-5       PIC X(10).
       01  NOTIFY-SKIP-6       PIC X(4).
       01  NOTIFY-SKIP-7       PIC X(5).
       01  NOTIFY-MEMBER-FOUND PIC X VALUE 'N'.
       01  NOTIFY-SCAN-ID      PIC X(5).
       01  NOTIFY-Q-CNT        PIC 9.
       01  notify_id_to_email  PIC X(70).
       01  notify_addr         PIC X(70).
       01  notify_gender_flag  PIC X(70).
       01  notify_dummy        PIC X.
       01  notify_rest         PIC X(60).
       01  MEMBER-EOF          PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
                   INTO LOG-REC
               WRITE LOG-REC
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT.

      *-----------------------------------------------------------------
      *> Issues every book ID in inst_scan.csv to the institution
           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-LOG-FILE
           PERFORM LOAD-HOLD-FILE

           MOVE 0 TO WS-RETURNED-CNT
           MOVE 0 TO WS-EXCEPT-CNT
           MOVE 'N' TO WS-BOOKS-DIRTY
           MOVE 'N' TO WS-COPIES-DIRTY
           MOVE 'N' TO WS-LOG-DIRTY
           MOVE 'N' TO WS-HOLDS-DIRTY
           MOVE 'N' TO SCAN-EOF
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = "00"
           IF WS-LOG-DIRTY = 'Y'
               PERFORM REWRITE-LOG-FILE
           END-IF
           IF WS-HOLDS-DIRTY = 'Y'
               PERFORM REWRITE-HOLD-FILE
           END-IF
           DISPLAY "-----------------------------------"
           DISPLAY "Bulk return complete: " WS-RETURNED-CNT
               " returned, " WS-EXCEPT-CNT " exception(s)."
           MOVE WS-TIME-STAMP TO RT-TIME(LOG-MATCH-IDX)
           MOVE 'Y' TO WS-LOG-DIRTY

      *> BatchReturns' rules for where the copy goes: a waiting hold
      *> traps it on the hold shelf; otherwise it goes onto the
      *> reshelving cart, and back into the countable stock only
      *> when Reshelve's shelving scan puts it on the shelf. A loan
      *> with no bookcopies.csv row has nothing to put on the cart,
      *> so the title's count takes it back.
           MOVE 0 TO COPY-MATCH-IDX
           IF FUNCTION TRIM(CP-ID(LOG-MATCH-IDX)) NOT = SPACE
               PERFORM VARYING COPY-IDX FROM 1 BY 1
                   UNTIL COPY-IDX > COPY-CNT
                   IF FUNCTION TRIM(CP-COPY-ID(COPY-IDX)) =
                       FUNCTION TRIM(CP-ID(LOG-MATCH-IDX))
                       MOVE COPY-IDX TO COPY-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF COPY-MATCH-IDX = 0
               PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BK-CNT
                   IF BK-ID(BK-IDX) = WS-SCAN-BOOK-ID
                       ADD 1 TO BK-COUNT(BK-IDX)
                       MOVE 'Y' TO WS-BOOKS-DIRTY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO HOLD-MATCH-IDX
               PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-CNT
                   IF HD-BOOK-ID(HOLD-IDX) = WS-SCAN-BOOK-ID
                       AND FUNCTION TRIM(HD-STATUS(HOLD-IDX))
                           = "WAITING"
                       AND HOLD-MATCH-IDX = 0
                       MOVE HOLD-IDX TO HOLD-MATCH-IDX
                   END-IF
               END-PERFORM
               IF HOLD-MATCH-IDX NOT = 0
                   MOVE "ON-HOLD" TO CP-STATUS(COPY-MATCH-IDX)
                   MOVE "Y" TO HD-NOTIFIED(HOLD-MATCH-IDX)
                   MOVE WS-TODAY-DISPLAY
                       TO HD-NOTIFY-DATE(HOLD-MATCH-IDX)
                   MOVE "READY" TO HD-STATUS(HOLD-MATCH-IDX)
                   MOVE 'Y' TO WS-HOLDS-DIRTY
                   MOVE HD-MEMBER-ID(HOLD-MATCH-IDX)
                       TO NOTIFY-MEMBER-ID
                   PERFORM LOOKUP-NOTIFY-MEMBER
                   PERFORM WRITE-HOLD-NOTIFICATION
                   DISPLAY "Copy " CP-COPY-ID(COPY-MATCH-IDX)
                       " trapped for hold by member "
                       HD-MEMBER-ID(HOLD-MATCH-IDX) "."
               ELSE
                   MOVE "RESHELVING" TO CP-STATUS(COPY-MATCH-IDX)
                   PERFORM WRITE-RESHELVE-ROW
               END-IF
               MOVE 'Y' TO WS-COPIES-DIRTY
           END-IF
           ADD 1 TO WS-RETURNED-CNT
           DISPLAY "Returned " WS-SCAN-BOOK-ID ".".
                  WS-DUE-RAW(1:4) DELIMITED BY SIZE
               INTO WS-DUE-DISPLAY.

      *-----------------------------------------------------------------
       LOAD-HOLD-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO HOLD-CNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       ADD 1 TO HOLD-CNT
                       MOVE SPACES TO HD-NOTIFY-DATE(HOLD-CNT)
                       MOVE SPACES TO HD-STATUS(HOLD-CNT)
                       MOVE SPACES TO HD-PICKUP(HOLD-CNT)
                       UNSTRING HOLD-REC DELIMITED BY ","
                           INTO HD-BOOK-ID(HOLD-CNT),
                                HD-MEMBER-ID(HOLD-CNT),
                                HD-REQ-DATE(HOLD-CNT),
                                HD-NOTIFIED(HOLD-CNT),
                                HD-NOTIFY-DATE(HOLD-CNT),
                                HD-STATUS(HOLD-CNT),
                                HD-PICKUP(HOLD-CNT)
                       IF FUNCTION TRIM(HD-STATUS(HOLD-CNT)) = SPACE
                           IF HD-NOTIFIED(HOLD-CNT) = "Y"
                               MOVE "READY" TO HD-STATUS(HOLD-CNT)
                           ELSE
                               MOVE "WAITING" TO HD-STATUS(HOLD-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
       REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
               MOVE SPACES TO HOLD-REC
               STRING HD-BOOK-ID(HOLD-IDX) DELIMITED BY SIZE ","
                   HD-MEMBER-ID(HOLD-IDX) DELIMITED BY SIZE ","
                   HD-REQ-DATE(HOLD-IDX) DELIMITED BY SIZE ","
                   HD-NOTIFIED(HOLD-IDX) DELIMITED BY SIZE ","
                   HD-NOTIFY-DATE(HOLD-IDX) DELIMITED BY SIZE ","
                   HD-STATUS(HOLD-IDX) DELIMITED BY SIZE ","
                   HD-PICKUP(HOLD-IDX) DELIMITED BY SIZE
                   INTO HOLD-REC
               WRITE HOLD-REC
           END-PERFORM
           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
      *> Same contact lookup ReturnBook and ExpireHolds do before
      *> writing a notification row.
       LOOKUP-NOTIFY-MEMBER.
           MOVE 'N' TO NOTIFY-MEMBER-FOUND
           MOVE SPACES TO NOTIFY-MEMBER-NAME
           MOVE SPACES TO NOTIFY-MEMBER-EMAIL
           MOVE 'N' TO MEMBER-EOF
           OPEN INPUT MEMBER-FILE
           PERFORM UNTIL MEMBER-EOF = 'Y' OR NOTIFY-MEMBER-FOUND = 'Y'
               READ MEMBER-FILE
                   AT END
                       MOVE 'Y' TO MEMBER-EOF
                   NOT AT END
                       MOVE 0 TO NOTIFY-Q-CNT
                       INSPECT MEMBER-REC TALLYING NOTIFY-Q-CNT
                           FOR ALL '"'
                       MOVE SPACES TO NOTIFY-MEMBER-PHONE
                       MOVE SPACES TO NOTIFY-MEMBER-CHANNEL
                       IF NOTIFY-Q-CNT > 0
                           UNSTRING MEMBER-REC DELIMITED BY '"'
                               INTO notify_id_to_email, notify_addr,
                                    notify_gender_flag
                           UNSTRING notify_id_to_email DELIMITED BY ","
                               INTO NOTIFY-SCAN-ID, NOTIFY-MEMBER-NAME,
                                    NOTIFY-MEMBER-EMAIL
                           UNSTRING notify_gender_flag
                               DELIMITED BY ","
                               INTO notify_dummy, NOTIFY-SKIP-1,
                                    NOTIFY-SKIP-2, NOTIFY-SKIP-3,
                                    NOTIFY-SKIP-4,
                                    NOTIFY-MEMBER-PHONE,
                                    NOTIFY-SKIP-5, NOTIFY-SKIP-6,
                                    NOTIFY-SKIP-7,
                                    NOTIFY-MEMBER-CHANNEL
                       ELSE
                           UNSTRING MEMBER-REC DELIMITED BY ","
                               INTO NOTIFY-SCAN-ID, NOTIFY-MEMBER-NAME,
                                    NOTIFY-MEMBER-EMAIL, notify_rest,
                                    NOTIFY-SKIP-1, NOTIFY-SKIP-2,
                                    NOTIFY-SKIP-3, NOTIFY-SKIP-4,
                                    NOTIFY-MEMBER-PHONE,
                                    NOTIFY-SKIP-5, NOTIFY-SKIP-6,
                                    NOTIFY-SKIP-7,
                                    NOTIFY-MEMBER-CHANNEL
                       END-IF
                       IF FUNCTION TRIM(NOTIFY-MEMBER-CHANNEL) = SPACE
                           MOVE "EMAIL" TO NOTIFY-MEMBER-CHANNEL
                       END-IF
                       IF NOTIFY-SCAN-ID = NOTIFY-MEMBER-ID
                           MOVE 'Y' TO NOTIFY-MEMBER-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF NOTIFY-MEMBER-FOUND = 'N'
               MOVE SPACES TO NOTIFY-MEMBER-NAME
               MOVE SPACES TO NOTIFY-MEMBER-EMAIL
           END-IF.

      *-----------------------------------------------------------------
       WRITE-HOLD-NOTIFICATION.
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE SPACES TO NOTIFY-REC
           STRING HD-BOOK-ID(HOLD-MATCH-IDX) DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-ID    DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-NAME  DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-EMAIL DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY    DELIMITED BY SIZE ","
                  NOTIFY-MEMBER-CHANNEL DELIMITED BY SIZE ","
                  FUNCTION TRIM(NOTIFY-MEMBER-PHONE)
                      DELIMITED BY SIZE
               INTO NOTIFY-REC
           WRITE NOTIFY-REC
           CLOSE NOTIFY-FILE.

      *-----------------------------------------------------------------
      *> A bulk return has no desk branch -- the cart is at the
      *> title's home branch. Same row layout ReturnBook writes,
      *> source INSTLOAN.
       WRITE-RESHELVE-ROW.
           MOVE SPACES TO WS-CART-BRANCH
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = WS-SCAN-BOOK-ID
                   MOVE BK-BRANCH(BK-IDX) TO WS-CART-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-CART-BRANCH) = SPACE
               MOVE "MAIN" TO WS-CART-BRANCH
           END-IF
           OPEN EXTEND RESHELVE-FILE
           IF WS-RESHELVE-STATUS NOT = "00"
               CLOSE RESHELVE-FILE
               OPEN OUTPUT RESHELVE-FILE
           END-IF
           MOVE SPACES TO RESHELVE-REC
           STRING CP-COPY-ID(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  WS-SCAN-BOOK-ID DELIMITED BY SIZE ","
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CART-BRANCH))
                      DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-TIME-STAMP DELIMITED BY SIZE ","
                  "INSTLOAN,CART,," DELIMITED BY SIZE
               INTO RESHELVE-REC
           WRITE RESHELVE-REC
           CLOSE RESHELVE-FILE.

      *-----------------------------------------------------------------
       WRITE-EXCEPTION-ROW.
           ADD 1 TO WS-EXCEPT-CNT
