      *          odd about the physical copy goes through ReturnBook
      *          at the desk.
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            the returned rows are back in log.csv.
      * (Updated by Silas): A chute return with no hold waiting now goes
      *            onto the reshelving cart (RESHELVING, a
      *            reshelve_queue.csv row) instead of AVAILABLE, and its
      *            book_count comes back with the shelving scan in
      *            Reshelve.
      * (Updated by Silas): An overdue chute return of a format with its
      *            own fine rate (FormatCheck) is fined at that rate
      *            instead of the genre's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchReturns IS INITIAL.
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "../bookdrop_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESHELVE-FILE ASSIGN TO "../reshelve_queue.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHELVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  NOTIFY-REC      PIC X(200).
       FD  EXCEPT-FILE.
       01  EXCEPT-REC      PIC X(200).
       FD  RESHELVE-FILE.
       01  RESHELVE-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCAN-STATUS    PIC XX.
       01  WS-FINE-STATUS    PIC XX.
       01  WS-HOLD-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS  PIC XX.
       01  WS-RESHELVE-STATUS PIC XX.
       01  WS-CART-BRANCH    PIC X(10).
       01  FILE-END          PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  WS-CC-DATE-2       PIC 9(8) VALUE 0.
       01  WS-CC-RESULT       PIC 9(8) VALUE 0.

      *> Material-format call arguments -- see FormatCheck.cbl.
       01  WS-FC-BOOK-ID      PIC X(5).
       01  WS-FC-FORMAT       PIC X(10).
       01  WS-FC-DAYS         PIC 9(3).
       01  WS-FC-CAP          PIC 9(2).
       01  WS-FC-RENEWALS     PIC 9(2).
       01  WS-FC-RATE         PIC 9(5).
       01  WS-FC-RULES        PIC X(4).


      *> Contact fields for hold notifications -- same lookup
      *> ReturnBook and ExpireHolds do.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           END-IF

      *> A waiting hold traps the copy on the hold shelf; otherwise
      *> it goes onto the reshelving cart, and back into the
      *> countable stock only when Reshelve's shelving scan puts it
      *> on the shelf.
           MOVE 0 TO HOLD-MATCH-IDX
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
               UNTIL HOLD-IDX > HOLD-CNT
                   "for hold by member "
                   HD-MEMBER-ID(HOLD-MATCH-IDX)
           ELSE
               MOVE "RESHELVING" TO CP-STATUS(COPY-MATCH-IDX)
               PERFORM WRITE-RESHELVE-ROW
               DISPLAY "   " WS-BARCODE-IN " returned -- to the "
                   "reshelving cart."
           END-IF
           MOVE "GOOD" TO CP-CONDITION(COPY-MATCH-IDX).

      *-----------------------------------------------------------------
      *> A chute has no desk branch -- the cart is at the title's home
      *> branch. Same row layout ReturnBook writes, source BOOKDROP.
       WRITE-RESHELVE-ROW.
           MOVE SPACES TO WS-CART-BRANCH
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID-TAB(BK-IDX) = BK-ID(LOG-MATCH-IDX)
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
                  BK-ID(LOG-MATCH-IDX) DELIMITED BY SIZE ","
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CART-BRANCH))
                      DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-BATCH-TIME DELIMITED BY SIZE ","
                  "BOOKDROP,CART,," DELIMITED BY SIZE
               INTO RESHELVE-REC
           WRITE RESHELVE-REC
           CLOSE RESHELVE-FILE.

      *-----------------------------------------------------------------
       ASSESS-OVERDUE-FINE.
           MOVE 500 TO WS-FINE-RATE
                   END-IF
               END-PERFORM
           END-IF
      *> A material format with a fine rate of its own charges that
      *> instead of the genre's -- ReturnBook's rule.
           MOVE BK-ID(LOG-MATCH-IDX) TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           IF WS-FC-RULES(4:1) = 'Y'
               MOVE WS-FC-RATE TO WS-FINE-RATE
           END-IF
           COMPUTE WS-FINE-AMOUNT = WS-DIFF-DAYS * WS-FINE-RATE

      *> The fine number comes off the control file, seeded from
                   INTO LOG-REC
               WRITE LOG-REC
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT.

      *-----------------------------------------------------------------
       REWRITE-COPY-FILE.
