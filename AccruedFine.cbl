      *          the booked fine rows, and CheckLog puts the figure
      *          on the overdue notice export.
      * Tectonics: cobc
      * (Updated by Silas): The member's open loans are read off
      *            loans.idx through LoanLookup; log.csv is only
      *            scanned end to end when the index is unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccruedFine.
       01  WS-CC-RESULT      PIC 9(8) VALUE 0.

       01  ws-date-digits    PIC 9(8).

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION      PIC X(4).
       01  WS-LL-KEY         PIC X(5).
       01  WS-LL-LINE        PIC X(200).
       01  WS-LL-RESULT      PIC X.
       01  ws-due-int        PIC 9(8).

       LINKAGE SECTION.
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> The member's open loans straight off the member alternate
      *> key of loans.idx; 2050 reads all of log.csv instead only
      *> when the index can't be had.
       2000-SCAN-OPEN-LOANS.
           MOVE "MOPN" TO WS-LL-ACTION
           MOVE AF-MEMBER-ID TO WS-LL-KEY
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           IF WS-LL-RESULT = 'U'
               PERFORM 2050-SCAN-LOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "NEXT" TO WS-LL-ACTION
           PERFORM UNTIL WS-LL-RESULT NOT = 'Y'
               PERFORM 2060-CHECK-ONE-ROW
               CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                   WS-LL-LINE, WS-LL-RESULT
           END-PERFORM.

      *-----------------------------------------------------------------
       2050-SCAN-LOG-FILE.
           MOVE 'N' TO ws-eof
           OPEN INPUT LOG-FILE
           IF ws-log-status NOT = "00"
               READ LOG-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE LOG-REC TO WS-LL-LINE
                       PERFORM 2060-CHECK-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *-----------------------------------------------------------------
       2060-CHECK-ONE-ROW.
           MOVE SPACES TO F-RDT
           MOVE SPACES TO F-LTYPE
           UNSTRING WS-LL-LINE DELIMITED BY ","
               INTO F-ID, F-MID, F-BID, F-SDT, F-EDT,
                    F-DUE, F-RDT, F-CPID, F-BRANCH,
                    F-OPID, F-LTYPE
           IF F-MID = AF-MEMBER-ID
               AND FUNCTION TRIM(F-RDT) = SPACE
               AND FUNCTION TRIM(F-LTYPE) NOT = "INLIB"
               AND FUNCTION TRIM(F-LTYPE) NOT = "CLAIM"
               PERFORM 2100-ACCRUE-ONE-LOAN
           END-IF.

      *-----------------------------------------------------------------
       2100-ACCRUE-ONE-LOAN.
           IF F-EDT(1:2) NOT NUMERIC OR F-EDT(4:2) NOT NUMERIC
