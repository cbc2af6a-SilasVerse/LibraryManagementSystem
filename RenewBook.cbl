      *            default 2; counted in renewals.csv through
      *            RenewCount). AutoRenew applies the same rules
      *            nightly.
      * (Updated by Silas): A member with no open loan of the title
      *            is turned away off loans.idx (LoanLookup) before
      *            log.csv is loaded at all, and the renewed row is
      *            handed to the index once log.csv is rewritten.
      * (Updated by Silas): A title's material format (formats.csv, see
      *            FormatMaint) can set its own renewal limit in place
      *            of RENMX and its own loan period in place of the
      *            genre's.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01  WS-RC-COUNT        PIC 9(2).
       01  WS-RC-OPER         PIC X(10).
       01  WS-RENMX-LIMIT     PIC 9(2) VALUE 2.
      *> The limit this loan renews under -- RENMX, or its material
      *> format's own renewal limit where the format sets one.
       01  WS-LOAN-RENEW-LIMIT PIC 9(2) VALUE 2.

      *> Material-format call arguments -- see FormatCheck.cbl.
       01  WS-FC-BOOK-ID      PIC X(5).
       01  WS-FC-FORMAT       PIC X(10).
       01  WS-FC-DAYS         PIC 9(3).
       01  WS-FC-CAP          PIC 9(2).
       01  WS-FC-RENEWALS     PIC 9(2).
       01  WS-FC-RATE         PIC 9(5).
       01  WS-FC-RULES        PIC X(4).

      *> Closure-calendar call arguments -- see ClosureCal.cbl.
       01  WS-CC-ACTION       PIC X(6).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION       PIC X(4).
       01  WS-LL-KEY          PIC X(5).
       01  WS-LL-LINE         PIC X(200).
       01  WS-LL-RESULT       PIC X.
       01  WS-LL-BOOK         PIC X(5).
       01  WS-LL-SKIP         PIC X(5).
       01  WS-LOAN-ON-INDEX   PIC X VALUE 'U'.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           DISPLAY "Enter Book ID: "
           ACCEPT WS-BOOK-ID

      *> No open loan of this title on the member's index entries
      *> means nothing to renew -- no need to load log.csv to find
      *> that out.
           PERFORM CHECK-LOAN-INDEX
           IF WS-LOAN-ON-INDEX = 'N'
               DISPLAY "No open loan found for that member and book."
               GO TO ENDER
           END-IF

           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)

           MOVE TR-ID(MATCH-IDX) TO WS-RC-TRAN
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT
           MOVE WS-BOOK-ID TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           MOVE WS-RENMX-LIMIT TO WS-LOAN-RENEW-LIMIT
           IF WS-FC-RULES(3:1) = 'Y'
               MOVE WS-FC-RENEWALS TO WS-LOAN-RENEW-LIMIT
           END-IF
           IF WS-RC-COUNT >= WS-LOAN-RENEW-LIMIT
               DISPLAY "This loan has already been renewed "
                   WS-RC-COUNT " time(s) (limit " WS-LOAN-RENEW-LIMIT
                   ") -- please return the book."
               GO TO ENDER
           END-IF
                   END-IF
               END-PERFORM
           END-IF
      *> The format's own loan period outranks the genre's, the way
      *> it does at checkout.
           IF WS-FC-RULES(1:1) = 'Y'
               MOVE WS-FC-DAYS TO WS-DAYS-TO-ADD
           END-IF

           COMPUTE RES = END-DATE-JULIAN
           ADD WS-DAYS-TO-ADD TO RES
               RT-TIME(IDX) DELIMITED BY SIZE
                   INTO LOG-REC
               WRITE LOG-REC
               IF IDX = MATCH-IDX
                   MOVE LOG-REC TO WS-LL-LINE
               END-IF
           END-PERFORM
           CLOSE LOG-FILE
           MOVE "PUT " TO WS-LL-ACTION
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT

           MOVE "INC " TO WS-RC-ACTION
           MOVE WS-OPERATOR-ID TO WS-RC-OPER
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
      *> Walks the member's open loans on loans.idx looking for this
      *> title: 'Y' one is out, 'N' none is, 'U' the index can't be
      *> had and log.csv has to answer.
       CHECK-LOAN-INDEX.
           MOVE 'N' TO WS-LOAN-ON-INDEX
           MOVE "MOPN" TO WS-LL-ACTION
           MOVE WS-MEMBER-ID TO WS-LL-KEY
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           IF WS-LL-RESULT = 'U'
               MOVE 'U' TO WS-LOAN-ON-INDEX
               EXIT PARAGRAPH
           END-IF
           MOVE "NEXT" TO WS-LL-ACTION
           PERFORM UNTIL WS-LL-RESULT NOT = 'Y'
               UNSTRING WS-LL-LINE DELIMITED BY ","
                   INTO WS-LL-SKIP, WS-LL-SKIP, WS-LL-BOOK
               IF WS-LL-BOOK = WS-BOOK-ID
                   MOVE 'Y' TO WS-LOAN-ON-INDEX
                   MOVE "CLOS" TO WS-LL-ACTION
               END-IF
               CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                   WS-LL-LINE, WS-LL-RESULT
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Is anyone WAITING on the title being renewed? Blank-status
      *> rows predate hold statuses and count by the notified flag,
