      * (Updated by Silas): The fines view also shows any credit
      *            balance the library holds for the member -- see
      *            CreditLedger.
      * (Updated by Silas): A kiosk renewal hands the renewed row
      *            to loans.idx through LoanLookup once log.csv
      *            is rewritten.
      * (Updated by Silas): Menu item 6 lets the signed-in member keep
      *            their reading interests (InterestMaint) for
      *            new-arrival alerts.
      * (Updated by Silas): A kiosk renewal honours the title's material
      *            format (FormatCheck) -- its own renewal limit in
      *            place of RENMX and its own loan period, as at the
      *            desk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kiosk IS INITIAL.
       01  WS-RC-COUNT        PIC 9(2).
       01  WS-RC-OPER         PIC X(10) VALUE "KIOSK".
       01  WS-RENMX-LIMIT     PIC 9(2) VALUE 2.
      *> The limit this loan renews under -- RENMX, or its material
      *> format's own (FormatCheck).
       01  WS-LOAN-RENEW-LIMIT PIC 9(2).

      *> Material-format call arguments -- see FormatCheck.cbl.
       01  WS-FC-BOOK-ID      PIC X(5).
       01  WS-FC-FORMAT       PIC X(10).
       01  WS-FC-DAYS         PIC 9(3).
       01  WS-FC-CAP          PIC 9(2).
       01  WS-FC-RENEWALS     PIC 9(2).
       01  WS-FC-RATE         PIC 9(5).
       01  WS-FC-RULES        PIC X(4).
       01  WS-RENEW-HELD      PIC X VALUE 'N'.
       01  WS-RENEW-HOLD-EOF  PIC X VALUE 'N'.
       01  WS-PARAM-CODE      PIC X(5).
       01  WS-CC-DATE-2       PIC 9(8) VALUE 0.
       01  WS-CC-RESULT       PIC 9(8) VALUE 0.

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION       PIC X(4).
       01  WS-LL-KEY          PIC X(5).
       01  WS-LL-LINE         PIC X(200).
       01  WS-LL-RESULT       PIC X.


       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
           DISPLAY "3) My fines"
           DISPLAY "4) My holds"
           DISPLAY "5) Renew a loan"
           DISPLAY "6) My reading interests"
           DISPLAY "7) Sign out"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 5
                  PERFORM RENEW-MY-LOAN
              WHEN 6
                  CALL 'InterestMaint' USING USER-CHOICE, WS-MEMBER-ID
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-IF

      *> The renewal counter -- see RenewCount. After RENMX
      *> extensions, or the format's own renewal limit where it has
      *> one, the book has to come back in.
           MOVE "GET " TO WS-RC-ACTION
           MOVE TR-ID(MATCH-IDX) TO WS-RC-TRAN
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT
           MOVE WS-RENEW-BOOK TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           MOVE WS-RENMX-LIMIT TO WS-LOAN-RENEW-LIMIT
           IF WS-FC-RULES(3:1) = 'Y'
               MOVE WS-FC-RENEWALS TO WS-LOAN-RENEW-LIMIT
           END-IF
           IF WS-RC-COUNT >= WS-LOAN-RENEW-LIMIT
               DISPLAY "That loan has already been renewed "
                   WS-RC-COUNT " time(s) (limit " WS-LOAN-RENEW-LIMIT
                   ") -- please return the book."
               PERFORM RENEW-UNLOCK
               EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF
      *> The format's own loan period outranks the genre's, as it
      *> does at the desk.
           IF WS-FC-RULES(1:1) = 'Y'
               MOVE WS-FC-DAYS TO WS-DAYS-TO-ADD
           END-IF

           COMPUTE RES = END-DATE-JULIAN
           ADD WS-DAYS-TO-ADD TO RES
                      RT-TIME(LOG-IDX) DELIMITED BY SIZE
                   INTO LOG-REC
               WRITE LOG-REC
               IF LOG-IDX = MATCH-IDX
                   MOVE LOG-REC TO WS-LL-LINE
               END-IF
           END-PERFORM
           CLOSE LOG-FILE
           MOVE "PUT " TO WS-LL-ACTION
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           MOVE "INC " TO WS-RC-ACTION
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT, WS-RC-OPER
