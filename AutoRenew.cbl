      *          library, hourly-equipment and offline-replayed
      *          same-day loans are left alone.
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            the renewed rows are back in log.csv.
      * (Updated by Silas): A title's material format (FormatCheck)
      *            brings its own renewal limit in place of RENMX and
      *            its own loan period to the overnight renewal, as in
      *            RenewBook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutoRenew.
       01  WS-RC-TRAN         PIC X(5).
       01  WS-RC-COUNT        PIC 9(2).
       01  WS-RC-OPER         PIC X(10) VALUE "AUTO".
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

       01  WS-PARAM-CODE      PIC X(5).
       01  WS-PARAM-VALUE     PIC 9(7).
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
      *> Optional batch-driver feedback, guarded by C$NARG the way
           MOVE TR-ID(IDX) TO WS-RC-TRAN
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT
      *> A format with a renewal limit of its own replaces RENMX,
      *> as in RenewBook -- the loan is skipped once it is reached.
           MOVE BK-ID(IDX) TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES
           MOVE WS-RENMX-LIMIT TO WS-LOAN-RENEW-LIMIT
           IF WS-FC-RULES(3:1) = 'Y'
               MOVE WS-FC-RENEWALS TO WS-LOAN-RENEW-LIMIT
           END-IF
           IF WS-RC-COUNT >= WS-LOAN-RENEW-LIMIT
               EXIT PARAGRAPH
           END-IF

               " book " BK-ID(IDX) " -> due " NEW-END-DATE.

      *-----------------------------------------------------------------
      *> The same genre/LDAYS period RenewBook adds -- or the
      *> format's own loan period where it has one -- rolled forward
      *> over closed days.
       COMPUTE-NEW-DUE-DATE.
           MOVE WS-LDAYS-DEFAULT TO WS-DAYS-TO-ADD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FC-RULES(1:1) = 'Y'
               MOVE WS-FC-DAYS TO WS-DAYS-TO-ADD
           END-IF
           COMPUTE RES = END-DATE-JULIAN + WS-DAYS-TO-ADD
           MOVE "ROLLFW" TO WS-CC-ACTION
           MOVE RES TO WS-CC-DATE-1
                   INTO LOG-REC
               WRITE LOG-REC
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT.

      *-----------------------------------------------------------------
       LOAD-BOOK-FILE.
