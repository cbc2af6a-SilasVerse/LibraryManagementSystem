      *          the bookmobile route. The capture format is
      *          offline_trans.csv, one row per transaction in the
      *          order it happened:
      *            type,date,member_id,barcode,operator[,stop]
      *          where type is CHECKOUT, RETURN or RENEW, the date
      *          is DD-MM-YYYY, and the item is the copy barcode
      *          the offline scanner actually read -- resolved here
      *          passes goes to offline_exceptions.csv with its
      *          reason instead of being silently dropped. Offline
      *          checkouts are stamped OFFLIN in the loan-type
      *          column. A checkout captured on the bookmobile
      *          carries the stop ID in the optional sixth column
      *          and falls due on that stop's next visit (StopDue).
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            the replayed transactions are in log.csv.
      * (Updated by Silas): A queued loan may take a copy that was on a
      *            display (ON-DISPLAY, see Displays) -- scanned, or
      *            picked when no AVAILABLE copy is left.
      * (Updated by Silas): A fine under an OPEN appeal (AppealCheck,
      *            see FineAppeal) no longer counts toward the FCAP fine
      *            cap until its outcome is recorded.
      * (Updated by Silas): A checkout captured at a bookmobile stop
      *            (optional sixth column) is due on the stop's next
      *            visit (StopDue) and noted in bookmobile_loans.csv.
      * (Updated by Silas): A replayed return is trapped for the first
      *            WAITING hold on its title (hold READY, member
      *            notified) or else goes onto the reshelving cart
      *            (RESHELVING, a reshelve_queue.csv row, source
      *            OFFLINE); book_count comes back with the shelving
      *            scan in Reshelve.
      * (Updated by Silas): A title's material format (FormatCheck)
      *            brings its own loan period, per-format loan cap,
      *            renewal limit and fine rate to replayed checkouts,
      *            renewals and returns; a replayed renewal is counted
      *            (RenewCount) and refused past RENMX or the format's
      *            limit, as at the desk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfflineReplay IS INITIAL.
           SELECT EXCEPT-FILE ASSIGN TO "../offline_exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT STOPLOAN-FILE ASSIGN TO "../bookmobile_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOPLOAN-STATUS.
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
       01  FINE-REC        PIC X(200).
       FD  EXCEPT-FILE.
       01  EXCEPT-REC      PIC X(120).
       FD  STOPLOAN-FILE.
       01  STOPLOAN-REC    PIC X(50).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC      PIC X(200).
       FD  RESHELVE-FILE.
       01  RESHELVE-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS   PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-FINE-STATUS    PIC XX.
       01  WS-EXCEPT-STATUS  PIC XX.
       01  WS-STOPLOAN-STATUS PIC XX.
       01  WS-HOLD-STATUS    PIC XX.
       01  WS-NOTIFY-STATUS  PIC XX.
       01  WS-RESHELVE-STATUS PIC XX.
       01  WS-CART-BRANCH    PIC X(10).
       01  WS-TIME-RAW       PIC 9(8).
       01  WS-NOW-TIME       PIC X(8).
       01  FILE-END          PIC X VALUE 'N'.
       01  TRANS-EOF         PIC X VALUE 'N'.

       01  OT-BOOK-ID        PIC X(5).
       01  OT-COPY-ID        PIC X(6).
       01  OT-OPERATOR       PIC X(10).
      *> Bookmobile stop the row was captured at -- blank at a
      *> branch and on older captures.
       01  OT-STOP           PIC X(5).
       01  WS-OT-DATE-INT    PIC 9(8) VALUE 0.
       01  WS-SD-FROM        PIC 9(8) VALUE 0.
       01  WS-SD-FOUND       PIC X VALUE 'N'.
       01  WS-OT-DATE-FMT    PIC 9(8).

       01  WS-CY-YEAR        PIC X(4).
      *> Operational numbers from parameters.csv, same defaults as
      *> BorrowBook/ReturnBook.
       01  WS-FINE-CAP       PIC 9(7) VALUE 0005000.
      *> A fine under an OPEN appeal is on hold -- see AppealCheck.
       01  WS-APPEAL-OPEN    PIC X VALUE 'N'.
       01  WS-MAXLN-DEFAULT  PIC 9(2) VALUE 5.
       01  WS-LDAYS-DEFAULT  PIC 9(3) VALUE 14.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-CC-DATE-2      PIC 9(8) VALUE 0.
       01  WS-CC-RESULT      PIC 9(8) VALUE 0.

      *> Renewal-counter call arguments -- see RenewCount. RENMX
      *> renewals, or the format's own limit, as in RenewBook.
       01  WS-RC-ACTION      PIC X(4).
       01  WS-RC-TRAN        PIC X(5).
       01  WS-RC-COUNT       PIC 9(2).
       01  WS-RENMX-LIMIT    PIC 9(2) VALUE 2.
       01  WS-LOAN-RENEW-LIMIT PIC 9(2).

      *> Material-format call arguments -- see FormatCheck.cbl. The
      *> row's title keeps its format and rules in the FC- fields;
      *> the open-loan pass looks each loan's format up in the
      *> WS-FO- fields so it doesn't disturb them.
       01  WS-FC-BOOK-ID     PIC X(5).
       01  WS-FC-FORMAT      PIC X(10).
       01  WS-FC-DAYS        PIC 9(3).
       01  WS-FC-CAP         PIC 9(2).
       01  WS-FC-RENEWALS    PIC 9(2).
       01  WS-FC-RATE        PIC 9(5).
       01  WS-FC-RULES       PIC X(4).
       01  WS-FO-BOOK-ID     PIC X(5).
       01  WS-FO-FORMAT      PIC X(10).
       01  WS-FO-DAYS        PIC 9(3).
       01  WS-FO-CAP         PIC 9(2).
       01  WS-FO-RENEWALS    PIC 9(2).
       01  WS-FO-RATE        PIC 9(5).
       01  WS-FO-RULES       PIC X(4).
       01  WS-FMT-LOAN-CNT   PIC 9(2) VALUE 0.

       01  WS-BOOKS-DIRTY    PIC X VALUE 'N'.
       01  WS-COPIES-DIRTY   PIC X VALUE 'N'.
       01  WS-LOG-DIRTY      PIC X VALUE 'N'.
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
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           ACCEPT WS-TIME-RAW FROM TIME
           STRING WS-TIME-RAW(1:2) DELIMITED BY SIZE ":"
                  WS-TIME-RAW(3:2) DELIMITED BY SIZE ":"
                  WS-TIME-RAW(5:2) DELIMITED BY SIZE
               INTO WS-NOW-TIME

           PERFORM LOAD-BOOK-FILE
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-LOG-FILE
           PERFORM LOAD-HOLD-FILE

           MOVE 0 TO WS-APPLIED-CNT
           MOVE 0 TO WS-EXCEPT-CNT
           IF WS-LOG-DIRTY = 'Y'
               PERFORM REWRITE-LOG-FILE
           END-IF
           IF WS-HOLDS-DIRTY = 'Y'
               PERFORM REWRITE-HOLD-FILE
           END-IF

           DISPLAY "-----------------------------------"
           DISPLAY "Replay complete: " WS-APPLIED-CNT " applied, "
           MOVE SPACES TO OT-MEMBER-ID
           MOVE SPACES TO OT-ITEM-IN
           MOVE SPACES TO OT-OPERATOR
           MOVE SPACES TO OT-STOP
           UNSTRING TRANS-REC DELIMITED BY ","
               INTO OT-TYPE, OT-DATE, OT-MEMBER-ID, OT-ITEM-IN,
                    OT-OPERATOR, OT-STOP
           IF FUNCTION TRIM(TRANS-REC) = SPACE
               EXIT PARAGRAPH
           END-IF
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF
      *> A format with a loan cap of its own limits how many of that
      *> format the member may hold at once -- BorrowBook's rule.
           PERFORM LOOKUP-ROW-FORMAT
           IF WS-FC-RULES(2:1) = 'Y'
               MOVE 0 TO WS-FMT-LOAN-CNT
               PERFORM VARYING LOG-IDX FROM 1 BY 1
                   UNTIL LOG-IDX > LOG-CNT
                   IF MB-ID(LOG-IDX) = OT-MEMBER-ID
                       AND FUNCTION TRIM(RTN-DATE(LOG-IDX)) = SPACE
                       PERFORM TALLY-FORMAT-LOAN
                   END-IF
               END-PERFORM
               IF WS-FMT-LOAN-CNT >= WS-FC-CAP
                   MOVE "OVER FORMAT LOAN LIMIT" TO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = OT-BOOK-ID
               IF COPY-MATCH-IDX NOT = 0
                   AND FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                       NOT = "AVAILABLE"
                   AND FUNCTION TRIM(CP-STATUS(COPY-MATCH-IDX))
                       NOT = "ON-DISPLAY"
                   MOVE "COPY NOT ON SHELF" TO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION-ROW
                   EXIT PARAGRAPH
                       MOVE COPY-IDX TO COPY-MATCH-IDX
                   END-IF
               END-PERFORM
               PERFORM VARYING COPY-IDX FROM 1 BY 1
                   UNTIL COPY-IDX > COPY-CNT
                   IF CP-BOOK-ID(COPY-IDX) = OT-BOOK-ID
                       AND FUNCTION TRIM(CP-STATUS(COPY-IDX)) =
                           "ON-DISPLAY"
                       AND COPY-MATCH-IDX = 0
                       MOVE COPY-IDX TO COPY-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF COPY-MATCH-IDX NOT = 0
               MOVE "BORROWED" TO CP-STATUS(COPY-MATCH-IDX)
      *> the loan clock started when the book left the building.
           PERFORM LOOKUP-LOAN-DAYS
           COMPUTE WS-DUE-INT = WS-OT-DATE-INT + WS-DAYS-TO-ADD
      *> Lent at a bookmobile stop -- due when the van next calls
      *> there, which already passes over closed days.
           MOVE 'N' TO WS-SD-FOUND
           IF OT-STOP NOT = SPACES
               MOVE WS-DUE-INT TO WS-SD-FROM
               CALL 'StopDue' USING OT-STOP, WS-SD-FROM, WS-DUE-INT,
                   WS-SD-FOUND
           END-IF
           IF WS-SD-FOUND = 'N'
               MOVE "ROLLFW" TO WS-CC-ACTION
               MOVE WS-DUE-INT TO WS-CC-DATE-1
               CALL 'ClosureCal' USING WS-CC-ACTION, WS-CC-DATE-1,
                   WS-CC-DATE-2, WS-CC-RESULT
               MOVE WS-CC-RESULT TO WS-DUE-INT
           END-IF
           COMPUTE WS-DUE-RAW =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           STRING WS-DUE-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-DUE-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-DUE-RAW(1:4) DELIMITED BY SIZE
               INTO WS-END-DISPLAY
           IF WS-SD-FOUND = 'Y'
               PERFORM RECORD-STOP-LOAN
           END-IF

           ADD 1 TO LOG-CNT
           MOVE NEW-TRAN-ID TO TR-ID(LOG-CNT)
               END-IF
           END-IF

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
                   IF BK-ID(BK-IDX) = BK-LOG-ID(LOG-MATCH-IDX)
                       ADD 1 TO BK-COUNT(BK-IDX)
                       MOVE 'Y' TO WS-BOOKS-DIRTY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO HOLD-MATCH-IDX
               PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-CNT
                   IF HD-BOOK-ID(HOLD-IDX) = BK-LOG-ID(LOG-MATCH-IDX)
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
           ADD 1 TO WS-APPLIED-CNT
           DISPLAY "Applied RETURN " OT-BOOK-ID " from "
               OT-MEMBER-ID ".".
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> The renewal counter, with the format's own renewal limit in
      *> place of RENMX where it has one -- RenewBook's rule.
           MOVE "GET " TO WS-RC-ACTION
           MOVE TR-ID(LOG-MATCH-IDX) TO WS-RC-TRAN
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT
           PERFORM LOOKUP-ROW-FORMAT
           MOVE WS-RENMX-LIMIT TO WS-LOAN-RENEW-LIMIT
           IF WS-FC-RULES(3:1) = 'Y'
               MOVE WS-FC-RENEWALS TO WS-LOAN-RENEW-LIMIT
           END-IF
           IF WS-RC-COUNT >= WS-LOAN-RENEW-LIMIT
               MOVE "RENEWAL LIMIT REACHED" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO BK-MATCH-IDX
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
           MOVE WS-END-DISPLAY TO ED-DATE(LOG-MATCH-IDX)
           MOVE OT-OPERATOR TO OP-ID(LOG-MATCH-IDX)
           MOVE 'Y' TO WS-LOG-DIRTY
           MOVE "INC " TO WS-RC-ACTION
           CALL 'RenewCount' USING WS-RC-ACTION, WS-RC-TRAN,
               WS-RC-COUNT, OT-OPERATOR
           ADD 1 TO WS-APPLIED-CNT
           DISPLAY "Applied RENEW " OT-BOOK-ID " for "
               OT-MEMBER-ID " -- new due " WS-END-DISPLAY ".".
                   END-IF
               END-PERFORM
           END-IF
      *> A material format with a fine rate of its own charges that
      *> instead of the genre's -- ReturnBook's rule.
           PERFORM LOOKUP-ROW-FORMAT
           IF WS-FC-RULES(4:1) = 'Y'
               MOVE WS-FC-RATE TO WS-FINE-RATE
           END-IF
           COMPUTE FINE-AMOUNT = DIFF-DAYS * WS-FINE-RATE

           MOVE 0 TO MAX-FINE-ID
               NEW-FINE-ID " of " FINE-AMOUNT " MMK assessed.".

      *-----------------------------------------------------------------
      *> Loan period by genre, or the format's own where it has one
      *> -- BorrowBook's and RenewBook's order.
       LOOKUP-LOAN-DAYS.
           MOVE WS-LDAYS-DEFAULT TO WS-DAYS-TO-ADD
           IF BK-MATCH-IDX NOT = 0
                       MOVE GL-DAYS(GL-IDX) TO WS-DAYS-TO-ADD
                   END-IF
               END-PERFORM
           END-IF
           PERFORM LOOKUP-ROW-FORMAT
           IF WS-FC-RULES(1:1) = 'Y'
               MOVE WS-FC-DAYS TO WS-DAYS-TO-ADD
           END-IF.

      *-----------------------------------------------------------------
      *> The captured title's material format and its lending rules.
       LOOKUP-ROW-FORMAT.
           MOVE OT-BOOK-ID TO WS-FC-BOOK-ID
           MOVE SPACES TO WS-FC-FORMAT
           CALL 'FormatCheck' USING WS-FC-BOOK-ID, WS-FC-FORMAT,
               WS-FC-DAYS, WS-FC-CAP, WS-FC-RENEWALS, WS-FC-RATE,
               WS-FC-RULES.

      *-----------------------------------------------------------------
      *> One open loan of the member's counted when it is in the
      *> captured title's format (WS-FC-FORMAT).
       TALLY-FORMAT-LOAN.
           MOVE BK-LOG-ID(LOG-IDX) TO WS-FO-BOOK-ID
           MOVE SPACES TO WS-FO-FORMAT
           CALL 'FormatCheck' USING WS-FO-BOOK-ID, WS-FO-FORMAT,
               WS-FO-DAYS, WS-FO-CAP, WS-FO-RENEWALS, WS-FO-RATE,
               WS-FO-RULES
           IF WS-FO-FORMAT = WS-FC-FORMAT
               ADD 1 TO WS-FMT-LOAN-CNT
           END-IF.

      *-----------------------------------------------------------------
                       IF FN-MEMBER-ID = OT-MEMBER-ID
                           AND FUNCTION TRIM(FN-PAID-FLAG)
                               NOT = "YES"
                           CALL 'AppealCheck' USING FN-FINE-ID,
                               WS-APPEAL-OPEN
                           IF WS-APPEAL-OPEN = 'N'
                               COMPUTE WS-UNPAID-TOTAL =
                                   WS-UNPAID-TOTAL + FN-AMOUNT
                                   - FN-WAIVED-AMT - FN-PAID-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-LDAYS-DEFAULT
           END-IF
           MOVE "RENMX" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-RENMX-LIMIT
           END-IF.

      *-----------------------------------------------------------------
                   INTO LOG-REC
               WRITE LOG-REC
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT.

      *-----------------------------------------------------------------
      *> Per-stop circulation for Bookmobile's statistics.
       RECORD-STOP-LOAN.
           OPEN EXTEND STOPLOAN-FILE
           IF WS-STOPLOAN-STATUS NOT = "00"
               OPEN OUTPUT STOPLOAN-FILE
           END-IF
           MOVE SPACES TO STOPLOAN-REC
           STRING NEW-TRAN-ID DELIMITED BY SIZE ","
                  OT-STOP DELIMITED BY SIZE ","
                  OT-DATE DELIMITED BY SIZE ","
                  OT-MEMBER-ID DELIMITED BY SIZE
               INTO STOPLOAN-REC
           WRITE STOPLOAN-REC
           CLOSE STOPLOAN-FILE.

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
      *> The replay has no desk branch -- the cart is at the title's
      *> home branch. Same row layout ReturnBook writes, source
      *> OFFLINE, stamped when the replay put the copy on the cart.
       WRITE-RESHELVE-ROW.
           MOVE SPACES TO WS-CART-BRANCH
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF BK-ID(BK-IDX) = BK-LOG-ID(LOG-MATCH-IDX)
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
                  BK-LOG-ID(LOG-MATCH-IDX) DELIMITED BY SIZE ","
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CART-BRANCH))
                      DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-NOW-TIME DELIMITED BY SIZE ","
                  "OFFLINE,CART,," DELIMITED BY SIZE
               INTO RESHELVE-REC
           WRITE RESHELVE-REC
           CLOSE RESHELVE-FILE.

      *-----------------------------------------------------------------
       WRITE-EXCEPTION-ROW.
