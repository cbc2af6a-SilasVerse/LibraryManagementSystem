      *            the final notice quoting the replacement cost.
      *            The level rides on every export row so the mail
      *            job can pick the right template.
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            the due flags are back in log.csv.
      * (Updated by Silas): Level-0 rows on notice_ledger.csv are
      *            NewArrivals alerts -- kept through the ledger
      *            rewrite and never taken for an overdue notice.
      * (Updated by Silas): a member closed as DECEASED keeps that flag
      *            -- the overdue sweep never flips it to INACTIVE (and
      *            so never back to ACTIVE).
      * (Updated by Silas): Postal overdue notices are also written as
      *            rows to overdue_notices_post.csv, in the email rows'
      *            shape, for NoticeCompose's templated letters.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT POST-NOTICE-FILE ASSIGN TO
               "../overdue_notices_post.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The postal notices again as rows, in the email rows' shape,
      *> for NoticeCompose's templated letters.
           SELECT POST-ROW-FILE ASSIGN TO
               "../overdue_notices_post.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Dispatch ledger -- which member/book notice went out, at
      *> what escalation level, and when. What keeps night after
      *> night of runs from re-mailing the same reminder.
       FD  POST-NOTICE-FILE.
       01  POST-NOTICE-LINE PIC X(200).

       FD  POST-ROW-FILE.
       01  POST-ROW-LINE  PIC X(200).

       FD  LEDGER-FILE.
       01  LEDGER-LINE    PIC X(80).

       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
      *> Optional batch-driver feedback, guarded by C$NARG the way
                                  IF F-MID(IDX-CNT) = M-ID(M-IDX)
                                   IF M-OVERRIDE(M-IDX) NOT = "Y"
                                    IF M-FLAG(M-IDX) NOT = "INACTIVE"
                                     AND M-FLAG(M-IDX) NOT = "DECEASED"
                                     MOVE M-ID(M-IDX) TO
                                         WS-AUDIT-ENTITY-ID
                                     MOVE M-FLAG(M-IDX) TO
               WRITE LOG-LINE
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT

      * Rewrite members.csv with updated flags
           OPEN OUTPUT MEMBER-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT SMS-NOTICE-FILE
           OPEN OUTPUT POST-NOTICE-FILE
           OPEN OUTPUT POST-ROW-FILE
           PERFORM VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > N-CNT
               PERFORM DECIDE-NOTICE-LEVEL
               IF WS-NOTICE-SEND = 'Y'
                           PERFORM WRITE-SMS-NOTICE-ROW
                       WHEN "POST"
                           PERFORM WRITE-POST-NOTICE-BLOCK
                           PERFORM WRITE-POST-NOTICE-ROW
                       WHEN OTHER
                           PERFORM WRITE-EMAIL-NOTICE-ROW
                   END-EVALUATE
           CLOSE NOTICE-FILE
           CLOSE SMS-NOTICE-FILE
           CLOSE POST-NOTICE-FILE
           CLOSE POST-ROW-FILE
           PERFORM REWRITE-NOTICE-LEDGER
           IF WS-SUPPRESSED > 0
               DISPLAY WS-SUPPRESSED " notice(s) suppressed by the "
                                    LG-LAST-DATE(LG-CNT),
                                    LG-DELIV(LG-CNT)
                           MOVE 'N' TO LG-KEEP(LG-CNT)
      *> Level 0 is a NewArrivals alert, not an overdue notice --
      *> it rides through this rewrite untouched.
                           IF LG-LEVEL(LG-CNT) = 0
                               MOVE 'Y' TO LG-KEEP(LG-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-CNT
               IF LG-MID(LG-IDX) = N-MID(N-IDX)
                   AND LG-BID(LG-IDX) = N-BID(N-IDX)
                   AND LG-LEVEL(LG-IDX) NOT = 0
                   MOVE LG-IDX TO LG-FOUND-IDX
                   EXIT PERFORM
               END-IF
               INTO SMS-NOTICE-LINE
           WRITE SMS-NOTICE-LINE.

      *-----------------------------------------------------------------
       WRITE-POST-NOTICE-ROW.
           MOVE SPACES TO POST-ROW-LINE
           STRING
               N-MID(N-IDX) DELIMITED BY SIZE ","
               N-NAME(N-IDX) DELIMITED BY SIZE ","
               N-EMAIL(N-IDX) DELIMITED BY SIZE ","
               N-BID(N-IDX) DELIMITED BY SIZE ","
               N-EDT(N-IDX) DELIMITED BY SIZE ","
               N-DAYS(N-IDX) DELIMITED BY SIZE ","
               N-LEVEL(N-IDX) DELIMITED BY SIZE ","
               N-ACCRUED(N-IDX) DELIMITED BY SIZE
               INTO POST-ROW-LINE
           WRITE POST-ROW-LINE.

      *-----------------------------------------------------------------
      *> One addressed letter block per overdue loan, ready for the
      *> printer -- the postal run has no downstream merge job to
