      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Internal-control exception report over a date range
      *          -- the risky desk actions as a pattern rather than
      *          one receipt at a time. Per operator: waivers granted
      *          (fine.csv waived amount, reason and operator; the
      *          AMNESTY:<code> waivers counted apart), VOID rows and
      *          corrected replacement receipts from VoidPayment,
      *          refunds.csv credits (credited to the supervisor who
      *          approved the REFUND ticket -- a refund that never
      *          needed approval carries no operator), and the manual
      *          override / reinstatement register EditMember keeps in
      *          member_overrides.csv. An operator's branch is the one
      *          most of their log.csv rows carry. Each operator's
      *          waiver and void totals are set against the branch
      *          average, and flagged HIGH when above CTLPC percent of
      *          what the other operators at the branch average. Also
      *          listed: the same operator waiving for the same member
      *          CTLRP or more times, and voids taken within CTLVM
      *          minutes before their drawer session was closed (only
      *          sessions closed since CashDrawer stamps a close time).
      *          Written to control_exceptions.txt as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlExceptions IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "../drawer_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT REFUND-FILE ASSIGN TO "../refunds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "../pending_approvals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "../member_overrides.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../control_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-REC     PIC X(200).
       FD  DRAWER-FILE.
       01  DRAWER-REC      PIC X(200).
       FD  REFUND-FILE.
       01  REFUND-REC      PIC X(120).
       FD  APPROVAL-FILE.
       01  APPROVAL-REC    PIC X(200).
       FD  OVERRIDE-FILE.
       01  OVERRIDE-REC    PIC X(100).
       FD  REPORT-FILE.
       01  REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-FINE-STATUS     PIC XX.
       01  WS-RECEIPT-STATUS  PIC XX.
       01  WS-DRAWER-STATUS   PIC XX.
       01  WS-REFUND-STATUS   PIC XX.
       01  WS-APPROVAL-STATUS PIC XX.
       01  WS-OVERRIDE-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).
       01  WS-FROM-IN        PIC X(10).
       01  WS-TO-IN          PIC X(10).
       01  WS-FROM-INT       PIC 9(8) VALUE 0.
       01  WS-TO-INT         PIC 9(8) VALUE 0.
       01  WS-DATE-FMT       PIC 9(8).
       01  WS-ROW-INT        PIC 9(8) VALUE 0.
       01  WS-ROW-DATE       PIC X(10).
       01  WS-ROW-TIME       PIC X(8).
       01  WS-ROW-MINS       PIC 9(4) VALUE 0.
       01  WS-HH             PIC 99.
       01  WS-MM             PIC 99.

      *> One tally row per operator seen in the range -- desk work
      *> on log.csv makes an operator a peer even with no
      *> exceptions, so a quiet colleague still counts toward the
      *> branch average.
       01  OPER-TABLE.
           05 OPER-ENTRY OCCURS 200 TIMES.
               10 OR-ID        PIC X(10).
               10 OR-BRANCH    PIC X(10).
               10 OR-WVR-CNT   PIC 9(5).
               10 OR-WVR-AMT   PIC 9(8).
               10 OR-AMN-CNT   PIC 9(5).
               10 OR-AMN-AMT   PIC 9(8).
               10 OR-VOID-CNT  PIC 9(5).
               10 OR-VOID-AMT  PIC 9(8).
               10 OR-CORR-CNT  PIC 9(5).
               10 OR-RFD-CNT   PIC 9(5).
               10 OR-RFD-AMT   PIC 9(8).
               10 OR-OVR-CNT   PIC 9(5).
               10 OR-RST-CNT   PIC 9(5).
               10 OR-LATE-CNT  PIC 9(5).
       01  OPER-CNT          PIC 9(3) VALUE 0.
       01  OPER-IDX          PIC 9(3) VALUE 0.
       01  OPER-MATCH        PIC 9(3) VALUE 0.
       01  WS-KEY-OPERATOR   PIC X(10).

      *> log.csv rows per operator and branch, all dates -- the
      *> branch with the most rows is the operator's home branch.
       01  OB-TABLE.
           05 OB-ENTRY OCCURS 600 TIMES.
               10 OB-OPER      PIC X(10).
               10 OB-BRANCH    PIC X(10).
               10 OB-CNT       PIC 9(6).
       01  OB-CNT-USED       PIC 9(3) VALUE 0.
       01  OB-IDX            PIC 9(3) VALUE 0.
       01  OB-MATCH          PIC 9(3) VALUE 0.
       01  OB-BEST           PIC 9(6) VALUE 0.

      *> Branch totals over the operators assigned to each.
       01  BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 50 TIMES.
               10 BR-NAME      PIC X(10).
               10 BR-OPS       PIC 9(3).
               10 BR-WVR-AMT   PIC 9(9).
               10 BR-VOID-AMT  PIC 9(9).
       01  BRANCH-CNT        PIC 9(2) VALUE 0.
       01  BRANCH-IDX        PIC 9(2) VALUE 0.
       01  BRANCH-MATCH      PIC 9(2) VALUE 0.

      *> Waivers by the same operator for the same member.
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 2000 TIMES.
               10 PR-OPER      PIC X(10).
               10 PR-MEMBER    PIC X(5).
               10 PR-CNT       PIC 9(4).
               10 PR-AMT       PIC 9(8).
       01  PAIR-CNT          PIC 9(4) VALUE 0.
       01  PAIR-IDX          PIC 9(4) VALUE 0.
       01  PAIR-MATCH        PIC 9(4) VALUE 0.

      *> Closed drawer sessions with their close date and time.
       01  SESSION-TABLE.
           05 SESSION-ENTRY OCCURS 1000 TIMES.
               10 SS-ID        PIC X(6).
               10 SS-DATE      PIC X(10).
               10 SS-TIME      PIC X(8).
       01  SESSION-CNT       PIC 9(4) VALUE 0.
       01  SESSION-IDX       PIC 9(4) VALUE 0.
       01  SESSION-MATCH     PIC 9(4) VALUE 0.

      *> Voids taken shortly before their session closed.
       01  LATE-TABLE.
           05 LATE-ENTRY OCCURS 300 TIMES.
               10 LV-RECEIPT   PIC X(6).
               10 LV-OPER      PIC X(10).
               10 LV-SESSION   PIC X(6).
               10 LV-DATE      PIC X(10).
               10 LV-TIME      PIC X(8).
               10 LV-CLOSE     PIC X(8).
               10 LV-MINS      PIC 9(4).
               10 LV-AMT       PIC 9(6).
       01  LATE-CNT          PIC 9(3) VALUE 0.
       01  LATE-IDX          PIC 9(3) VALUE 0.

      *> Decided REFUND tickets -- who approved each refund.
       01  TICKET-TABLE.
           05 TICKET-ENTRY OCCURS 500 TIMES.
               10 TK-REF       PIC X(5).
               10 TK-MEMBER    PIC X(5).
               10 TK-DECIDER   PIC X(10).
               10 TK-TAKEN     PIC X.
       01  TICKET-CNT        PIC 9(3) VALUE 0.
       01  TICKET-IDX        PIC 9(3) VALUE 0.

      *> One log.csv row at a time.
       01  LG-TRAN           PIC X(5).
       01  LG-MEMBER         PIC X(5).
       01  LG-BOOK           PIC X(5).
       01  LG-START          PIC X(10).
       01  LG-END            PIC X(10).
       01  LG-DUE            PIC X(3).
       01  LG-RTN            PIC X(10).
       01  LG-COPY           PIC X(6).
       01  LG-BRANCH         PIC X(10).
       01  LG-OPER           PIC X(10).

      *> fine.csv waiver fields.
       01  FN-FINE-ID        PIC X(5).
       01  FN-TRAN-ID        PIC X(5).
       01  FN-MEMBER-ID      PIC X(5).
       01  FN-DUE-DAYS       PIC X(3).
       01  FN-AMOUNT         PIC X(6).
       01  FN-PAID-FLAG      PIC X(3).
       01  FN-PAID-DATE      PIC X(10).
       01  FN-REASON         PIC X(10).
       01  FN-WAIVED-AMT     PIC 9(6).
       01  FN-WVR-RSN        PIC X(40).
       01  FN-OP-ID          PIC X(10).

      *> One receipts.csv row at a time.
       01  RC-ID             PIC X(6).
       01  RC-DOC            PIC X(5).
       01  RC-MEMBER         PIC X(5).
       01  RC-AMOUNT         PIC 9(6).
       01  RC-OPER           PIC X(10).
       01  RC-DATE           PIC X(10).
       01  RC-TIME           PIC X(8).
       01  RC-SESSION        PIC X(6).
       01  RC-DOCTYPE        PIC X(6).
       01  RC-TENDER         PIC X(6).
       01  RC-VOIDREF        PIC X(6).

      *> One drawer_sessions.csv row at a time.
       01  DR-SESSION-ID     PIC X(6).
       01  DR-OPERATOR       PIC X(10).
       01  DR-OPEN-DATE      PIC X(10).
       01  DR-OPEN-TIME      PIC X(8).
       01  DR-FLOAT-AMT      PIC X(7).
       01  DR-STATUS         PIC X(6).
       01  DR-CLOSE-DATE     PIC X(10).
       01  DR-EXPECTED       PIC X(7).
       01  DR-COUNTED        PIC X(7).
       01  DR-CLOSE-TIME     PIC X(8).

      *> One refunds.csv row at a time.
       01  RF-ID             PIC X(5).
       01  RF-FINE           PIC X(5).
       01  RF-MEMBER         PIC X(5).
       01  RF-AMOUNT         PIC 9(7).
       01  RF-DATE           PIC X(10).
       01  RF-STATUS         PIC X(12).

      *> One pending_approvals.csv row at a time.
       01  AP-ID             PIC X(5).
       01  AP-TYPE           PIC X(8).
       01  AP-REF            PIC X(5).
       01  AP-MEMBER         PIC X(5).
       01  AP-AMOUNT         PIC X(7).
       01  AP-REQ-BY         PIC X(10).
       01  AP-REQ-DATE       PIC X(10).
       01  AP-REASON         PIC X(40).
       01  AP-STATUS         PIC X(8).
       01  AP-DEC-BY         PIC X(10).

      *> One member_overrides.csv row at a time -- see EditMember.
       01  MO-DATE           PIC X(10).
       01  MO-TIME           PIC X(8).
       01  MO-MEMBER         PIC X(5).
       01  MO-KIND           PIC X(9).
       01  MO-OLD            PIC X(8).
       01  MO-NEW            PIC X(8).
       01  MO-OPER           PIC X(10).

      *> Thresholds -- see ParamMaint.
       01  WS-HIGH-PCT       PIC 9(5) VALUE 200.
       01  WS-REPEAT-MIN     PIC 9(4) VALUE 3.
       01  WS-LATE-MINS      PIC 9(4) VALUE 30.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

      *> Peer comparison for one operator.
       01  WS-OTHERS-AMT     PIC 9(9).
       01  WS-LHS            PIC 9(14).
       01  WS-RHS            PIC 9(14).
       01  WS-AVG-AMT        PIC 9(9).
       01  WS-WVR-FLAG       PIC X(8).
       01  WS-VOID-FLAG      PIC X(9).
       01  WS-HIGH-FLAGS     PIC 9(4) VALUE 0.
       01  WS-REPEAT-FLAGS   PIC 9(4) VALUE 0.
       01  WS-CLOSE-MINS     PIC 9(4) VALUE 0.
       01  WS-VOID-MINS      PIC 9(4) VALUE 0.
       01  WS-NO-CLOSE-TIME  PIC 9(5) VALUE 0.
       01  WS-UNTRACED-CNT   PIC 9(5) VALUE 0.
       01  WS-UNTRACED-AMT   PIC 9(8) VALUE 0.

       01  WS-CNT-ED         PIC ZZZZ9.
       01  WS-CNT2-ED        PIC ZZZZ9.
       01  WS-AMT-ED         PIC ZZ,ZZZ,ZZ9.
       01  WS-AVG-ED         PIC ZZ,ZZZ,ZZ9.
       01  WS-LINE-PTR       PIC 9(3).
       01  REPORT-RULE       PIC X(80) VALUE ALL "=".

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM MAIN-PROCEDURE
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           MOVE "CTLPC" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-HIGH-PCT
           END-IF
           MOVE "CTLRP" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 1
               MOVE WS-PARAM-VALUE TO WS-REPEAT-MIN
           END-IF
           MOVE "CTLVM" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE TO WS-LATE-MINS
           END-IF

           DISPLAY "From date (DD-MM-YYYY, blank = today): "
           ACCEPT WS-FROM-IN
           IF FUNCTION TRIM(WS-FROM-IN) = SPACE
               MOVE WS-TODAY-DISPLAY TO WS-FROM-IN
           END-IF
           DISPLAY "To date (DD-MM-YYYY, blank = today): "
           ACCEPT WS-TO-IN
           IF FUNCTION TRIM(WS-TO-IN) = SPACE
               MOVE WS-TODAY-DISPLAY TO WS-TO-IN
           END-IF
           MOVE WS-FROM-IN TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           MOVE WS-ROW-INT TO WS-FROM-INT
           MOVE WS-TO-IN TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           MOVE WS-ROW-INT TO WS-TO-INT
           IF WS-FROM-INT = 0 OR WS-TO-INT = 0
               OR WS-TO-INT < WS-FROM-INT
               DISPLAY "Bad date range."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-SESSIONS
           PERFORM LOAD-REFUND-TICKETS
           PERFORM SCAN-LOG
           PERFORM SCAN-WAIVERS
           PERFORM SCAN-RECEIPTS
           PERFORM SCAN-REFUNDS
           PERFORM SCAN-OVERRIDES
           PERFORM ASSIGN-BRANCHES
           PERFORM PRINT-REPORT.

      *-----------------------------------------------------------------
       PARSE-ROW-DATE.
           MOVE 0 TO WS-ROW-INT
           IF WS-ROW-DATE(1:2) NUMERIC AND WS-ROW-DATE(4:2) NUMERIC
               AND WS-ROW-DATE(7:4) NUMERIC
               STRING WS-ROW-DATE(7:4) DELIMITED BY SIZE
                      WS-ROW-DATE(4:2) DELIMITED BY SIZE
                      WS-ROW-DATE(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               COMPUTE WS-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
           END-IF.

      *-----------------------------------------------------------------
      *> HH:MM:SS into minutes past midnight -- 9999 when the time
      *> is missing or malformed.
       PARSE-ROW-TIME.
           MOVE 9999 TO WS-ROW-MINS
           IF WS-ROW-TIME(1:2) NUMERIC AND WS-ROW-TIME(4:2) NUMERIC
               MOVE WS-ROW-TIME(1:2) TO WS-HH
               MOVE WS-ROW-TIME(4:2) TO WS-MM
               COMPUTE WS-ROW-MINS = WS-HH * 60 + WS-MM
           END-IF.

      *-----------------------------------------------------------------
       FIND-OPER-ROW.
           MOVE 0 TO OPER-MATCH
           IF FUNCTION TRIM(WS-KEY-OPERATOR) = SPACE
               MOVE "(none)" TO WS-KEY-OPERATOR
           END-IF
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > OPER-CNT
               IF FUNCTION TRIM(OR-ID(OPER-IDX)) =
                   FUNCTION TRIM(WS-KEY-OPERATOR)
                   MOVE OPER-IDX TO OPER-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF OPER-MATCH = 0 AND OPER-CNT < 200
               ADD 1 TO OPER-CNT
               MOVE OPER-CNT TO OPER-MATCH
               INITIALIZE OPER-ENTRY(OPER-MATCH)
               MOVE WS-KEY-OPERATOR TO OR-ID(OPER-MATCH)
           END-IF.

      *-----------------------------------------------------------------
       LOAD-SESSIONS.
           MOVE 0 TO SESSION-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DRAWER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DR-CLOSE-DATE
                       MOVE SPACES TO DR-CLOSE-TIME
                       UNSTRING DRAWER-REC DELIMITED BY ","
                           INTO DR-SESSION-ID, DR-OPERATOR,
                                DR-OPEN-DATE, DR-OPEN-TIME,
                                DR-FLOAT-AMT, DR-STATUS,
                                DR-CLOSE-DATE, DR-EXPECTED,
                                DR-COUNTED, DR-CLOSE-TIME
                       IF FUNCTION TRIM(DR-STATUS) = "CLOSED"
                           AND SESSION-CNT < 1000
                           ADD 1 TO SESSION-CNT
                           MOVE DR-SESSION-ID TO SS-ID(SESSION-CNT)
                           MOVE DR-CLOSE-DATE TO SS-DATE(SESSION-CNT)
                           MOVE DR-CLOSE-TIME TO SS-TIME(SESSION-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE.

      *-----------------------------------------------------------------
      *> REFUND tickets a supervisor approved -- refunds.csv itself
      *> carries no operator.
       LOAD-REFUND-TICKETS.
           MOVE 0 TO TICKET-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ APPROVAL-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO AP-STATUS
                       MOVE SPACES TO AP-DEC-BY
                       UNSTRING APPROVAL-REC DELIMITED BY ","
                           INTO AP-ID, AP-TYPE, AP-REF, AP-MEMBER,
                                AP-AMOUNT, AP-REQ-BY, AP-REQ-DATE,
                                AP-REASON, AP-STATUS, AP-DEC-BY
                       IF FUNCTION TRIM(AP-TYPE) = "REFUND"
                           AND FUNCTION TRIM(AP-STATUS) = "APPROVED"
                           AND TICKET-CNT < 500
                           ADD 1 TO TICKET-CNT
                           MOVE AP-REF TO TK-REF(TICKET-CNT)
                           MOVE AP-MEMBER TO TK-MEMBER(TICKET-CNT)
                           MOVE AP-DEC-BY TO TK-DECIDER(TICKET-CNT)
                           MOVE 'N' TO TK-TAKEN(TICKET-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

      *-----------------------------------------------------------------
      *> Every log.csv row votes for its operator's home branch; a
      *> row dated in the range also makes the operator a peer.
       SCAN-LOG.
           MOVE 0 TO OB-CNT-USED
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO LG-RTN
                       MOVE SPACES TO LG-BRANCH
                       MOVE SPACES TO LG-OPER
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO LG-TRAN, LG-MEMBER, LG-BOOK,
                                LG-START, LG-END, LG-DUE, LG-RTN,
                                LG-COPY, LG-BRANCH, LG-OPER
                       IF FUNCTION TRIM(LG-OPER) NOT = SPACE
                           PERFORM COUNT-OPER-BRANCH
                           IF FUNCTION TRIM(LG-RTN) = SPACE
                               MOVE LG-START TO WS-ROW-DATE
                           ELSE
                               MOVE LG-RTN TO WS-ROW-DATE
                           END-IF
                           PERFORM PARSE-ROW-DATE
                           IF WS-ROW-INT >= WS-FROM-INT
                               AND WS-ROW-INT <= WS-TO-INT
                               MOVE LG-OPER TO WS-KEY-OPERATOR
                               PERFORM FIND-OPER-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *-----------------------------------------------------------------
       COUNT-OPER-BRANCH.
           IF FUNCTION TRIM(LG-BRANCH) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO OB-MATCH
           PERFORM VARYING OB-IDX FROM 1 BY 1
               UNTIL OB-IDX > OB-CNT-USED
               IF OB-OPER(OB-IDX) = LG-OPER
                   AND OB-BRANCH(OB-IDX) = LG-BRANCH
                   MOVE OB-IDX TO OB-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF OB-MATCH = 0
               IF OB-CNT-USED < 600
                   ADD 1 TO OB-CNT-USED
                   MOVE OB-CNT-USED TO OB-MATCH
                   MOVE LG-OPER TO OB-OPER(OB-MATCH)
                   MOVE LG-BRANCH TO OB-BRANCH(OB-MATCH)
                   MOVE 0 TO OB-CNT(OB-MATCH)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO OB-CNT(OB-MATCH).

      *-----------------------------------------------------------------
      *> Waivers by the operator stamped on the fine, dated by the
      *> paid date the waiver set. Amnesty waivers are a sanctioned
      *> bulk run -- counted, but kept off the peer comparison and
      *> the repeat-member check.
       SCAN-WAIVERS.
           MOVE 0 TO PAIR-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO FN-WAIVED-AMT
                       MOVE SPACES TO FN-WVR-RSN
                       MOVE SPACES TO FN-OP-ID
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FN-FINE-ID, FN-TRAN-ID,
                                FN-MEMBER-ID, FN-DUE-DAYS,
                                FN-AMOUNT, FN-PAID-FLAG,
                                FN-PAID-DATE, FN-REASON,
                                FN-WAIVED-AMT, FN-WVR-RSN,
                                FN-OP-ID
                       IF FN-WAIVED-AMT NOT NUMERIC
                           MOVE 0 TO FN-WAIVED-AMT
                       END-IF
                       IF FN-WAIVED-AMT > 0
                           MOVE FN-PAID-DATE TO WS-ROW-DATE
                           PERFORM PARSE-ROW-DATE
                           IF WS-ROW-INT >= WS-FROM-INT
                               AND WS-ROW-INT <= WS-TO-INT
                               PERFORM TALLY-ONE-WAIVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *-----------------------------------------------------------------
       TALLY-ONE-WAIVER.
           MOVE FN-OP-ID TO WS-KEY-OPERATOR
           PERFORM FIND-OPER-ROW
           IF OPER-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF FN-WVR-RSN(1:8) = "AMNESTY:"
               ADD 1 TO OR-AMN-CNT(OPER-MATCH)
               ADD FN-WAIVED-AMT TO OR-AMN-AMT(OPER-MATCH)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OR-WVR-CNT(OPER-MATCH)
           ADD FN-WAIVED-AMT TO OR-WVR-AMT(OPER-MATCH)

           MOVE 0 TO PAIR-MATCH
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-CNT
               IF PR-OPER(PAIR-IDX) = OR-ID(OPER-MATCH)
                   AND PR-MEMBER(PAIR-IDX) = FN-MEMBER-ID
                   MOVE PAIR-IDX TO PAIR-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PAIR-MATCH = 0
               IF PAIR-CNT < 2000
                   ADD 1 TO PAIR-CNT
                   MOVE PAIR-CNT TO PAIR-MATCH
                   MOVE OR-ID(OPER-MATCH) TO PR-OPER(PAIR-MATCH)
                   MOVE FN-MEMBER-ID TO PR-MEMBER(PAIR-MATCH)
                   MOVE 0 TO PR-CNT(PAIR-MATCH)
                   MOVE 0 TO PR-AMT(PAIR-MATCH)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO PR-CNT(PAIR-MATCH)
           ADD FN-WAIVED-AMT TO PR-AMT(PAIR-MATCH).

      *-----------------------------------------------------------------
      *> VOID rows and the corrected replacements VoidPayment issues
      *> (a non-VOID row carrying a cross-reference), by the
      *> operator who keyed them.
       SCAN-RECEIPTS.
           MOVE 0 TO LATE-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ RECEIPT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO RC-AMOUNT
                       MOVE SPACES TO RC-TIME
                       MOVE SPACES TO RC-SESSION
                       MOVE SPACES TO RC-DOCTYPE
                       MOVE SPACES TO RC-VOIDREF
                       UNSTRING RECEIPT-REC DELIMITED BY ","
                           INTO RC-ID, RC-DOC, RC-MEMBER,
                                RC-AMOUNT, RC-OPER, RC-DATE,
                                RC-TIME, RC-SESSION, RC-DOCTYPE,
                                RC-TENDER, RC-VOIDREF
                       IF RC-AMOUNT NOT NUMERIC
                           MOVE 0 TO RC-AMOUNT
                       END-IF
                       MOVE RC-DATE TO WS-ROW-DATE
                       PERFORM PARSE-ROW-DATE
                       IF WS-ROW-INT >= WS-FROM-INT
                           AND WS-ROW-INT <= WS-TO-INT
                           PERFORM TALLY-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE.

      *-----------------------------------------------------------------
       TALLY-ONE-RECEIPT.
           IF FUNCTION TRIM(RC-DOCTYPE) = "VOID"
               MOVE RC-OPER TO WS-KEY-OPERATOR
               PERFORM FIND-OPER-ROW
               IF OPER-MATCH = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OR-VOID-CNT(OPER-MATCH)
               ADD RC-AMOUNT TO OR-VOID-AMT(OPER-MATCH)
               PERFORM CHECK-LATE-VOID
           ELSE
               IF FUNCTION TRIM(RC-VOIDREF) NOT = SPACE
                   MOVE RC-OPER TO WS-KEY-OPERATOR
                   PERFORM FIND-OPER-ROW
                   IF OPER-MATCH > 0
                       ADD 1 TO OR-CORR-CNT(OPER-MATCH)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> A void counts as late when its drawer session was closed the
      *> same day within WS-LATE-MINS minutes after it.
       CHECK-LATE-VOID.
           MOVE 0 TO SESSION-MATCH
           PERFORM VARYING SESSION-IDX FROM 1 BY 1
               UNTIL SESSION-IDX > SESSION-CNT
               IF SS-ID(SESSION-IDX) = RC-SESSION
                   MOVE SESSION-IDX TO SESSION-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SESSION-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SS-TIME(SESSION-MATCH) TO WS-ROW-TIME
           PERFORM PARSE-ROW-TIME
           IF WS-ROW-MINS = 9999
               ADD 1 TO WS-NO-CLOSE-TIME
               EXIT PARAGRAPH
           END-IF
           IF SS-DATE(SESSION-MATCH) NOT = RC-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-MINS TO WS-CLOSE-MINS
           MOVE RC-TIME TO WS-ROW-TIME
           PERFORM PARSE-ROW-TIME
           IF WS-ROW-MINS = 9999 OR WS-ROW-MINS > WS-CLOSE-MINS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VOID-MINS = WS-CLOSE-MINS - WS-ROW-MINS
           IF WS-VOID-MINS > WS-LATE-MINS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OR-LATE-CNT(OPER-MATCH)
           IF LATE-CNT < 300
               ADD 1 TO LATE-CNT
               MOVE RC-ID TO LV-RECEIPT(LATE-CNT)
               MOVE OR-ID(OPER-MATCH) TO LV-OPER(LATE-CNT)
               MOVE RC-SESSION TO LV-SESSION(LATE-CNT)
               MOVE RC-DATE TO LV-DATE(LATE-CNT)
               MOVE RC-TIME TO LV-TIME(LATE-CNT)
               MOVE SS-TIME(SESSION-MATCH) TO LV-CLOSE(LATE-CNT)
               MOVE WS-VOID-MINS TO LV-MINS(LATE-CNT)
               MOVE RC-AMOUNT TO LV-AMT(LATE-CNT)
           END-IF.

      *-----------------------------------------------------------------
      *> Each refund credit goes to the supervisor of the first
      *> unused approved ticket for the same fine and member; a
      *> refund under the approval threshold has nobody to credit.
       SCAN-REFUNDS.
           MOVE 'N' TO FILE-END
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REFUND-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO RF-AMOUNT
                       MOVE SPACES TO RF-DATE
                       MOVE SPACES TO RF-STATUS
                       UNSTRING REFUND-REC DELIMITED BY ","
                           INTO RF-ID, RF-FINE, RF-MEMBER,
                                RF-AMOUNT, RF-DATE, RF-STATUS
                       IF RF-AMOUNT NOT NUMERIC
                           MOVE 0 TO RF-AMOUNT
                       END-IF
                       MOVE RF-DATE TO WS-ROW-DATE
                       PERFORM PARSE-ROW-DATE
                       IF WS-ROW-INT >= WS-FROM-INT
                           AND WS-ROW-INT <= WS-TO-INT
                           PERFORM TALLY-ONE-REFUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFUND-FILE.

      *-----------------------------------------------------------------
       TALLY-ONE-REFUND.
           MOVE SPACES TO WS-KEY-OPERATOR
           IF FUNCTION TRIM(RF-STATUS) = "APPROVED"
               PERFORM VARYING TICKET-IDX FROM 1 BY 1
                   UNTIL TICKET-IDX > TICKET-CNT
                   IF TK-TAKEN(TICKET-IDX) = 'N'
                       AND TK-REF(TICKET-IDX) = RF-FINE
                       AND TK-MEMBER(TICKET-IDX) = RF-MEMBER
                       MOVE 'Y' TO TK-TAKEN(TICKET-IDX)
                       MOVE TK-DECIDER(TICKET-IDX)
                           TO WS-KEY-OPERATOR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF FUNCTION TRIM(WS-KEY-OPERATOR) = SPACE
               ADD 1 TO WS-UNTRACED-CNT
               ADD RF-AMOUNT TO WS-UNTRACED-AMT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPER-ROW
           IF OPER-MATCH > 0
               ADD 1 TO OR-RFD-CNT(OPER-MATCH)
               ADD RF-AMOUNT TO OR-RFD-AMT(OPER-MATCH)
           END-IF.

      *-----------------------------------------------------------------
       SCAN-OVERRIDES.
           MOVE 'N' TO FILE-END
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ OVERRIDE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO MO-OPER
                       UNSTRING OVERRIDE-REC DELIMITED BY ","
                           INTO MO-DATE, MO-TIME, MO-MEMBER,
                                MO-KIND, MO-OLD, MO-NEW, MO-OPER
                       MOVE MO-DATE TO WS-ROW-DATE
                       PERFORM PARSE-ROW-DATE
                       IF WS-ROW-INT >= WS-FROM-INT
                           AND WS-ROW-INT <= WS-TO-INT
                           MOVE MO-OPER TO WS-KEY-OPERATOR
                           PERFORM FIND-OPER-ROW
                           IF OPER-MATCH > 0
                               IF FUNCTION TRIM(MO-KIND) = "OVERRIDE"
                                   ADD 1 TO OR-OVR-CNT(OPER-MATCH)
                               ELSE
                                   ADD 1 TO OR-RST-CNT(OPER-MATCH)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

      *-----------------------------------------------------------------
      *> Home branch per operator, then the branch totals the
      *> averages come from.
       ASSIGN-BRANCHES.
           MOVE 0 TO BRANCH-CNT
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > OPER-CNT
               MOVE "(none)" TO OR-BRANCH(OPER-IDX)
               MOVE 0 TO OB-BEST
               PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX > OB-CNT-USED
                   IF OB-OPER(OB-IDX) = OR-ID(OPER-IDX)
                       AND OB-CNT(OB-IDX) > OB-BEST
                       MOVE OB-CNT(OB-IDX) TO OB-BEST
                       MOVE OB-BRANCH(OB-IDX) TO OR-BRANCH(OPER-IDX)
                   END-IF
               END-PERFORM
               MOVE 0 TO BRANCH-MATCH
               PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-CNT
                   IF BR-NAME(BRANCH-IDX) = OR-BRANCH(OPER-IDX)
                       MOVE BRANCH-IDX TO BRANCH-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF BRANCH-MATCH = 0 AND BRANCH-CNT < 50
                   ADD 1 TO BRANCH-CNT
                   MOVE BRANCH-CNT TO BRANCH-MATCH
                   MOVE OR-BRANCH(OPER-IDX) TO BR-NAME(BRANCH-MATCH)
                   MOVE 0 TO BR-OPS(BRANCH-MATCH)
                   MOVE 0 TO BR-WVR-AMT(BRANCH-MATCH)
                   MOVE 0 TO BR-VOID-AMT(BRANCH-MATCH)
               END-IF
               IF BRANCH-MATCH > 0
                   ADD 1 TO BR-OPS(BRANCH-MATCH)
                   ADD OR-WVR-AMT(OPER-IDX) TO BR-WVR-AMT(BRANCH-MATCH)
                   ADD OR-VOID-AMT(OPER-IDX)
                       TO BR-VOID-AMT(BRANCH-MATCH)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       PRINT-REPORT.
           IF OPER-CNT = 0
               DISPLAY "No desk activity in that range."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIGH-FLAGS
           MOVE 0 TO WS-REPEAT-FLAGS
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   CONTROL EXCEPTIONS " DELIMITED BY SIZE
                  WS-FROM-IN DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-IN DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-HIGH-PCT TO WS-CNT-ED
           STRING "   HIGH above " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "% of peers' average; repeat at " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-REPEAT-MIN TO WS-CNT-ED
           STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  "; late void <= " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-LATE-MINS TO WS-CNT-ED
           STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " min" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM EMIT-REPORT-LINE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           PERFORM VARYING BRANCH-IDX FROM 1 BY 1
               UNTIL BRANCH-IDX > BRANCH-CNT
               PERFORM PRINT-BRANCH
           END-PERFORM

           PERFORM PRINT-REPEATS
           PERFORM PRINT-LATE-VOIDS

           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-UNTRACED-CNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-UNTRACED-CNT TO WS-CNT-ED
               MOVE WS-UNTRACED-AMT TO WS-AMT-ED
               STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                      " refund(s) totalling " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMT-ED) DELIMITED BY SIZE
                      " MMK needed no approval -- no operator on "
                      DELIMITED BY SIZE
                      "file." DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-NO-CLOSE-TIME > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NO-CLOSE-TIME TO WS-CNT-ED
               STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                      " void(s) in sessions closed without a close "
                      DELIMITED BY SIZE
                      "time -- not timed." DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE WS-HIGH-FLAGS TO WS-CNT-ED
           STRING "Flags: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " HIGH, " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE WS-REPEAT-FLAGS TO WS-CNT-ED
           STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " repeat waiver, " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE LATE-CNT TO WS-CNT-ED
           STRING FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " late void" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM EMIT-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Report written to control_exceptions.txt.".

      *-----------------------------------------------------------------
      *> One branch block -- the averages, then each operator with
      *> anything to show against them.
       PRINT-BRANCH.
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           MOVE BR-OPS(BRANCH-IDX) TO WS-CNT-ED
           STRING "Branch " DELIMITED BY SIZE
                  FUNCTION TRIM(BR-NAME(BRANCH-IDX)) DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " operator(s); average waived " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           COMPUTE WS-AVG-AMT =
               BR-WVR-AMT(BRANCH-IDX) / BR-OPS(BRANCH-IDX)
           MOVE WS-AVG-AMT TO WS-AVG-ED
           STRING FUNCTION TRIM(WS-AVG-ED) DELIMITED BY SIZE
                  ", voided " DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           COMPUTE WS-AVG-AMT =
               BR-VOID-AMT(BRANCH-IDX) / BR-OPS(BRANCH-IDX)
           MOVE WS-AVG-AMT TO WS-AVG-ED
           STRING FUNCTION TRIM(WS-AVG-ED) DELIMITED BY SIZE
                  " MMK" DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Operator    Wvr    Waived  Amn Void    Voided"
                  DELIMITED BY SIZE
                  " Corr  Rfd  Ovr  Rst  Flags" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING OPER-IDX FROM 1 BY 1
               UNTIL OPER-IDX > OPER-CNT
               IF OR-BRANCH(OPER-IDX) = BR-NAME(BRANCH-IDX)
                   PERFORM PRINT-OPERATOR
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

      *-----------------------------------------------------------------
      *> HIGH when the operator's total is above WS-HIGH-PCT percent
      *> of what the rest of the branch averaged -- compared as
      *> cross-multiplied totals so no rounding decides a flag. A
      *> branch with a single operator has no peers to compare.
       PRINT-OPERATOR.
           MOVE SPACES TO WS-WVR-FLAG
           MOVE SPACES TO WS-VOID-FLAG
           IF BR-OPS(BRANCH-IDX) > 1
               IF OR-WVR-AMT(OPER-IDX) > 0
                   COMPUTE WS-OTHERS-AMT = BR-WVR-AMT(BRANCH-IDX)
                       - OR-WVR-AMT(OPER-IDX)
                   COMPUTE WS-LHS = OR-WVR-AMT(OPER-IDX) * 100
                       * (BR-OPS(BRANCH-IDX) - 1)
                   COMPUTE WS-RHS = WS-OTHERS-AMT * WS-HIGH-PCT
                   IF WS-LHS > WS-RHS
                       MOVE "HIGH-WVR" TO WS-WVR-FLAG
                       ADD 1 TO WS-HIGH-FLAGS
                   END-IF
               END-IF
               IF OR-VOID-AMT(OPER-IDX) > 0
                   COMPUTE WS-OTHERS-AMT = BR-VOID-AMT(BRANCH-IDX)
                       - OR-VOID-AMT(OPER-IDX)
                   COMPUTE WS-LHS = OR-VOID-AMT(OPER-IDX) * 100
                       * (BR-OPS(BRANCH-IDX) - 1)
                   COMPUTE WS-RHS = WS-OTHERS-AMT * WS-HIGH-PCT
                   IF WS-LHS > WS-RHS
                       MOVE "HIGH-VOID" TO WS-VOID-FLAG
                       ADD 1 TO WS-HIGH-FLAGS
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  " DELIMITED BY SIZE
                  OR-ID(OPER-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE OR-WVR-CNT(OPER-IDX) TO WS-CNT-ED
           MOVE OR-WVR-AMT(OPER-IDX) TO WS-AMT-ED
           STRING WS-CNT-ED DELIMITED BY SIZE
                  WS-AMT-ED DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE OR-AMN-CNT(OPER-IDX) TO WS-CNT-ED
           MOVE OR-VOID-CNT(OPER-IDX) TO WS-CNT2-ED
           STRING WS-CNT-ED DELIMITED BY SIZE
                  WS-CNT2-ED DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE OR-VOID-AMT(OPER-IDX) TO WS-AMT-ED
           MOVE OR-CORR-CNT(OPER-IDX) TO WS-CNT-ED
           STRING WS-AMT-ED DELIMITED BY SIZE
                  WS-CNT-ED DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE OR-RFD-CNT(OPER-IDX) TO WS-CNT-ED
           MOVE OR-OVR-CNT(OPER-IDX) TO WS-CNT2-ED
           STRING WS-CNT-ED DELIMITED BY SIZE
                  WS-CNT2-ED DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           MOVE OR-RST-CNT(OPER-IDX) TO WS-CNT-ED
           STRING WS-CNT-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-WVR-FLAG DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-VOID-FLAG DELIMITED BY SPACE
               INTO REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM EMIT-REPORT-LINE.

      *-----------------------------------------------------------------
       PRINT-REPEATS.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REPEAT-MIN TO WS-CNT-ED
           STRING "Repeat waivers -- same operator, same member, "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " or more:" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-CNT
               IF PR-CNT(PAIR-IDX) >= WS-REPEAT-MIN
                   ADD 1 TO WS-REPEAT-FLAGS
                   MOVE SPACES TO REPORT-LINE
                   MOVE PR-CNT(PAIR-IDX) TO WS-CNT-ED
                   MOVE PR-AMT(PAIR-IDX) TO WS-AMT-ED
                   STRING "  " DELIMITED BY SIZE
                          PR-OPER(PAIR-IDX) DELIMITED BY SIZE
                          " member " DELIMITED BY SIZE
                          PR-MEMBER(PAIR-IDX) DELIMITED BY SIZE
                          WS-CNT-ED DELIMITED BY SIZE
                          " waivers" DELIMITED BY SIZE
                          WS-AMT-ED DELIMITED BY SIZE
                          " MMK" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-REPEAT-FLAGS = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

      *-----------------------------------------------------------------
       PRINT-LATE-VOIDS.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LATE-MINS TO WS-CNT-ED
           STRING "Voids within " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CNT-ED) DELIMITED BY SIZE
                  " minutes before the drawer was closed:"
                  DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING LATE-IDX FROM 1 BY 1
               UNTIL LATE-IDX > LATE-CNT
               MOVE SPACES TO REPORT-LINE
               MOVE LV-MINS(LATE-IDX) TO WS-CNT-ED
               MOVE LV-AMT(LATE-IDX) TO WS-AMT-ED
               STRING "  Rcpt " DELIMITED BY SIZE
                      LV-RECEIPT(LATE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LV-OPER(LATE-IDX) DELIMITED BY SIZE
                      " sess " DELIMITED BY SIZE
                      LV-SESSION(LATE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LV-DATE(LATE-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LV-TIME(LATE-IDX) DELIMITED BY SIZE
                      WS-CNT-ED DELIMITED BY SIZE
                      "m" DELIMITED BY SIZE
                      WS-AMT-ED DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           IF LATE-CNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE.

      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           WRITE REPORT-LINE.

       END PROGRAM ControlExceptions.
