      *            their own line, and appends a VOIDS row to
      *            circulation_summary.csv so the drawer still
      *            balances after a same-day void.
      * (Updated by Silas): The close-out stamps the time of day on the
      *            session row as a tenth drawer_sessions.csv column, so
      *            a void can be placed against when its drawer was
      *            counted back in. Sessions closed before this carry no
      *            close time.
      * (Updated by Silas): Opening a drawer asks for the till's branch,
      *            checked against the branch master (blank = MAIN), and
      *            keeps it as an eleventh drawer_sessions.csv column,
      *            so the takings and the commercial tax in them can be
      *            reported by branch. Older sessions carry no branch
      *            and count as MAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashDrawer.
               10 DR-CLOSE-DATE   PIC X(10).
               10 DR-EXPECTED     PIC 9(7).
               10 DR-COUNTED      PIC 9(7).
               10 DR-CLOSE-TIME   PIC X(8).
               10 DR-BRANCH       PIC X(10).
       01  DRAWER-CNT           PIC 9(3) VALUE 0.
       01  DRAWER-IDX           PIC 9(3) VALUE 0.
       01  DRAWER-MATCH-IDX     PIC 9(3) VALUE 0.
       01  WS-TENDER-IDX        PIC 9 VALUE 0.

       01  WS-SESSION-TAKINGS   PIC 9(7) VALUE 0.
       01  WS-BRANCH-IN         PIC X(10).
       01  WS-BC-RESULT         PIC X VALUE 'M'.
       01  WS-EXPECTED          PIC 9(7) VALUE 0.
       01  WS-COUNTED           PIC 9(7) VALUE 0.
       01  WS-DIFF              PIC 9(7) VALUE 0.
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           ADD 1 TO DRAWER-CNT
                           MOVE SPACES TO DR-CLOSE-TIME(DRAWER-CNT)
                           MOVE SPACES TO DR-BRANCH(DRAWER-CNT)
                           UNSTRING DRAWER-REC DELIMITED BY ","
                               INTO DR-SESSION-ID(DRAWER-CNT),
                                    DR-OPERATOR(DRAWER-CNT),
                                    DR-STATUS(DRAWER-CNT),
                                    DR-CLOSE-DATE(DRAWER-CNT),
                                    DR-EXPECTED(DRAWER-CNT),
                                    DR-COUNTED(DRAWER-CNT),
                                    DR-CLOSE-TIME(DRAWER-CNT),
                                    DR-BRANCH(DRAWER-CNT)
                           MOVE DR-SESSION-ID(DRAWER-CNT) TO DR-ID-N
                           IF DR-ID-N > MAX-SESSION-ID
                               MOVE DR-ID-N TO MAX-SESSION-ID
                      DR-STATUS(DRAWER-IDX)     DELIMITED BY SIZE ","
                      DR-CLOSE-DATE(DRAWER-IDX) DELIMITED BY SIZE ","
                      DR-EXPECTED(DRAWER-IDX)   DELIMITED BY SIZE ","
                      DR-COUNTED(DRAWER-IDX)    DELIMITED BY SIZE ","
                      DR-CLOSE-TIME(DRAWER-IDX) DELIMITED BY SIZE ","
                      DR-BRANCH(DRAWER-IDX)     DELIMITED BY SIZE
                   INTO DRAWER-REC
               WRITE DRAWER-REC
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

      *> The till's branch -- its takings, and the commercial tax
      *> in them, are reported against that branch.
           DISPLAY "Branch of this till (blank = MAIN): "
           ACCEPT WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO WS-BRANCH-IN
           CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BC-RESULT
           IF WS-BC-RESULT = 'N' OR WS-BC-RESULT = 'C'
               DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH-IN)
                   " is not an open branch on the branch master."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Opening float amount (MMK): "
           PERFORM ACCEPT-AMOUNT

           MOVE SPACES            TO DR-CLOSE-DATE(DRAWER-CNT)
           MOVE 0                 TO DR-EXPECTED(DRAWER-CNT)
           MOVE 0                 TO DR-COUNTED(DRAWER-CNT)
           MOVE SPACES            TO DR-CLOSE-TIME(DRAWER-CNT)
           MOVE WS-BRANCH-IN      TO DR-BRANCH(DRAWER-CNT)

           PERFORM REWRITE-DRAWER-FILE

           DISPLAY "-----------------------------------"
           DISPLAY "Drawer session " DR-SESSION-ID(DRAWER-CNT)
               " opened for " WS-OPERATOR-ID
           DISPLAY "Branch: " FUNCTION TRIM(DR-BRANCH(DRAWER-CNT))
           DISPLAY "Float: " DR-FLOAT-AMT(DRAWER-CNT) " MMK"
           DISPLAY "-----------------------------------".

           MOVE WS-TODAY-DISPLAY  TO DR-CLOSE-DATE(DRAWER-MATCH-IDX)
           MOVE WS-EXPECTED       TO DR-EXPECTED(DRAWER-MATCH-IDX)
           MOVE WS-COUNTED        TO DR-COUNTED(DRAWER-MATCH-IDX)
           MOVE WS-TIME-DISPLAY   TO DR-CLOSE-TIME(DRAWER-MATCH-IDX)

           PERFORM REWRITE-DRAWER-FILE
           PERFORM WRITE-OVERSHORT-ROW
