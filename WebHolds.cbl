      *          gets an ACCEPTED/REJECTED row with its reason in
      *          web_results.csv for the website to show back.
      * Tectonics: cobc
      * (Updated by Silas): A fine under an OPEN appeal (AppealCheck,
      *            see FineAppeal) no longer counts toward the FCAP fine
      *            cap until its outcome is recorded.
      * (Updated by Silas): An accepted hold's estimated ready date
      *            (HoldEstimate) is kept on hold_estimates.csv through
      *            HoldEstimateLog for the hold performance report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WebHolds IS INITIAL.
       01  FN-PAID-AMT       PIC 9(6).
       01  WS-UNPAID-TOTAL   PIC 9(7) VALUE 0.
       01  WS-FINE-CAP       PIC 9(7) VALUE 0005000.
      *> A fine under an OPEN appeal is on hold -- see AppealCheck.
       01  WS-APPEAL-OPEN    PIC X VALUE 'N'.
       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

           IF WS-REJECT-REASON = SPACES
               PERFORM APPEND-HOLD-ROW
               CALL 'HoldEstimateLog' USING RQ-BOOK, RQ-MEMBER,
                   WS-TODAY-DISPLAY
               ADD 1 TO WS-ACCEPTED
               MOVE SPACES TO RESULT-REC
               STRING FUNCTION TRIM(RQ-ID) DELIMITED BY SIZE
                       IF FN-MEMBER-ID = RQ-MEMBER
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
