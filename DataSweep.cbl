      *          a quarantined row and re-inject it (re-validated)
      *          or drop it for good.
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) after
      *            a sweep rewrites log.csv, and a repaired loan row
      *            re-entered from the quarantine is handed to it
      *            through LoanLookup.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataSweep IS INITIAL.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION       PIC X(4).
       01  WS-LL-KEY          PIC X(5).
       01  WS-LL-LINE         PIC X(200).
       01  WS-LL-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
                   END-IF
               END-PERFORM
               CLOSE LOG-FILE
               CALL 'BuildLoanIndex' USING WS-BI-RESULT
           END-IF.

       VALIDATE-LOG-ROW.
                   MOVE WS-REPAIR-ROW TO LOG-REC
                   WRITE LOG-REC
                   CLOSE LOG-FILE
                   MOVE "PUT " TO WS-LL-ACTION
                   MOVE WS-REPAIR-ROW TO WS-LL-LINE
                   CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                       WS-LL-LINE, WS-LL-RESULT
               WHEN "fine.csv"
                   OPEN EXTEND FINE-FILE
                   MOVE WS-REPAIR-ROW TO FINE-REC
