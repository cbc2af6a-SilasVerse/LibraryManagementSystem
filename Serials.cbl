      *          loan convention BorrowBook writes to log.csv, with
      *          the subscription ID in the book column.
      * Tectonics: cobc
      * (Updated by Silas): A reading-room issue of a serial is handed
      *            to loans.idx through LoanLookup as it is written to
      *            log.csv.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Serials IS INITIAL.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION       PIC X(4).
       01  WS-LL-KEY          PIC X(5).
       01  WS-LL-LINE         PIC X(200).
       01  WS-LL-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
                  WS-CO-TIME DELIMITED BY SIZE
               INTO LOG-REC
           WRITE LOG-REC
           MOVE LOG-REC TO WS-LL-LINE
           CLOSE LOG-FILE
           MOVE "PUT " TO WS-LL-ACTION
           CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
               WS-LL-LINE, WS-LL-RESULT
           DISPLAY "Current issue of "
               FUNCTION TRIM(SB-TITLE(SUB-MATCH-IDX))
               " issued for reading-room use -- due back at "
