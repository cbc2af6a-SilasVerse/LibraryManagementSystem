      *          WITHDRAWN (the status BorrowBook already refuses)
      *          with the merge audit-logged.
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            the repointed loans are back in log.csv.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TitleMerge IS INITIAL.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
                   WRITE LOG-REC
               END-PERFORM
               CLOSE LOG-FILE
               CALL 'BuildLoanIndex' USING WS-BI-RESULT
               DISPLAY WS-REPOINTED " open loan(s) repointed."
           END-IF.

