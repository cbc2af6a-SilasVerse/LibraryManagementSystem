      *          doesn't grow forever -- only loans still out stay in
      *          log.csv afterwards.
      * Tectonics: cobc
      * (Updated by Silas): loans.idx is rebuilt (BuildLoanIndex) once
      *            log.csv has been trimmed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveLog IS INITIAL.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been rewritten --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
      *> Optional batch-driver feedback, guarded by C$NARG the way
               END-IF
           END-PERFORM
           CLOSE LOG-FILE
           CALL 'BuildLoanIndex' USING WS-BI-RESULT

           IF WS-NARG > 1
               MOVE CLOSED-CNT TO BATCH-COUNT
