      *          the rollback through ErrorLog -- instead of a hand
      *          restore from yesterday's copy of the folder.
      * Tectonics: cobc
      * (Updated by Silas): A rollback rebuilds loans.idx
      *            (BuildLoanIndex) from the rolled-back log.csv.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoverFiles IS INITIAL.
       01  WS-CT-ACTION      PIC X(4).
       01  WS-CT-RESULT      PIC X.

      *> loans.idx is rebuilt once log.csv has been restored --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           END-IF

           PERFORM RESTORE-JOURNAL-IMAGES
           CALL 'BuildLoanIndex' USING WS-BI-RESULT
           CALL "CBL_DELETE_FILE" USING '../library.lock'
               RETURNING ws-delete-result
           PERFORM MARK-JOURNAL-ROLLED-BACK
