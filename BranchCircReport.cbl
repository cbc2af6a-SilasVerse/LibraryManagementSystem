      *          loan on file; a loan made anywhere else counts as
      *          cross-branch activity at the branch that issued it.
      * Tectonics: cobc
      * (Updated by Silas): Batch mode (USER-CHOICE 99) for the run
      *            calendar: the month to date, or the whole of last
      *            month on the 1st, exported without prompting.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchCircReport IS INITIAL.
       01  WS-RDT-INT          PIC 9(8).
       01  WS-RDT-OK           PIC X.
       01  EXPORT-CHOICE       PIC X.
       01  WS-BATCH-TODAY      PIC 9(8).
       01  WS-BATCH-END        PIC 9(8).

      *> Shared (read-only) lock -- coexists with other readers and
      *> only waits out an exclusive writer. See FileLock.
           STOP RUN.

       MAIN-PROCEDURE.
      *> Batch mode (the run-calendar convention, USER-CHOICE 99)
      *> takes its period from the date and always exports.
           IF USER-CHOICE = 99
               PERFORM SET-BATCH-PERIOD
           ELSE
               DISPLAY "Report period from (DD-MM-YYYY): "
               ACCEPT WS-FROM-IN
           END-IF
           MOVE WS-FROM-IN TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-FROM-INT

           IF USER-CHOICE NOT = 99
               DISPLAY "Report period to (DD-MM-YYYY): "
               ACCEPT WS-TO-IN
           END-IF
           MOVE WS-TO-IN TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
           PERFORM TALLY-BRANCH-FINES
           PERFORM DISPLAY-REPORT

           IF USER-CHOICE = 99
               MOVE "Y" TO EXPORT-CHOICE
           ELSE
               DISPLAY "Export this report to CSV? (Y/N): "
               ACCEPT EXPORT-CHOICE
           END-IF
           IF EXPORT-CHOICE = "Y" OR EXPORT-CHOICE = "y"
               PERFORM EXPORT-REPORT
               DISPLAY "Exported to ../export_branch_circulation.csv"
       ENDER.
           GOBACK.

      *-----------------------------------------------------------------
      *> The batch period is the month to date -- or, on the 1st,
      *> the whole of the month just ended.
       SET-BATCH-PERIOD.
           ACCEPT WS-BATCH-TODAY FROM DATE YYYYMMDD
           IF WS-BATCH-TODAY(7:2) = "01"
               COMPUTE WS-BATCH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BATCH-TODAY) - 1)
           ELSE
               MOVE WS-BATCH-TODAY TO WS-BATCH-END
           END-IF
           STRING "01-" DELIMITED BY SIZE
                  WS-BATCH-END(5:2) DELIMITED BY SIZE "-"
                  WS-BATCH-END(1:4) DELIMITED BY SIZE
               INTO WS-FROM-IN
           STRING WS-BATCH-END(7:2) DELIMITED BY SIZE "-"
                  WS-BATCH-END(5:2) DELIMITED BY SIZE "-"
                  WS-BATCH-END(1:4) DELIMITED BY SIZE
               INTO WS-TO-IN.

      *-----------------------------------------------------------------
       LOAD-LIVE-LOG.
           MOVE 'N' TO FILE-END
