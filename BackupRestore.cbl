      *          (USER-CHOICE 99) at the head of the chain, before
      *          anything rewrites the files.
      * Tectonics: cobc
      * (Updated by Silas): A restore rebuilds loans.idx
      *            (BuildLoanIndex) from the restored log.csv.
      * (Updated by Silas): After a restore the restored files are
      *            checked against the record-layout registry
      *            (LayoutUpgrade) and any file still in an older layout
      *            is named on screen and in error_log.csv, so it is
      *            upgraded before the desk screens meet it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackupRestore IS INITIAL.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> loans.idx is rebuilt once log.csv has been restored --
      *> see BuildLoanIndex.
       01  WS-BI-RESULT       PIC X.
      *> Record-layout check of the restored files -- see
      *> LayoutUpgrade. A set taken before a layout change restores
      *> old-format rows.
       01  WS-LU-CHOICE       PIC 9(2) VALUE 99.
       01  WS-LU-RESULT       PIC X.
       01  WS-LU-COUNT        PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
      *> Optional batch-driver feedback, guarded by C$NARG the way
               END-IF
           END-PERFORM

      *> loans.idx mirrors log.csv -- rebuild it from the restored
      *> copy or the desk screens read yesterday's loans.
           CALL 'BuildLoanIndex' USING WS-BI-RESULT

      *> The restored files are an older state than the stored
      *> control totals -- re-baseline them here or the next
      *> transaction's verify refuses to run.
               INTO WS-ERRLOG-MESSAGE
           CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM, WS-ERRLOG-MESSAGE
           DISPLAY WS-RESTORED " file(s) restored from set "
               WS-SET-IN "."

      *> A set taken before a layout change brings its old-format
      *> rows back with it -- say so now, not when a desk screen
      *> misreads a short row.
           CALL 'LayoutUpgrade' USING WS-LU-CHOICE, WS-LU-RESULT,
               WS-LU-COUNT
           IF WS-LU-COUNT > 0
               DISPLAY WS-LU-COUNT " restored file(s) are not at the "
                   "current record layout -- see layout_versions.csv."
               DISPLAY "Run Data File Layouts > Upgrade before the "
                   "desk resumes."
               MOVE SPACES TO WS-ERRLOG-MESSAGE
               STRING 'Restored set ' DELIMITED BY SIZE
                   WS-SET-IN DELIMITED BY SIZE
                   ' holds old-layout files -- upgrade required'
                       DELIMITED BY SIZE
                   INTO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF.

      *-----------------------------------------------------------------
      *> Readable and row-countable: open it and count its rows all
