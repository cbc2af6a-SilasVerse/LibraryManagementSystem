      *          new year from zero. The close itself goes through
      *          AuditLog.
      * Tectonics: cobc
      * (Updated by Silas): Year-end close keeps the year's collection
      *            valuation as yearend_YYYY_valuation.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndClose IS INITIAL.
       01  WS-CLOSED-ALREADY PIC X VALUE 'N'.
       01  WS-YEAREND-PATH   PIC X(50).
       01  WS-REPORT-PATH    PIC X(50).
       01  WS-VAL-PATH       PIC X(60).
       01  WS-VAL-CHOICE     PIC 9(2) VALUE 99.

      *> Generic hold-back table for the split rewrites: rows that
      *> stay in the live file.
               GO TO ENDER
           END-IF

      *> The collection valuation reads the year's LOST fines and
      *> loans, so it is frozen before they roll out.
           MOVE SPACES TO WS-VAL-PATH
           STRING "../yearend_" DELIMITED BY SIZE
                  WS-YEAR-IN DELIMITED BY SIZE
                  "_valuation.txt" DELIMITED BY SIZE
               INTO WS-VAL-PATH
           CALL 'CollectionValuation' USING WS-VAL-CHOICE,
               WS-YEAR-IN, WS-VAL-PATH

           PERFORM ROLL-LOG-ARCHIVE
           IF WS-OVERFLOW = 'Y'
               GO TO ENDER
           MOVE "  fines.csv -- closed by supervisor."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Collection valuation  : yearend_" DELIMITED BY SIZE
                  WS-YEAR-IN DELIMITED BY SIZE
                  "_valuation.txt" DELIMITED BY SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       END PROGRAM YearEndClose.
