      *          reconciliation_report.csv, the same way
      *          EndOfDaySummary trends circulation_summary.csv.
      * Tectonics: cobc
      * (Updated by Silas): Copies ON-DISPLAY (see Displays) count as on
      *            the shelf, since book_count still includes them.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                               NOT = "AVAILABLE"
                           AND FUNCTION TRIM(CP-STATUS(COPY-IDX))
                               NOT = "BORROWED"
                           AND FUNCTION TRIM(CP-STATUS(COPY-IDX))
                               NOT = "ON-DISPLAY"
                           ADD 1 TO WS-NONSHELF-COPIES
                       END-IF
                   END-IF
