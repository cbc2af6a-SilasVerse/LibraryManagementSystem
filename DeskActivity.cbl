      *            renewals.csv, and VOID reversal rows stay off
      *            the payments-taken tally.
      * Tectonics: cobc
      * (Updated by Silas): the closing note allows for the audit rows
      *            that now carry an operator column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeskActivity IS INITIAL.
           END-PERFORM
           DISPLAY "=============================================="
           DISPLAY "(Override counts per operator are not "
               "derivable: most audit_log.csv rows carry no "
               "operator column. Individual overrides are in the audit "
               "trail -- see Audit Trail Inquiry.)".

       END PROGRAM DeskActivity.
