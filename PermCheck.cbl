      *          gate every selection; denials land in
      *          error_log.csv from the caller.
      * Tectonics: cobc
      * (Updated by Silas): UPGRADE (the data-file layout upgrade) joins
      *            the supervisor-only set.
      * (Updated by Silas): DECEASE (the deceased-member account
      *            closure) joins the supervisor-only set.
      * (Updated by Silas): CTLRPT (the control exception report) joins
      *            the supervisor-only set and is also open to the AUDIT
      *            role.
      * (Updated by Silas): BANKDEP (bank deposit batches and statement
      *            matching) joins the supervisor-only set.
      * (Updated by Silas): TAXRTN (the monthly commercial-tax return)
      *            is supervisor-only.
      * (Updated by Silas): RECEIV (organisation invoicing and
      *            receivables) joins the supervisor-only set.
      * (Updated by Silas): DAMAGE (damage events and the insurance
      *            claim) joins the supervisor-only set.
      * (Updated by Silas): RPTDEF (saving and deleting report
      *            definitions) joins the supervisor-only set.
      * (Updated by Silas): DASHBRD (the branch manager's dashboard)
      *            joins the supervisor-only set.
      * (Updated by Silas): HANDOVER (the shift handover log on the main
      *            menu) is open to every role, VOLUN and AUDIT
      *            included.
      * (Updated by Silas): BUDGAPP (adjusting and approving the budget
      *            proposal) joins the supervisor-only set.
      * (Updated by Silas): FMTRULE (changing a material format's
      *            lending rules) joins the supervisor-only set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PermCheck.
           05  FILLER PIC X(8) VALUE "YEAREND".
           05  FILLER PIC X(8) VALUE "PURGE".
           05  FILLER PIC X(8) VALUE "ARCHIVE".
           05  FILLER PIC X(8) VALUE "UPGRADE".
           05  FILLER PIC X(8) VALUE "DECEASE".
           05  FILLER PIC X(8) VALUE "CTLRPT".
           05  FILLER PIC X(8) VALUE "BANKDEP".
           05  FILLER PIC X(8) VALUE "TAXRTN".
           05  FILLER PIC X(8) VALUE "RECEIV".
           05  FILLER PIC X(8) VALUE "DAMAGE".
           05  FILLER PIC X(8) VALUE "RPTDEF".
           05  FILLER PIC X(8) VALUE "DASHBRD".
           05  FILLER PIC X(8) VALUE "BUDGAPP".
           05  FILLER PIC X(8) VALUE "FMTRULE".
       01  super-only-table REDEFINES super-only-values.
           05  so-function OCCURS 21 TIMES PIC X(8).
       01  so-idx                  PIC 9(2) VALUE 0.
       01  ws-is-super-only        PIC X VALUE 'N'.

      *-----------------------------------------------------------------
       1000-BUILTIN-MATRIX.
           MOVE 'N' TO ws-is-super-only
           PERFORM VARYING so-idx FROM 1 BY 1 UNTIL so-idx > 21
               IF FUNCTION TRIM(so-function(so-idx)) =
                   FUNCTION TRIM(PC-FUNCTION)
                   MOVE 'Y' TO ws-is-super-only
      *> Shelving and inquiry only: the Books and Records menus
      *> open, but NOT the finer codes -- catalog maintenance
      *> (BOOKMNT) and the writing report items (GLEXP/EODSUM)
      *> fall through to 'N' here like everything else. The
      *> shift handover log (HANDOVER) is every role's.
                   IF FUNCTION TRIM(PC-FUNCTION) = "BOOKS"
                       OR FUNCTION TRIM(PC-FUNCTION) = "RECORDS"
                       OR FUNCTION TRIM(PC-FUNCTION) = "HANDOVER"
                       MOVE 'Y' TO PC-ALLOWED
                   ELSE
                       MOVE 'N' TO PC-ALLOWED
               WHEN "AUDIT"
      *> Read-only everywhere: the report suite, minus the two
      *> items that write files -- GLEXP and EODSUM are not
      *> RECORDS and so fall through to 'N' here. The control
      *> exception report (CTLRPT) is theirs as much as the
      *> supervisor's. Every role keeps the shift handover log.
                   IF FUNCTION TRIM(PC-FUNCTION) = "RECORDS"
                       OR FUNCTION TRIM(PC-FUNCTION) = "CTLRPT"
                       OR FUNCTION TRIM(PC-FUNCTION) = "HANDOVER"
                       MOVE 'Y' TO PC-ALLOWED
                   ELSE
                       MOVE 'N' TO PC-ALLOWED
