      *          and exports export_audit.csv in the same
      *          convention as the other reports.
      * Tectonics: cobc
      * (Updated by Silas): a row that carries the operator column shows
      *            who made the change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditInquiry IS INITIAL.
       01  AU-ENTITY-ID      PIC X(5).
       01  AU-OLD            PIC X(10).
       01  AU-NEW            PIC X(10).
       01  AU-OPERATOR       PIC X(10).

      *> Filter criteria -- blank means "any".
       01  WS-F-TYPE         PIC X(10).

      *-----------------------------------------------------------------
       PROCESS-AUDIT-ROW.
           MOVE SPACES TO AU-OPERATOR
           UNSTRING WS-SCAN-ROW DELIMITED BY ","
               INTO AU-DATE, AU-TIME, AU-PROGRAM,
                    AU-ENTITY-TYPE, AU-ENTITY-ID,
                    AU-OLD, AU-NEW, AU-OPERATOR
           PERFORM CHECK-ROW-MATCH
           IF WS-MATCH = 'Y'
               ADD 1 TO WS-SHOWN
               IF AU-OPERATOR = SPACES
                   DISPLAY AU-DATE " " AU-TIME " "
                       AU-PROGRAM " "
                       AU-ENTITY-TYPE " " AU-ENTITY-ID " "
                       FUNCTION TRIM(AU-OLD) " -> "
                       FUNCTION TRIM(AU-NEW)
               ELSE
                   DISPLAY AU-DATE " " AU-TIME " "
                       AU-PROGRAM " "
                       AU-ENTITY-TYPE " " AU-ENTITY-ID " "
                       FUNCTION TRIM(AU-OLD) " -> "
                       FUNCTION TRIM(AU-NEW) " by "
                       FUNCTION TRIM(AU-OPERATOR)
               END-IF
               IF WS-EXPORTING = 'Y'
                   MOVE WS-SCAN-ROW TO EXPORT-REC
                   WRITE EXPORT-REC
