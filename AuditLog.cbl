      *          a simple "current status" column in members.csv or
      *          books.csv can't show on its own.
      * Tectonics: cobc
      * (Updated by Silas): an optional sixth argument names the
      *            operator who made the change, written as an eighth
      *            column; the five-argument form is unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  ws-audit-date-display    PIC X(10).
       01  ws-audit-time            PIC 9(8).
       01  ws-audit-time-display    PIC X(8).
       01  ws-narg                  PIC 9(2) COMP-5 VALUE 0.
       01  ws-audit-row-work        PIC X(250).

       LINKAGE SECTION.
      *-----------------------
       01  LA-ENTITY-ID             PIC X(5).
       01  LA-OLD-STATUS            PIC X(10).
       01  LA-NEW-STATUS            PIC X(10).
      *> Optional -- the operator who made the change, written as an
      *> eighth column. Callers that still use the five-argument form
      *> write seven columns as before; C$NARG keeps reading the
      *> sixth argument safe either way.
       01  LA-OPERATOR              PIC X(10).

       PROCEDURE DIVISION USING LA-PROGRAM, LA-ENTITY-TYPE,
           LA-ENTITY-ID, LA-OLD-STATUS, LA-NEW-STATUS, LA-OPERATOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-MAIN-PROCEDURE.
           ACCEPT ws-audit-today FROM DATE YYYYMMDD
           MOVE ":"                TO ws-audit-time-display(6:1)
           MOVE ws-audit-time(5:2) TO ws-audit-time-display(7:2)

           CALL "C$NARG" USING ws-narg
           PERFORM 1000-APPEND-ROW
           GOBACK.

                  LA-OLD-STATUS          DELIMITED BY SIZE ","
                  LA-NEW-STATUS          DELIMITED BY SIZE
              INTO AuditRecord
           IF ws-narg > 5 AND LA-OPERATOR NOT = SPACES
               MOVE SPACES TO ws-audit-row-work
               STRING FUNCTION TRIM(AuditRecord TRAILING)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(LA-OPERATOR) DELIMITED BY SIZE
                  INTO ws-audit-row-work
               MOVE ws-audit-row-work TO AuditRecord
           END-IF
           WRITE AuditRecord
           CLOSE AuditFile.

