      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared posting of charges to an organisation's
      *          receivables account. Schools and the prison library
      *          (InstLoans), community groups hiring rooms
      *          (RoomBooking) and partner libraries (InterLibrary)
      *          owe us money as organisations, not as a member at
      *          the desk; each source CALLs this to put an
      *          uninvoiced line on ar_charges.csv, and Receivables
      *          bundles the lines into numbered invoices.
      *            org_accounts.csv: code,name,kind (SCHOOL/PRISON/
      *              GROUP/PARTNER/OTHER),link (the INSTITUT member ID
      *              or ILL partner code),contact,terms days,status
      *              (ACTIVE/CLOSED)
      *            ar_charges.csv: charge,org,date,source (INST/ROOM/
      *              ILL/OTHER),reference,description,gross,tax
      *              code,tax,invoice,invoice date
      *          AC-ACTION 'CHK ' only checks the account; 'ADD '
      *          checks it and appends the line. AC-RESULT:
      *            Y -- active account (ADD: line posted, AC-CHARGE-ID
      *                 set)
      *            C -- the account is closed
      *            N -- no such account
      *            M -- no org_accounts.csv at all
      *          Callers run under FileLock already, which is what
      *          keeps two terminals from drawing the same charge
      *          number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArCharge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrgFile ASSIGN TO '../org_accounts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-org-status.
           SELECT ChargeFile ASSIGN TO '../ar_charges.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-charge-status.

       DATA DIVISION.
       FILE SECTION.
       FD  OrgFile.
       01  OrgRecord                PIC X(200).
       FD  ChargeFile.
       01  ChargeRecord             PIC X(200).

       WORKING-STORAGE SECTION.
       01  ws-org-status            PIC XX.
       01  ws-charge-status         PIC XX.
       01  ws-eof                   PIC X VALUE 'N'.
       01  ws-org-code              PIC X(8).
       01  ws-org-name              PIC X(30).
       01  ws-org-kind              PIC X(8).
       01  ws-org-link              PIC X(10).
       01  ws-org-contact           PIC X(40).
       01  ws-org-terms             PIC X(3).
       01  ws-org-state             PIC X(6).
       01  ws-charge-id-x           PIC X(6).
       01  ws-charge-n              PIC 9(5) VALUE 0.
       01  ws-max-charge            PIC 9(5) VALUE 0.
       01  ws-new-charge            PIC 9(5) VALUE 0.
       01  ws-today                 PIC 9(8).
       01  ws-today-display         PIC X(10).

       LINKAGE SECTION.
       01  AC-ACTION                PIC X(4).
       01  AC-ORG                   PIC X(8).
       01  AC-SOURCE                PIC X(6).
       01  AC-REF                   PIC X(10).
       01  AC-DESC                  PIC X(30).
       01  AC-GROSS                 PIC 9(7).
       01  AC-TAX-CODE              PIC X(2).
       01  AC-TAX                   PIC 9(7).
       01  AC-CHARGE-ID             PIC X(6).
       01  AC-RESULT                PIC X.

       PROCEDURE DIVISION USING AC-ACTION, AC-ORG, AC-SOURCE, AC-REF,
           AC-DESC, AC-GROSS, AC-TAX-CODE, AC-TAX, AC-CHARGE-ID,
           AC-RESULT.
       0000-MAIN-PROCEDURE.
           MOVE SPACES TO AC-CHARGE-ID
           PERFORM 1000-CHECK-ACCOUNT
           IF AC-ACTION = 'ADD ' AND AC-RESULT = 'Y'
               PERFORM 2000-APPEND-CHARGE
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
       1000-CHECK-ACCOUNT.
           MOVE 'N' TO AC-RESULT
           MOVE 'N' TO ws-eof
           OPEN INPUT OrgFile
           IF ws-org-status NOT = "00"
               MOVE 'M' TO AC-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ OrgFile
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO ws-org-state
                       UNSTRING OrgRecord DELIMITED BY ","
                           INTO ws-org-code, ws-org-name, ws-org-kind,
                                ws-org-link, ws-org-contact,
                                ws-org-terms, ws-org-state
                       IF ws-org-code = AC-ORG
                           IF FUNCTION TRIM(ws-org-state) = "CLOSED"
                               MOVE 'C' TO AC-RESULT
                           ELSE
                               MOVE 'Y' TO AC-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OrgFile.

      *-----------------------------------------------------------------
      * 2000-APPEND-CHARGE -- next charge number from a max-scan of
      * ar_charges.csv, then the same OPEN INPUT-then-EXTEND/OUTPUT
      * append every other ledger file in this system uses.
      *-----------------------------------------------------------------
       2000-APPEND-CHARGE.
           ACCEPT ws-today FROM DATE YYYYMMDD
           STRING ws-today(7:2) DELIMITED BY SIZE "-"
                  ws-today(5:2) DELIMITED BY SIZE "-"
                  ws-today(1:4) DELIMITED BY SIZE
              INTO ws-today-display
           MOVE 0 TO ws-max-charge
           MOVE 'N' TO ws-eof
           OPEN INPUT ChargeFile
           IF ws-charge-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ ChargeFile
                       AT END MOVE 'Y' TO ws-eof
                       NOT AT END
                           UNSTRING ChargeRecord DELIMITED BY ","
                               INTO ws-charge-id-x
                           IF ws-charge-id-x(2:5) IS NUMERIC
                               MOVE ws-charge-id-x(2:5) TO ws-charge-n
                               IF ws-charge-n > ws-max-charge
                                   MOVE ws-charge-n TO ws-max-charge
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ChargeFile
               OPEN EXTEND ChargeFile
           ELSE
               OPEN OUTPUT ChargeFile
           END-IF
           COMPUTE ws-new-charge = ws-max-charge + 1
           MOVE "C" TO AC-CHARGE-ID(1:1)
           MOVE ws-new-charge TO AC-CHARGE-ID(2:5)
           MOVE SPACES TO ChargeRecord
           STRING AC-CHARGE-ID       DELIMITED BY SIZE ","
                  AC-ORG             DELIMITED BY SPACE ","
                  ws-today-display   DELIMITED BY SIZE ","
                  AC-SOURCE          DELIMITED BY SPACE ","
                  AC-REF             DELIMITED BY SPACE ","
                  AC-DESC            DELIMITED BY SIZE ","
                  AC-GROSS           DELIMITED BY SIZE ","
                  AC-TAX-CODE        DELIMITED BY SIZE ","
                  AC-TAX             DELIMITED BY SIZE ",,"
              INTO ChargeRecord
           WRITE ChargeRecord
           CLOSE ChargeFile.

       END PROGRAM ArCharge.
