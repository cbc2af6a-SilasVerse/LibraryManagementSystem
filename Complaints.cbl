      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Complaints and patron feedback register. Complaints
      *          about fines, staff, noise or lost holds, whether made
      *          at the desk or by letter, go on complaints.csv:
      *            id,received,channel,member,branch,category,
      *            assigned operator,response due,status (OPEN/
      *            RESOLVED),resolved date,description,resolution
      *          The response-due date is the received date plus the
      *          customer charter's working days (parameter CMPDY,
      *          10 by default): Monday to Friday, skipping any day the
      *          closure calendar has the building shut. Open items
      *          past due greet each sign-on in Main. The monthly
      *          report breaks the month's complaints down by branch
      *          and category with the average days to resolve and
      *          how many were answered inside the charter, written to
      *          complaints_report.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Complaints IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO "../complaints.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../complaints_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC     PIC X(250).
       FD  REPORT-FILE.
       01  REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).

       01  COMPLAINT-TABLE.
           05 CM-ENTRY OCCURS 2000 TIMES.
               10 CM-ID          PIC X(5).
               10 CM-RECEIVED    PIC X(10).
               10 CM-CHANNEL     PIC X(6).
               10 CM-MEMBER      PIC X(5).
               10 CM-BRANCH      PIC X(10).
               10 CM-CATEGORY    PIC X(8).
               10 CM-ASSIGNED    PIC X(10).
               10 CM-DUE         PIC X(10).
               10 CM-STATUS      PIC X(8).
               10 CM-RESOLVED    PIC X(10).
               10 CM-DESC        PIC X(80).
               10 CM-RESOLUTION  PIC X(80).
       01  CM-CNT            PIC 9(4) VALUE 0.
       01  CM-IDX            PIC 9(4) VALUE 0.
       01  CM-PICK           PIC 9(4) VALUE 0.
       01  WS-MAX-ID         PIC 9(5) VALUE 0.
       01  WS-ID-N           PIC 9(5) VALUE 0.
       01  WS-ID-IN          PIC X(5).

       01  WS-MEMBER-IN      PIC X(5).
       01  WS-BRANCH-IN      PIC X(10).
       01  WS-BC-RESULT      PIC X.
       01  WS-CHANNEL-IN     PIC X(6).
       01  WS-CATEGORY-IN    PIC X(8).
       01  WS-OPER-IN        PIC X(10).
       01  WS-OC-FOUND       PIC X.
       01  WS-OC-ROLE        PIC X(5).
       01  WS-TEXT-IN        PIC X(80).
       01  WS-RECEIVED-IN    PIC X(10).
       01  WS-MEMBER-FOUND   PIC X.
       01  WS-MEMBER-LINE    PIC X(200).

      *> Date arithmetic.
       01  WS-ROW-DATE       PIC X(10).
       01  WS-ROW-INT        PIC 9(8) VALUE 0.
       01  WS-DATE-FMT       PIC 9(8).
       01  WS-DUE-INT        PIC 9(8) VALUE 0.
       01  WS-RECV-INT       PIC 9(8) VALUE 0.
       01  WS-WORK-INT       PIC 9(8) VALUE 0.
       01  WS-WORKDAYS       PIC 9(3) VALUE 0.
       01  WS-GUARD          PIC 9(3) VALUE 0.
       01  WS-WEEKDAY        PIC 9 VALUE 0.
       01  WS-CHARTER-DAYS   PIC 9(3) VALUE 10.
       01  WS-CC-ACTION      PIC X(6).
       01  WS-CC-DATE-1      PIC 9(8) VALUE 0.
       01  WS-CC-DATE-2      PIC 9(8) VALUE 0.
       01  WS-CC-RESULT      PIC 9(8) VALUE 0.
       01  WS-DAYS-LATE      PIC 9(5) VALUE 0.
       01  WS-LISTED         PIC 9(4) VALUE 0.

      *> Monthly report -- one group per branch and category.
       01  WS-MONTH-IN       PIC X(7).
       01  GROUP-TABLE.
           05 GR-ENTRY OCCURS 100 TIMES.
               10 GR-BRANCH      PIC X(10).
               10 GR-CATEGORY    PIC X(8).
               10 GR-RECEIVED    PIC 9(4).
               10 GR-RESOLVED    PIC 9(4).
               10 GR-DAYS        PIC 9(7).
               10 GR-ON-TIME     PIC 9(4).
               10 GR-OPEN        PIC 9(4).
       01  GR-CNT            PIC 9(3) VALUE 0.
       01  GR-IDX            PIC 9(3) VALUE 0.
       01  GR-PICK           PIC 9(3) VALUE 0.
       01  WS-TOT-RECEIVED   PIC 9(5) VALUE 0.
       01  WS-TOT-RESOLVED   PIC 9(5) VALUE 0.
       01  WS-TOT-DAYS       PIC 9(8) VALUE 0.
       01  WS-TOT-ON-TIME    PIC 9(5) VALUE 0.
       01  WS-TOT-OPEN       PIC 9(5) VALUE 0.
       01  WS-RESOLVE-DAYS   PIC 9(5) VALUE 0.
       01  WS-AVG-DAYS       PIC 9(5)V9.
       01  WS-AVG-ED         PIC ZZZ9.9.
       01  WS-PCT            PIC 9(3) VALUE 0.
       01  WS-COUNT-ED       PIC ZZZ9.
       01  WS-RESOLVED-ED    PIC ZZZ9.
       01  WS-OPEN-ED        PIC ZZZ9.
       01  WS-ON-TIME-ED     PIC ZZZ9.
       01  WS-CHARTER-ED     PIC ZZ9.
       01  WS-PCT-ED         PIC ZZ9.
       01  REPORT-RULE       PIC X(80) VALUE ALL "=".

       01  WS-PARAM-CODE     PIC X(5).
       01  WS-PARAM-VALUE    PIC 9(7).
       01  WS-PARAM-FOUND    PIC X.

       01  WS-AUDIT-PROGRAM  PIC X(20) VALUE 'Complaints'.
       01  WS-AUDIT-ENTITY   PIC X(10) VALUE 'COMPLAINT'.
       01  WS-AUDIT-OLD      PIC X(10).
       01  WS-AUDIT-NEW      PIC X(10).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize against other transactions before rewriting
      *> complaints.csv.
           MOVE 'Complaints' TO WS-ERRLOG-PROGRAM
           CALL 'FileLock' USING 'LOCK', WS-LOCK-ACQUIRED,
               WS-ERRLOG-PROGRAM
           IF WS-LOCK-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           ELSE
               DISPLAY "Another transaction is updating the library "
                   "files right now. Please try again shortly."
               MOVE 'Lock contention -- transaction aborted'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           MOVE "CMPDY" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 100
               MOVE WS-PARAM-VALUE TO WS-CHARTER-DAYS
           END-IF
           PERFORM LOAD-COMPLAINT-FILE
           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM COMPLAINT-MENU THRU COMPLAINT-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-COMPLAINT-FILE
               DISPLAY "Complaints register saved."
           END-IF
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       COMPLAINT-MENU.
           DISPLAY "=============================="
           DISPLAY "   COMPLAINTS REGISTER"
           DISPLAY "=============================="
           DISPLAY "1) Log a complaint"
           DISPLAY "2) List open complaints"
           DISPLAY "3) Assign or reassign a complaint"
           DISPLAY "4) Record a resolution"
           DISPLAY "5) Show one complaint"
           DISPLAY "6) Monthly report by branch and category"
           DISPLAY "7) Done"
           DISPLAY "Enter your choice (1-7): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LOG-COMPLAINT
              WHEN 2
                  PERFORM LIST-OPEN
              WHEN 3
                  PERFORM ASSIGN-COMPLAINT
              WHEN 4
                  PERFORM RESOLVE-COMPLAINT
              WHEN 5
                  PERFORM SHOW-COMPLAINT
              WHEN 6
                  PERFORM MONTHLY-REPORT
              WHEN 7
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       COMPLAINT-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       LOAD-COMPLAINT-FILE.
           MOVE 0 TO CM-CNT
           MOVE 0 TO WS-MAX-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COMPLAINT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF CM-CNT < 2000
                           ADD 1 TO CM-CNT
                           MOVE SPACES TO CM-ENTRY(CM-CNT)
                           UNSTRING COMPLAINT-REC DELIMITED BY ","
                               INTO CM-ID(CM-CNT),
                                    CM-RECEIVED(CM-CNT),
                                    CM-CHANNEL(CM-CNT),
                                    CM-MEMBER(CM-CNT),
                                    CM-BRANCH(CM-CNT),
                                    CM-CATEGORY(CM-CNT),
                                    CM-ASSIGNED(CM-CNT),
                                    CM-DUE(CM-CNT),
                                    CM-STATUS(CM-CNT),
                                    CM-RESOLVED(CM-CNT),
                                    CM-DESC(CM-CNT),
                                    CM-RESOLUTION(CM-CNT)
                           IF CM-ID(CM-CNT) NUMERIC
                               MOVE CM-ID(CM-CNT) TO WS-ID-N
                               IF WS-ID-N > WS-MAX-ID
                                   MOVE WS-ID-N TO WS-MAX-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE.

      *-----------------------------------------------------------------
       REWRITE-COMPLAINT-FILE.
           OPEN OUTPUT COMPLAINT-FILE
           PERFORM VARYING CM-IDX FROM 1 BY 1 UNTIL CM-IDX > CM-CNT
               MOVE SPACES TO COMPLAINT-REC
               STRING CM-ID(CM-IDX) DELIMITED BY SIZE ","
                      CM-RECEIVED(CM-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-CHANNEL(CM-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-MEMBER(CM-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-BRANCH(CM-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-CATEGORY(CM-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-ASSIGNED(CM-IDX))
                          DELIMITED BY SIZE ","
                      CM-DUE(CM-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-STATUS(CM-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-RESOLVED(CM-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-DESC(CM-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(CM-RESOLUTION(CM-IDX))
                          DELIMITED BY SIZE
                   INTO COMPLAINT-REC
               WRITE COMPLAINT-REC
           END-PERFORM
           CLOSE COMPLAINT-FILE.

      *-----------------------------------------------------------------
       PARSE-ROW-DATE.
           MOVE 0 TO WS-ROW-INT
           IF WS-ROW-DATE(1:2) NUMERIC AND WS-ROW-DATE(4:2) NUMERIC
               AND WS-ROW-DATE(7:4) NUMERIC
               STRING WS-ROW-DATE(7:4) DELIMITED BY SIZE
                      WS-ROW-DATE(4:2) DELIMITED BY SIZE
                      WS-ROW-DATE(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               COMPUTE WS-ROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-FMT)
           END-IF.

      *-----------------------------------------------------------------
      *> Charter working days forward from WS-RECV-INT: Monday to
      *> Friday, less any day the closure calendar has the building
      *> shut. Guarded so a calendar closing everything can't spin.
       ADD-WORKING-DAYS.
           MOVE WS-RECV-INT TO WS-WORK-INT
           MOVE 0 TO WS-WORKDAYS
           MOVE 0 TO WS-GUARD
           MOVE "CLOSED" TO WS-CC-ACTION
           PERFORM UNTIL WS-WORKDAYS >= WS-CHARTER-DAYS
               OR WS-GUARD > 200
               ADD 1 TO WS-WORK-INT
               ADD 1 TO WS-GUARD
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-WORK-INT - 1, 7) + 1
               IF WS-WEEKDAY <= 5
                   COMPUTE WS-CC-DATE-1 = WS-WORK-INT - 1
                   MOVE WS-WORK-INT TO WS-CC-DATE-2
                   CALL 'ClosureCal' USING WS-CC-ACTION,
                       WS-CC-DATE-1, WS-CC-DATE-2, WS-CC-RESULT
                   IF WS-CC-RESULT = 0
                       ADD 1 TO WS-WORKDAYS
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-WORK-INT TO WS-DUE-INT.

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR.
           DISPLAY "Assign to operator ID (blank = unassigned): "
           ACCEPT WS-OPER-IN
           IF WS-OPER-IN NOT = SPACES
               CALL 'OperatorCheck' USING WS-OPER-IN, WS-OC-FOUND,
                   WS-OC-ROLE
               IF WS-OC-FOUND = 'N'
                   DISPLAY "Operator " FUNCTION TRIM(WS-OPER-IN)
                       " is not an ACTIVE operator."
                   MOVE "?" TO WS-OPER-IN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       LOG-COMPLAINT.
           IF CM-CNT >= 2000
               DISPLAY "Complaints table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Received (DD-MM-YYYY, blank = today): "
           ACCEPT WS-RECEIVED-IN
           IF WS-RECEIVED-IN = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-RECEIVED-IN
           END-IF
           MOVE WS-RECEIVED-IN TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           IF WS-ROW-INT = 0 OR WS-ROW-INT > SYS-DATE-INT
               DISPLAY "Received date must be a real date, not in "
                   "the future."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-INT TO WS-RECV-INT

           DISPLAY "Channel (DESK/LETTER/EMAIL/PHONE): "
           ACCEPT WS-CHANNEL-IN
           MOVE FUNCTION UPPER-CASE(WS-CHANNEL-IN) TO WS-CHANNEL-IN
           IF WS-CHANNEL-IN NOT = "DESK" AND NOT = "LETTER"
               AND NOT = "EMAIL" AND NOT = "PHONE"
               DISPLAY "Unknown channel."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Member ID (blank if not a member): "
           ACCEPT WS-MEMBER-IN
           IF WS-MEMBER-IN NOT = SPACES
               CALL 'MemberLookup' USING WS-MEMBER-IN, WS-MEMBER-LINE,
                   WS-MEMBER-FOUND
               IF WS-MEMBER-FOUND NOT = 'Y'
                   DISPLAY "Member " WS-MEMBER-IN " is not on file."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Branch code (blank = MAIN): "
           ACCEPT WS-BRANCH-IN
           IF WS-BRANCH-IN = SPACES
               MOVE "MAIN" TO WS-BRANCH-IN
           END-IF
           CALL 'BranchCheck' USING WS-BRANCH-IN, WS-BC-RESULT
           IF WS-BC-RESULT = 'N'
               DISPLAY "Branch " FUNCTION TRIM(WS-BRANCH-IN)
                   " is not on the branch master."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Category (FINES/STAFF/NOISE/HOLDS/BUILDING/"
               "OTHER): "
           ACCEPT WS-CATEGORY-IN
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-IN) TO WS-CATEGORY-IN
           IF WS-CATEGORY-IN NOT = "FINES" AND NOT = "STAFF"
               AND NOT = "NOISE" AND NOT = "HOLDS"
               AND NOT = "BUILDING" AND NOT = "OTHER"
               DISPLAY "Unknown category."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Description: "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN = SPACES
               DISPLAY "A description is required."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TEXT-IN REPLACING ALL "," BY ";"

           PERFORM ACCEPT-OPERATOR
           IF WS-OPER-IN = "?"
               EXIT PARAGRAPH
           END-IF

           PERFORM ADD-WORKING-DAYS
           ADD 1 TO WS-MAX-ID
           IF WS-MAX-ID < 90001
               MOVE 90001 TO WS-MAX-ID
           END-IF
           ADD 1 TO CM-CNT
           MOVE SPACES TO CM-ENTRY(CM-CNT)
           MOVE WS-MAX-ID TO CM-ID(CM-CNT)
           MOVE WS-RECEIVED-IN TO CM-RECEIVED(CM-CNT)
           MOVE WS-CHANNEL-IN TO CM-CHANNEL(CM-CNT)
           MOVE WS-MEMBER-IN TO CM-MEMBER(CM-CNT)
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-IN) TO CM-BRANCH(CM-CNT)
           MOVE WS-CATEGORY-IN TO CM-CATEGORY(CM-CNT)
           MOVE WS-OPER-IN TO CM-ASSIGNED(CM-CNT)
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO WS-DATE-FMT
           STRING WS-DATE-FMT(7:2) DELIMITED BY SIZE "-"
                  WS-DATE-FMT(5:2) DELIMITED BY SIZE "-"
                  WS-DATE-FMT(1:4) DELIMITED BY SIZE
               INTO CM-DUE(CM-CNT)
           MOVE "OPEN" TO CM-STATUS(CM-CNT)
           MOVE WS-TEXT-IN TO CM-DESC(CM-CNT)
           MOVE 'Y' TO WS-CHANGED
           MOVE SPACES TO WS-AUDIT-OLD
           MOVE "OPEN" TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               CM-ID(CM-CNT), WS-AUDIT-OLD, WS-AUDIT-NEW
           DISPLAY "Complaint " CM-ID(CM-CNT) " logged; reply due by "
               CM-DUE(CM-CNT) ".".

      *-----------------------------------------------------------------
       FIND-COMPLAINT.
           MOVE 0 TO CM-PICK
           DISPLAY "Complaint ID: "
           ACCEPT WS-ID-IN
           PERFORM VARYING CM-IDX FROM 1 BY 1 UNTIL CM-IDX > CM-CNT
               IF CM-ID(CM-IDX) = WS-ID-IN
                   MOVE CM-IDX TO CM-PICK
               END-IF
           END-PERFORM
           IF CM-PICK = 0
               DISPLAY "No complaint " WS-ID-IN " on file."
           END-IF.

      *-----------------------------------------------------------------
       LIST-OPEN.
           MOVE 0 TO WS-LISTED
           PERFORM VARYING CM-IDX FROM 1 BY 1 UNTIL CM-IDX > CM-CNT
               IF FUNCTION TRIM(CM-STATUS(CM-IDX)) = "OPEN"
                   ADD 1 TO WS-LISTED
                   MOVE CM-DUE(CM-IDX) TO WS-ROW-DATE
                   PERFORM PARSE-ROW-DATE
                   IF WS-ROW-INT > 0 AND WS-ROW-INT < SYS-DATE-INT
                       DISPLAY CM-ID(CM-IDX) " due " CM-DUE(CM-IDX)
                           " OVERDUE " CM-BRANCH(CM-IDX) " "
                           CM-CATEGORY(CM-IDX) " -> "
                           FUNCTION TRIM(CM-ASSIGNED(CM-IDX))
                   ELSE
                       DISPLAY CM-ID(CM-IDX) " due " CM-DUE(CM-IDX)
                           "         " CM-BRANCH(CM-IDX) " "
                           CM-CATEGORY(CM-IDX) " -> "
                           FUNCTION TRIM(CM-ASSIGNED(CM-IDX))
                   END-IF
                   DISPLAY "      " FUNCTION TRIM(CM-DESC(CM-IDX))
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               DISPLAY "No open complaints."
           END-IF.

      *-----------------------------------------------------------------
       SHOW-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF CM-PICK = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Complaint " CM-ID(CM-PICK) "  "
               FUNCTION TRIM(CM-STATUS(CM-PICK))
           DISPLAY "Received : " CM-RECEIVED(CM-PICK) " by "
               FUNCTION TRIM(CM-CHANNEL(CM-PICK))
           DISPLAY "Member   : " CM-MEMBER(CM-PICK)
           DISPLAY "Branch   : " CM-BRANCH(CM-PICK)
           DISPLAY "Category : " CM-CATEGORY(CM-PICK)
           DISPLAY "Assigned : " CM-ASSIGNED(CM-PICK)
           DISPLAY "Reply due: " CM-DUE(CM-PICK)
           DISPLAY "Complaint: " FUNCTION TRIM(CM-DESC(CM-PICK))
           IF FUNCTION TRIM(CM-STATUS(CM-PICK)) = "RESOLVED"
               DISPLAY "Resolved : " CM-RESOLVED(CM-PICK)
               DISPLAY "Outcome  : "
                   FUNCTION TRIM(CM-RESOLUTION(CM-PICK))
           END-IF.

      *-----------------------------------------------------------------
       ASSIGN-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF CM-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CM-STATUS(CM-PICK)) NOT = "OPEN"
               DISPLAY "Complaint is already resolved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Currently assigned to: "
               FUNCTION TRIM(CM-ASSIGNED(CM-PICK))
           PERFORM ACCEPT-OPERATOR
           IF WS-OPER-IN = "?"
               EXIT PARAGRAPH
           END-IF
           MOVE CM-ASSIGNED(CM-PICK) TO WS-AUDIT-OLD
           MOVE WS-OPER-IN TO WS-AUDIT-NEW
           MOVE WS-OPER-IN TO CM-ASSIGNED(CM-PICK)
           MOVE 'Y' TO WS-CHANGED
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               CM-ID(CM-PICK), WS-AUDIT-OLD, WS-AUDIT-NEW
           DISPLAY "Complaint " CM-ID(CM-PICK) " reassigned.".

      *-----------------------------------------------------------------
       RESOLVE-COMPLAINT.
           PERFORM FIND-COMPLAINT
           IF CM-PICK = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(CM-STATUS(CM-PICK)) NOT = "OPEN"
               DISPLAY "Complaint is already resolved."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution / reply sent: "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN = SPACES
               DISPLAY "A resolution is required."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TEXT-IN REPLACING ALL "," BY ";"
           MOVE WS-TEXT-IN TO CM-RESOLUTION(CM-PICK)
           MOVE "RESOLVED" TO CM-STATUS(CM-PICK)
           MOVE WS-TODAY-DISPLAY TO CM-RESOLVED(CM-PICK)
           MOVE 'Y' TO WS-CHANGED
           MOVE "OPEN" TO WS-AUDIT-OLD
           MOVE "RESOLVED" TO WS-AUDIT-NEW
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM, WS-AUDIT-ENTITY,
               CM-ID(CM-PICK), WS-AUDIT-OLD, WS-AUDIT-NEW
           MOVE CM-DUE(CM-PICK) TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           IF WS-ROW-INT > 0 AND WS-ROW-INT < SYS-DATE-INT
               COMPUTE WS-DAYS-LATE = SYS-DATE-INT - WS-ROW-INT
               DISPLAY "Resolved " WS-DAYS-LATE
                   " day(s) after the charter deadline."
           ELSE
               DISPLAY "Resolved inside the charter deadline."
           END-IF.

      *-----------------------------------------------------------------
       MONTHLY-REPORT.
           DISPLAY "Month (MM-YYYY, blank = this month): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
               MOVE WS-TODAY-DISPLAY(4:7) TO WS-MONTH-IN
           END-IF
           IF WS-MONTH-IN(1:2) NOT NUMERIC
               OR WS-MONTH-IN(3:1) NOT = "-"
               OR WS-MONTH-IN(4:4) NOT NUMERIC
               DISPLAY "Month must be MM-YYYY."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GR-CNT
           PERFORM VARYING CM-IDX FROM 1 BY 1 UNTIL CM-IDX > CM-CNT
               IF CM-RECEIVED(CM-IDX)(4:7) = WS-MONTH-IN
                   PERFORM TALLY-ONE-COMPLAINT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-TOT-RECEIVED
           MOVE 0 TO WS-TOT-RESOLVED
           MOVE 0 TO WS-TOT-DAYS
           MOVE 0 TO WS-TOT-ON-TIME
           MOVE 0 TO WS-TOT-OPEN
           OPEN OUTPUT REPORT-FILE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CHARTER-DAYS TO WS-CHARTER-ED
           MOVE SPACES TO REPORT-LINE
           STRING "   COMPLAINTS RECEIVED " DELIMITED BY SIZE
                  WS-MONTH-IN DELIMITED BY SIZE
                  "  (charter: reply in " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHARTER-ED) DELIMITED BY SIZE
                  " working days)" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Branch     Category  Recvd  Resolved  Avg days  "
               & "In charter  Open"
               TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-CNT
               ADD GR-RECEIVED(GR-IDX) TO WS-TOT-RECEIVED
               ADD GR-RESOLVED(GR-IDX) TO WS-TOT-RESOLVED
               ADD GR-DAYS(GR-IDX) TO WS-TOT-DAYS
               ADD GR-ON-TIME(GR-IDX) TO WS-TOT-ON-TIME
               ADD GR-OPEN(GR-IDX) TO WS-TOT-OPEN
               MOVE 0 TO WS-AVG-DAYS
               IF GR-RESOLVED(GR-IDX) > 0
                   COMPUTE WS-AVG-DAYS ROUNDED =
                       GR-DAYS(GR-IDX) / GR-RESOLVED(GR-IDX)
               END-IF
               MOVE WS-AVG-DAYS TO WS-AVG-ED
               MOVE SPACES TO REPORT-LINE
               STRING GR-BRANCH(GR-IDX) DELIMITED BY SIZE " "
                      GR-CATEGORY(GR-IDX) DELIMITED BY SIZE "  "
                      GR-RECEIVED(GR-IDX) DELIMITED BY SIZE "   "
                      GR-RESOLVED(GR-IDX) DELIMITED BY SIZE "     "
                      WS-AVG-ED DELIMITED BY SIZE "      "
                      GR-ON-TIME(GR-IDX) DELIMITED BY SIZE "    "
                      GR-OPEN(GR-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           IF GR-CNT = 0
               MOVE "No complaints received in the month."
                   TO REPORT-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE REPORT-RULE TO REPORT-LINE
           PERFORM EMIT-REPORT-LINE

           MOVE 0 TO WS-AVG-DAYS
           MOVE 0 TO WS-PCT
           IF WS-TOT-RESOLVED > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-TOT-DAYS / WS-TOT-RESOLVED
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-ON-TIME * 100 / WS-TOT-RESOLVED
           END-IF
           MOVE WS-AVG-DAYS TO WS-AVG-ED
           MOVE WS-PCT TO WS-PCT-ED
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOT-RECEIVED TO WS-COUNT-ED
           MOVE WS-TOT-RESOLVED TO WS-RESOLVED-ED
           MOVE WS-TOT-OPEN TO WS-OPEN-ED
           MOVE WS-TOT-ON-TIME TO WS-ON-TIME-ED
           STRING "Received " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  ", resolved " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESOLVED-ED) DELIMITED BY SIZE
                  ", still open " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPEN-ED) DELIMITED BY SIZE
                  ", average " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AVG-ED) DELIMITED BY SIZE
                  " days to resolve" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Answered inside the charter: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ON-TIME-ED) DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESOLVED-ED) DELIMITED BY SIZE
                  " resolved (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM EMIT-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Report written to complaints_report.txt.".

      *-----------------------------------------------------------------
      *> Days to resolve are calendar days from receipt; "in charter"
      *> means resolved on or before the working-day due date.
       TALLY-ONE-COMPLAINT.
           MOVE 0 TO GR-PICK
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-CNT
               IF GR-BRANCH(GR-IDX) = CM-BRANCH(CM-IDX)
                   AND GR-CATEGORY(GR-IDX) = CM-CATEGORY(CM-IDX)
                   MOVE GR-IDX TO GR-PICK
               END-IF
           END-PERFORM
           IF GR-PICK = 0
               IF GR-CNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO GR-CNT
               MOVE GR-CNT TO GR-PICK
               MOVE CM-BRANCH(CM-IDX) TO GR-BRANCH(GR-PICK)
               MOVE CM-CATEGORY(CM-IDX) TO GR-CATEGORY(GR-PICK)
               MOVE 0 TO GR-RECEIVED(GR-PICK)
               MOVE 0 TO GR-RESOLVED(GR-PICK)
               MOVE 0 TO GR-DAYS(GR-PICK)
               MOVE 0 TO GR-ON-TIME(GR-PICK)
               MOVE 0 TO GR-OPEN(GR-PICK)
           END-IF
           ADD 1 TO GR-RECEIVED(GR-PICK)
           IF FUNCTION TRIM(CM-STATUS(CM-IDX)) = "OPEN"
               ADD 1 TO GR-OPEN(GR-PICK)
               EXIT PARAGRAPH
           END-IF
           MOVE CM-RECEIVED(CM-IDX) TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           MOVE WS-ROW-INT TO WS-RECV-INT
           MOVE CM-RESOLVED(CM-IDX) TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           IF WS-ROW-INT = 0 OR WS-RECV-INT = 0
               OR WS-ROW-INT < WS-RECV-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GR-RESOLVED(GR-PICK)
           COMPUTE WS-RESOLVE-DAYS = WS-ROW-INT - WS-RECV-INT
           ADD WS-RESOLVE-DAYS TO GR-DAYS(GR-PICK)
           MOVE WS-ROW-INT TO WS-WORK-INT
           MOVE CM-DUE(CM-IDX) TO WS-ROW-DATE
           PERFORM PARSE-ROW-DATE
           IF WS-WORK-INT <= WS-ROW-INT
               ADD 1 TO GR-ON-TIME(GR-PICK)
           END-IF.

      *-----------------------------------------------------------------
       EMIT-REPORT-LINE.
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           WRITE REPORT-LINE.

       END PROGRAM Complaints.
