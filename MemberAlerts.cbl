      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Staff alert notes on member accounts -- "verify new
      *          address", "ask about the damaged DVD", "guardian asks
      *          for no YA titles" -- kept apart from incidents.csv,
      *          which is disciplinary. member_alerts.csv keeps one
      *          row per alert: alert id, member, severity (INFO, or
      *          ACK for must-acknowledge), created date, created-by
      *          operator, optional expiry date, ACTIVE/CLEARED, and
      *          the text last (commas in it stored as semicolons).
      *          BorrowBook, ReturnBook, PayFine and MemberDetail show
      *          the live alerts through AlertCheck as soon as the
      *          member is entered; an ACK alert must be confirmed
      *          there and the confirmation goes to alert_acks.csv,
      *          which the member listing here counts up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberAlerts IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "../member_alerts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ACK-FILE ASSIGN TO "../alert_acks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(150).
       FD  ACK-FILE.
       01  ACK-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ALERT-STATUS    PIC XX.
       01  WS-ACK-STATUS      PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-MENU-CHOICE     PIC 9.
       01  WS-DONE            PIC X VALUE 'N'.
       01  CONFIRM            PIC X.

       01  SYS-DATE           PIC 9(8).
       01  WS-TODAY-DISPLAY   PIC X(10).
       01  WS-DATE-FMT        PIC 9(8).

      *> The alert file whole.
       01  ALERT-TABLE.
           05 ALERT-ENTRY OCCURS 1000 TIMES.
               10 AL-ID        PIC X(5).
               10 AL-MEMBER    PIC X(5).
               10 AL-SEVERITY  PIC X(4).
               10 AL-CREATED   PIC X(10).
               10 AL-CREATED-BY PIC X(10).
               10 AL-EXPIRY    PIC X(10).
               10 AL-STATUS    PIC X(7).
               10 AL-TEXT      PIC X(60).
       01  AL-CNT             PIC 9(4) VALUE 0.
       01  AL-IDX             PIC 9(4) VALUE 0.
       01  AL-MATCH           PIC 9(4) VALUE 0.
       01  WS-AL-SHOWN        PIC 9(4) VALUE 0.
       01  WS-AL-STATE        PIC X(7).
       01  TMP-ID-X           PIC X(5).
       01  TMP-ID-N           PIC 9(5).
       01  MAX-ALERT-ID       PIC 9(5) VALUE 0.
       01  NEW-ALERT-ID       PIC 9(5) VALUE 0.

      *> Acknowledgement history for one alert.
       01  AK-ID              PIC X(5).
       01  AK-MEMBER          PIC X(5).
       01  AK-OPERATOR        PIC X(10).
       01  AK-DATE            PIC X(10).
       01  AK-TIME            PIC X(8).
       01  AK-PROGRAM         PIC X(20).
       01  WS-ACK-CNT         PIC 9(4) VALUE 0.
       01  WS-LAST-ACK        PIC X(40).

      *> Entry work fields.
       01  WS-MEMBER-IN       PIC X(5).
       01  WS-ALERT-IN        PIC X(5).
       01  WS-TEXT-IN         PIC X(60).
       01  WS-SEVERITY-IN     PIC X.
       01  WS-EXPIRY-IN       PIC X(10).

      *> Member lookup -- see MemberLookup.
       01  WS-LOOKUP-ID       PIC X(5).
       01  WS-LOOKUP-LINE     PIC X(200).
       01  WS-LOOKUP-FOUND    PIC X.
       01  WS-MEMBER-ID-F     PIC X(5).
       01  WS-MEMBER-NAME     PIC X(30).

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

       01  WS-OPERATOR-ID     PIC X(10).
       01  WS-OP-VALID        PIC X VALUE 'M'.
       01  WS-OP-ROLE         PIC X(5) VALUE SPACES.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- adding or clearing an alert rewrites
      *> member_alerts.csv.
           MOVE 'MemberAlerts' TO WS-ERRLOG-PROGRAM
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
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           PERFORM LOAD-ALERT-FILE

           PERFORM ACCEPT-OPERATOR-ID
           MOVE 'N' TO WS-DONE
           PERFORM ALERT-MENU THRU ALERT-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.
       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       ALERT-MENU.
           DISPLAY "=============================="
           DISPLAY "    ""MEMBER ACCOUNT ALERTS""    "
           DISPLAY "=============================="
           DISPLAY "1) Add an alert"
           DISPLAY "2) List a member's alerts"
           DISPLAY "3) Clear an alert"
           DISPLAY "4) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM ADD-ALERT
              WHEN 2
                  PERFORM LIST-MEMBER-ALERTS
              WHEN 3
                  PERFORM CLEAR-ALERT
              WHEN 4
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       ALERT-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       ADD-ALERT.
           IF AL-CNT >= 1000
               DISPLAY "The alert file is full (1000 alerts)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           PERFORM FIND-MEMBER
           IF WS-LOOKUP-FOUND NOT = 'Y'
               DISPLAY "No such member."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Member: " FUNCTION TRIM(WS-MEMBER-NAME)
           DISPLAY "Alert text (up to 60 characters): "
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN = SPACES
               DISPLAY "Alert text can't be blank."
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-TEXT-IN REPLACING ALL "," BY ";"
           DISPLAY "I)nformation or A)cknowledge required: "
           ACCEPT WS-SEVERITY-IN
           MOVE FUNCTION UPPER-CASE(WS-SEVERITY-IN) TO WS-SEVERITY-IN
           IF WS-SEVERITY-IN NOT = "I" AND WS-SEVERITY-IN NOT = "A"
               DISPLAY "Severity must be I or A."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Expires on DD-MM-YYYY (blank = no expiry): "
           ACCEPT WS-EXPIRY-IN
           IF WS-EXPIRY-IN NOT = SPACES
               IF WS-EXPIRY-IN(1:2) NOT NUMERIC
                   OR WS-EXPIRY-IN(4:2) NOT NUMERIC
                   OR WS-EXPIRY-IN(7:4) NOT NUMERIC
                   OR WS-EXPIRY-IN(3:1) NOT = "-"
                   OR WS-EXPIRY-IN(6:1) NOT = "-"
                   DISPLAY "Date must be DD-MM-YYYY."
                   EXIT PARAGRAPH
               END-IF
               STRING WS-EXPIRY-IN(7:4) DELIMITED BY SIZE
                      WS-EXPIRY-IN(4:2) DELIMITED BY SIZE
                      WS-EXPIRY-IN(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FMT) NOT = 0
                   DISPLAY "That is not a calendar date."
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-FMT < SYS-DATE
                   DISPLAY "The expiry date has already passed."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO MAX-ALERT-ID
           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-CNT
               MOVE AL-ID(AL-IDX) TO TMP-ID-X
               IF TMP-ID-X IS NUMERIC
                   MOVE TMP-ID-X TO TMP-ID-N
                   IF TMP-ID-N > MAX-ALERT-ID
                       MOVE TMP-ID-N TO MAX-ALERT-ID
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE NEW-ALERT-ID = MAX-ALERT-ID + 1

           ADD 1 TO AL-CNT
           MOVE NEW-ALERT-ID TO AL-ID(AL-CNT)
           MOVE WS-MEMBER-IN TO AL-MEMBER(AL-CNT)
           IF WS-SEVERITY-IN = "A"
               MOVE "ACK" TO AL-SEVERITY(AL-CNT)
           ELSE
               MOVE "INFO" TO AL-SEVERITY(AL-CNT)
           END-IF
           MOVE WS-TODAY-DISPLAY TO AL-CREATED(AL-CNT)
           MOVE WS-OPERATOR-ID TO AL-CREATED-BY(AL-CNT)
           MOVE WS-EXPIRY-IN TO AL-EXPIRY(AL-CNT)
           MOVE "ACTIVE" TO AL-STATUS(AL-CNT)
           MOVE WS-TEXT-IN TO AL-TEXT(AL-CNT)
           PERFORM REWRITE-ALERT-FILE

           MOVE "ALERT" TO WS-AUDIT-ENTITY-TYPE
           MOVE AL-ID(AL-CNT) TO WS-AUDIT-ENTITY-ID
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE "ACTIVE" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Alert " AL-ID(AL-CNT) " added to member "
               WS-MEMBER-IN " (" FUNCTION TRIM(AL-SEVERITY(AL-CNT))
               ")".

      *-----------------------------------------------------------------
      *> Every alert the member has had, live or not, with how often
      *> each must-acknowledge one has been confirmed.
       LIST-MEMBER-ALERTS.
           DISPLAY "Member ID: "
           ACCEPT WS-MEMBER-IN
           PERFORM FIND-MEMBER
           IF WS-LOOKUP-FOUND = 'Y'
               DISPLAY "Member: " FUNCTION TRIM(WS-MEMBER-NAME)
           END-IF
           MOVE 0 TO WS-AL-SHOWN
           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-CNT
               IF AL-MEMBER(AL-IDX) = WS-MEMBER-IN
                   PERFORM SHOW-ONE-ALERT
               END-IF
           END-PERFORM
           IF WS-AL-SHOWN = 0
               DISPLAY "No alerts on this account."
           END-IF.

       SHOW-ONE-ALERT.
           ADD 1 TO WS-AL-SHOWN
           MOVE AL-STATUS(AL-IDX) TO WS-AL-STATE
           IF FUNCTION TRIM(AL-STATUS(AL-IDX)) = "ACTIVE"
               AND AL-EXPIRY(AL-IDX) NOT = SPACES
               STRING AL-EXPIRY(AL-IDX)(7:4) DELIMITED BY SIZE
                      AL-EXPIRY(AL-IDX)(4:2) DELIMITED BY SIZE
                      AL-EXPIRY(AL-IDX)(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-FMT
               IF WS-DATE-FMT < SYS-DATE
                   MOVE "EXPIRED" TO WS-AL-STATE
               END-IF
           END-IF
           DISPLAY "  " AL-ID(AL-IDX) " " AL-SEVERITY(AL-IDX) " "
               WS-AL-STATE " " FUNCTION TRIM(AL-TEXT(AL-IDX))
           DISPLAY "        by " FUNCTION TRIM(AL-CREATED-BY(AL-IDX))
               " on " AL-CREATED(AL-IDX) "  expires "
               AL-EXPIRY(AL-IDX)
           IF FUNCTION TRIM(AL-SEVERITY(AL-IDX)) = "ACK"
               MOVE AL-ID(AL-IDX) TO WS-ALERT-IN
               PERFORM COUNT-ACKNOWLEDGEMENTS
               IF WS-ACK-CNT > 0
                   DISPLAY "        acknowledged " WS-ACK-CNT
                       " time(s), last " WS-LAST-ACK
               ELSE
                   DISPLAY "        not yet acknowledged"
               END-IF
           END-IF.

       COUNT-ACKNOWLEDGEMENTS.
           MOVE 0 TO WS-ACK-CNT
           MOVE SPACES TO WS-LAST-ACK
           MOVE 'N' TO FILE-END
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACK-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING ACK-REC DELIMITED BY ","
                           INTO AK-ID, AK-MEMBER, AK-OPERATOR,
                                AK-DATE, AK-TIME, AK-PROGRAM
                       IF AK-ID = WS-ALERT-IN
                           ADD 1 TO WS-ACK-CNT
                           MOVE SPACES TO WS-LAST-ACK
                           STRING AK-DATE DELIMITED BY SIZE " "
                                  AK-TIME DELIMITED BY SIZE " by "
                                  AK-OPERATOR DELIMITED BY SPACE
                               INTO WS-LAST-ACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE.

      *-----------------------------------------------------------------
       CLEAR-ALERT.
           DISPLAY "Alert ID to clear: "
           ACCEPT WS-ALERT-IN
           MOVE 0 TO AL-MATCH
           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-CNT
               IF AL-ID(AL-IDX) = WS-ALERT-IN
                   MOVE AL-IDX TO AL-MATCH
               END-IF
           END-PERFORM
           IF AL-MATCH = 0
               DISPLAY "No such alert."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(AL-STATUS(AL-MATCH)) NOT = "ACTIVE"
               DISPLAY "Alert " WS-ALERT-IN " is already cleared."
               EXIT PARAGRAPH
           END-IF
           MOVE AL-MATCH TO AL-IDX
           MOVE 0 TO WS-AL-SHOWN
           PERFORM SHOW-ONE-ALERT
           DISPLAY "Clear this alert (Y/N)? "
           ACCEPT CONFIRM
           IF CONFIRM NOT = "Y" AND CONFIRM NOT = "y"
               DISPLAY "Alert left as it is."
               EXIT PARAGRAPH
           END-IF
           MOVE "CLEARED" TO AL-STATUS(AL-MATCH)
           PERFORM REWRITE-ALERT-FILE
           MOVE "ALERT" TO WS-AUDIT-ENTITY-TYPE
           MOVE AL-ID(AL-MATCH) TO WS-AUDIT-ENTITY-ID
           MOVE "ACTIVE" TO WS-AUDIT-OLD-STATUS
           MOVE "CLEARED" TO WS-AUDIT-NEW-STATUS
           PERFORM WRITE-AUDIT
           DISPLAY "Alert " WS-ALERT-IN " cleared.".

      *-----------------------------------------------------------------
       FIND-MEMBER.
           MOVE SPACES TO WS-MEMBER-NAME
           MOVE WS-MEMBER-IN TO WS-LOOKUP-ID
           CALL 'MemberLookup' USING WS-LOOKUP-ID, WS-LOOKUP-LINE,
               WS-LOOKUP-FOUND
           IF WS-LOOKUP-FOUND = 'Y'
               UNSTRING WS-LOOKUP-LINE DELIMITED BY ","
                   INTO WS-MEMBER-ID-F, WS-MEMBER-NAME
           END-IF.

       LOAD-ALERT-FILE.
           MOVE 0 TO AL-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ALERT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF AL-CNT < 1000
                           ADD 1 TO AL-CNT
                           MOVE SPACES TO ALERT-ENTRY(AL-CNT)
                           UNSTRING ALERT-REC DELIMITED BY ","
                               INTO AL-ID(AL-CNT),
                                    AL-MEMBER(AL-CNT),
                                    AL-SEVERITY(AL-CNT),
                                    AL-CREATED(AL-CNT),
                                    AL-CREATED-BY(AL-CNT),
                                    AL-EXPIRY(AL-CNT),
                                    AL-STATUS(AL-CNT),
                                    AL-TEXT(AL-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE.

       REWRITE-ALERT-FILE.
           OPEN OUTPUT ALERT-FILE
           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-CNT
               MOVE SPACES TO ALERT-REC
               STRING AL-ID(AL-IDX) DELIMITED BY SIZE ","
                      AL-MEMBER(AL-IDX) DELIMITED BY SIZE ","
                      AL-SEVERITY(AL-IDX) DELIMITED BY SIZE ","
                      AL-CREATED(AL-IDX) DELIMITED BY SIZE ","
                      AL-CREATED-BY(AL-IDX) DELIMITED BY SIZE ","
                      AL-EXPIRY(AL-IDX) DELIMITED BY SIZE ","
                      AL-STATUS(AL-IDX) DELIMITED BY SIZE ","
                      AL-TEXT(AL-IDX) DELIMITED BY SIZE
                   INTO ALERT-REC
               WRITE ALERT-REC
           END-PERFORM
           CLOSE ALERT-FILE.

      *-----------------------------------------------------------------
       WRITE-AUDIT.
           MOVE "MemberAlerts" TO WS-AUDIT-PROGRAM
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS.

      *-----------------------------------------------------------------
       ACCEPT-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter Staff/Operator ID: "
               ACCEPT WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "Operator ID can't be blank!"
               ELSE
                   CALL 'OperatorCheck' USING WS-OPERATOR-ID,
                       WS-OP-VALID, WS-OP-ROLE
                   IF WS-OP-VALID = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO WS-OPERATOR-ID
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM MemberAlerts.
