      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared display of the staff alerts on a member's
      *          account, kept in member_alerts.csv by MemberAlerts --
      *          called by BorrowBook, ReturnBook, PayFine and
      *          MemberDetail as soon as the member is known. Every
      *          ACTIVE alert not yet past its expiry date is shown.
      *          An alert of severity ACK (must acknowledge) has to
      *          be confirmed by the operator before the transaction
      *          goes on; each confirmation is appended to
      *          alert_acks.csv (alert, member, operator, date, time,
      *          program). AK-PROCEED comes back 'N' when the
      *          operator declines one, and the caller stops there.
      *          A caller with no operator sign-on of its own passes
      *          AK-OPERATOR blank and the operator is asked for here,
      *          only when there is something to acknowledge. A
      *          missing member_alerts.csv means no alerts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO '../member_alerts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alert-status.
           SELECT ACK-FILE ASSIGN TO '../alert_acks.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-REC               PIC X(150).
       FD  ACK-FILE.
       01  ACK-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  ws-alert-status         PIC XX.
       01  ws-ack-status           PIC XX.
       01  ws-eof                  PIC X VALUE 'N'.
       01  al-id                   PIC X(5).
       01  al-member               PIC X(5).
       01  al-severity             PIC X(4).
       01  al-created              PIC X(10).
       01  al-created-by           PIC X(10).
       01  al-expiry               PIC X(10).
       01  al-status               PIC X(7).
       01  al-text                 PIC X(60).
       01  ws-expiry-fmt           PIC 9(8).
       01  ws-today                PIC 9(8).
       01  ws-today-display        PIC X(10).
       01  ws-time-raw             PIC 9(8).
       01  ws-time                 PIC X(8).
       01  ws-shown                PIC 9(3) VALUE 0.
       01  ws-live                 PIC X VALUE 'N'.
       01  ws-confirm              PIC X.

      *> Must-acknowledge alerts found, confirmed after the list.
       01  ack-table.
           05 ack-entry OCCURS 20 TIMES.
               10 ak-id            PIC X(5).
       01  ack-cnt                 PIC 9(2) VALUE 0.
       01  ack-idx                 PIC 9(2) VALUE 0.

       01  ws-op-valid             PIC X VALUE 'M'.
       01  ws-op-role              PIC X(5) VALUE SPACES.

       LINKAGE SECTION.
       01  AK-MEMBER-ID            PIC X(5).
       01  AK-OPERATOR             PIC X(10).
       01  AK-PROGRAM              PIC X(20).
       01  AK-PROCEED              PIC X.

       PROCEDURE DIVISION USING AK-MEMBER-ID, AK-OPERATOR,
           AK-PROGRAM, AK-PROCEED.
       0000-MAIN-PROCEDURE.
           MOVE 'Y' TO AK-PROCEED
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-shown
           MOVE 0 TO ack-cnt
           IF AK-MEMBER-ID = SPACES
               GOBACK
           END-IF
           OPEN INPUT ALERT-FILE
           IF ws-alert-status NOT = "00"
               GOBACK
           END-IF
           ACCEPT ws-today FROM DATE YYYYMMDD
           STRING ws-today(7:2) DELIMITED BY SIZE "-"
                  ws-today(5:2) DELIMITED BY SIZE "-"
                  ws-today(1:4) DELIMITED BY SIZE
               INTO ws-today-display
           PERFORM UNTIL ws-eof = 'Y'
               READ ALERT-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM 1000-CHECK-ONE-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           IF ws-shown > 0
               DISPLAY "*****************************************"
           END-IF

           PERFORM VARYING ack-idx FROM 1 BY 1
               UNTIL ack-idx > ack-cnt OR AK-PROCEED = 'N'
               PERFORM 2000-ACKNOWLEDGE
           END-PERFORM
           GOBACK.

      *-----------------------------------------------------------------
       1000-CHECK-ONE-ALERT.
           MOVE SPACES TO al-expiry
           MOVE SPACES TO al-text
           UNSTRING ALERT-REC DELIMITED BY ","
               INTO al-id, al-member, al-severity, al-created,
                    al-created-by, al-expiry, al-status, al-text
           IF al-member NOT = AK-MEMBER-ID
               OR FUNCTION TRIM(al-status) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ws-live
           IF al-expiry(1:2) NUMERIC AND al-expiry(4:2) NUMERIC
               AND al-expiry(7:4) NUMERIC
               STRING al-expiry(7:4) DELIMITED BY SIZE
                      al-expiry(4:2) DELIMITED BY SIZE
                      al-expiry(1:2) DELIMITED BY SIZE
                   INTO ws-expiry-fmt
               IF ws-expiry-fmt < ws-today
                   MOVE 'N' TO ws-live
               END-IF
           END-IF
           IF ws-live = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ws-shown = 0
               DISPLAY "*****************************************"
               DISPLAY "*** ACCOUNT ALERTS -- member " AK-MEMBER-ID
           END-IF
           ADD 1 TO ws-shown
           IF FUNCTION TRIM(al-severity) = "ACK"
               DISPLAY "  [MUST ACKNOWLEDGE] " al-id ": "
                   FUNCTION TRIM(al-text)
               IF ack-cnt < 20
                   ADD 1 TO ack-cnt
                   MOVE al-id TO ak-id(ack-cnt)
               END-IF
           ELSE
               DISPLAY "  [INFO] " al-id ": " FUNCTION TRIM(al-text)
           END-IF
           DISPLAY "         left by " FUNCTION TRIM(al-created-by)
               " on " al-created.

      *-----------------------------------------------------------------
       2000-ACKNOWLEDGE.
           PERFORM UNTIL AK-OPERATOR NOT = SPACES
               DISPLAY "Operator acknowledging the alert: "
               ACCEPT AK-OPERATOR
               IF AK-OPERATOR NOT = SPACES
                   CALL 'OperatorCheck' USING AK-OPERATOR,
                       ws-op-valid, ws-op-role
                   IF ws-op-valid = 'N'
                       DISPLAY "Unknown or inactive operator ID!"
                       MOVE SPACES TO AK-OPERATOR
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Acknowledge alert " ak-id(ack-idx) " (Y/N)? "
           ACCEPT ws-confirm
           IF ws-confirm NOT = 'Y' AND ws-confirm NOT = 'y'
               DISPLAY "Alert " ak-id(ack-idx) " not acknowledged -- "
                   "the transaction can't go on."
               MOVE 'N' TO AK-PROCEED
               EXIT PARAGRAPH
           END-IF
           ACCEPT ws-time-raw FROM TIME
           STRING ws-time-raw(1:2) DELIMITED BY SIZE ":"
                  ws-time-raw(3:2) DELIMITED BY SIZE ":"
                  ws-time-raw(5:2) DELIMITED BY SIZE
               INTO ws-time
           OPEN EXTEND ACK-FILE
           IF ws-ack-status NOT = "00"
               OPEN OUTPUT ACK-FILE
           END-IF
           MOVE SPACES TO ACK-REC
           STRING ak-id(ack-idx) DELIMITED BY SIZE ","
                  AK-MEMBER-ID DELIMITED BY SIZE ","
                  AK-OPERATOR DELIMITED BY SIZE ","
                  ws-today-display DELIMITED BY SIZE ","
                  ws-time DELIMITED BY SIZE ","
                  AK-PROGRAM DELIMITED BY SIZE
               INTO ACK-REC
           WRITE ACK-REC
           CLOSE ACK-FILE.

       END PROGRAM AlertCheck.
