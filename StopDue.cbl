      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared bookmobile due-date alignment over the route
      *          file bookmobile_stops.csv (kept by Bookmobile), the
      *          same call shape as BanCheck. A loan issued at a stop
      *          is due on the stop's next visit on or after the
      *          earliest date the normal loan period allows -- the
      *          van calls weekly or fortnightly from the stop's first
      *          visit date -- and a visit that falls on a day
      *          ClosureCal has the service shut is passed over for
      *          the one after. SD-FOUND 'N' (stop unknown or retired,
      *          or no open visit within the year) leaves SD-DUE-INT
      *          at SD-FROM-INT for the caller's own roll-forward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StopDue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO '../bookmobile_stops.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stop-status.

       DATA DIVISION.
       FILE SECTION.
       FD  STOP-FILE.
       01  STOP-REC                PIC X(120).

       WORKING-STORAGE SECTION.
       01  ws-stop-status          PIC XX.
       01  ws-eof                  PIC X VALUE 'N'.
       01  st-id                   PIC X(5).
       01  st-location             PIC X(30).
       01  st-weekday              PIC X(3).
       01  st-start                PIC X(5).
       01  st-end                  PIC X(5).
       01  st-freq                 PIC X(9).
       01  st-first                PIC X(10).
       01  st-status               PIC X(7).
       01  ws-first-fmt            PIC 9(8).
       01  ws-first-int            PIC 9(8) VALUE 0.
       01  ws-step                 PIC 9(2) VALUE 7.
       01  ws-visits               PIC 9(5) VALUE 0.
       01  ws-visit-int            PIC 9(8) VALUE 0.
       01  ws-guard                PIC 9(3) VALUE 0.

      *> Closure-calendar call arguments -- see ClosureCal.
       01  ws-cc-action            PIC X(6).
       01  ws-cc-date-1            PIC 9(8) VALUE 0.
       01  ws-cc-date-2            PIC 9(8) VALUE 0.
       01  ws-cc-result            PIC 9(8) VALUE 0.

       LINKAGE SECTION.
      *> SD-FROM-INT is the earliest acceptable due date (loan date
      *> plus the normal period) as an integer day; SD-DUE-INT comes
      *> back as the stop visit the loan is due on.
       01  SD-STOP                 PIC X(5).
       01  SD-FROM-INT             PIC 9(8).
       01  SD-DUE-INT              PIC 9(8).
       01  SD-FOUND                PIC X.

       PROCEDURE DIVISION USING SD-STOP, SD-FROM-INT, SD-DUE-INT,
           SD-FOUND.
       0000-MAIN-PROCEDURE.
           MOVE 'N' TO SD-FOUND
           MOVE SD-FROM-INT TO SD-DUE-INT
           MOVE 'N' TO ws-eof
           MOVE 0 TO ws-first-int
           IF SD-STOP = SPACES
               GOBACK
           END-IF
           OPEN INPUT STOP-FILE
           IF ws-stop-status NOT = "00"
               GOBACK
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ STOP-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO st-status
                       UNSTRING STOP-REC DELIMITED BY ","
                           INTO st-id, st-location, st-weekday,
                                st-start, st-end, st-freq, st-first,
                                st-status
                       IF st-id = SD-STOP
                           AND FUNCTION TRIM(st-status) = "ACTIVE"
                           AND st-first(1:2) NUMERIC
                           AND st-first(4:2) NUMERIC
                           AND st-first(7:4) NUMERIC
                           STRING st-first(7:4) DELIMITED BY SIZE
                                  st-first(4:2) DELIMITED BY SIZE
                                  st-first(1:2) DELIMITED BY SIZE
                               INTO ws-first-fmt
                           COMPUTE ws-first-int =
                               FUNCTION INTEGER-OF-DATE(ws-first-fmt)
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOP-FILE
           IF ws-first-int = 0
               GOBACK
           END-IF

           IF FUNCTION TRIM(st-freq) = "FORTNIGHT"
               MOVE 14 TO ws-step
           ELSE
               MOVE 7 TO ws-step
           END-IF
      *> First scheduled visit on or after SD-FROM-INT.
           MOVE ws-first-int TO ws-visit-int
           IF SD-FROM-INT > ws-first-int
               COMPUTE ws-visits =
                   (SD-FROM-INT - ws-first-int + ws-step - 1) / ws-step
               COMPUTE ws-visit-int =
                   ws-first-int + ws-visits * ws-step
           END-IF
      *> A visit on a closed day doesn't happen -- try the next one.
           MOVE "CLOSED" TO ws-cc-action
           PERFORM VARYING ws-guard FROM 1 BY 1 UNTIL ws-guard > 53
               COMPUTE ws-cc-date-1 = ws-visit-int - 1
               MOVE ws-visit-int TO ws-cc-date-2
               CALL 'ClosureCal' USING ws-cc-action, ws-cc-date-1,
                   ws-cc-date-2, ws-cc-result
               IF ws-cc-result = 0
                   MOVE ws-visit-int TO SD-DUE-INT
                   MOVE 'Y' TO SD-FOUND
                   EXIT PERFORM
               END-IF
               ADD ws-step TO ws-visit-int
           END-PERFORM
           GOBACK.

       END PROGRAM StopDue.
