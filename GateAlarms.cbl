      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Security gate alarm reconciliation. The exit gates
      *          log every alarm with the copy barcode and the time
      *          into gate_alarms.csv (date,time,branch,gate,barcode)
      *          and staff just reset them; the daily import here
      *          drains that log and sorts each alarm by what the
      *          copy files say about the barcode:
      *            FIX     -- the copy is properly out on an open loan
      *                       in log.csv, so the desk that issued it
      *                       failed to desensitise it. It goes on
      *                       gate_fix_list.csv with the loan's
      *                       transaction, issuing operator and
      *                       branch, so the station can be checked.
      *            THEFT   -- the copy is on bookcopies.csv but has no
      *                       open loan: a possible theft. A THEFT
      *                       incident (no member) is recorded on
      *                       incidents.csv and the copy is flagged on
      *                       stocktake_flags.csv for StockTake to
      *                       look for; a copy already flagged gets no
      *                       second incident.
      *            UNKNOWN -- the barcode isn't one of ours.
      *          Every alarm is kept on gate_alarm_history.csv. The
      *          weekly report counts the last seven days' alarms by
      *          branch and hour of day, then lines the possible
      *          thefts up day by day against the mismatch counts
      *          ReconcileBooks left on reconciliation_report.csv, to
      *          show whether unreturned-item losses follow the
      *          alarms. Printed to gate_alarm_report.txt through the
      *          print spool. Batch mode (USER-CHOICE 99) imports and
      *          prints the report.
      *            gate_alarm_history.csv: date,time,branch,gate,
      *              barcode,class,copy,book,reference (tran or
      *              incident id)
      *            gate_fix_list.csv: date,time,branch,gate,barcode,
      *              copy,book,tran,issuing operator,loan branch
      *            stocktake_flags.csv: copy,barcode,flagged date,
      *              source (GATE),reference (incident id)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GateAlarms IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-FILE ASSIGN TO "../gate_alarms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "../gate_alarm_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FIX-FILE ASSIGN TO "../gate_fix_list.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIX-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "../incidents.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT FLAG-FILE ASSIGN TO "../stocktake_flags.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           SELECT RECON-FILE ASSIGN TO "../reconciliation_report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT PRINT-FILE ASSIGN TO "../gate_alarm_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-FILE.
       01  GATE-REC        PIC X(100).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  HISTORY-FILE.
       01  HISTORY-REC     PIC X(120).
       FD  FIX-FILE.
       01  FIX-REC         PIC X(120).
       FD  INCIDENT-FILE.
       01  INCIDENT-REC    PIC X(150).
       FD  FLAG-FILE.
       01  FLAG-REC        PIC X(60).
       FD  RECON-FILE.
       01  RECON-REC       PIC X(100).
       FD  PRINT-FILE.
       01  PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GATE-STATUS     PIC XX.
       01  WS-COPY-STATUS     PIC XX.
       01  WS-LOG-STATUS      PIC XX.
       01  WS-HISTORY-STATUS  PIC XX.
       01  WS-FIX-STATUS      PIC XX.
       01  WS-INCIDENT-STATUS PIC XX.
       01  WS-FLAG-STATUS     PIC XX.
       01  WS-RECON-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.

       01  SYS-DATE          PIC 9(8).
       01  SYS-DATE-INT      PIC 9(8).
       01  WS-TODAY-DISPLAY  PIC X(10).
       01  WS-WEEK-START     PIC X(10).
       01  WS-WORK-RAW       PIC 9(8).

       01  WS-OPERATOR-ID    PIC X(10).
       01  WS-OP-VALID       PIC X VALUE 'M'.
       01  WS-OP-ROLE        PIC X(5) VALUE SPACES.

       01  COPY-TABLE.
           05 COPY-ENTRY OCCURS 2000 TIMES.
               10 CP-BOOK-ID    PIC X(5).
               10 CP-COPY-ID    PIC X(6).
               10 CP-BARCODE    PIC X(12).
               10 CP-CONDITION  PIC X(10).
               10 CP-STATUS     PIC X(10).
       01  COPY-CNT          PIC 9(4) VALUE 0.
       01  COPY-IDX          PIC 9(4) VALUE 0.
       01  COPY-MATCH-IDX    PIC 9(4) VALUE 0.

      *> The open loans, by copy -- who issued each one and where.
       01  LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 2000 TIMES.
               10 LN-TRAN       PIC X(5).
               10 LN-COPY       PIC X(6).
               10 LN-BRANCH     PIC X(10).
               10 LN-OPERATOR   PIC X(10).
       01  LOAN-CNT          PIC 9(4) VALUE 0.
       01  LOAN-IDX          PIC 9(4) VALUE 0.
       01  LOAN-MATCH-IDX    PIC 9(4) VALUE 0.
       01  F-ID              PIC X(5).
       01  F-MID             PIC X(5).
       01  F-BID             PIC X(5).
       01  F-SDT             PIC X(10).
       01  F-EDT             PIC X(10).
       01  F-DUE             PIC X(3).
       01  F-RDT             PIC X(10).
       01  F-CPID            PIC X(6).
       01  F-BRANCH          PIC X(10).
       01  F-OPID            PIC X(10).

      *> Copies already flagged for StockTake, so a copy that sets
      *> the gates off twice is one incident, not two.
       01  FLAG-TABLE.
           05 FLAG-ENTRY OCCURS 1000 TIMES.
               10 FL-COPY       PIC X(6).
               10 FL-REF        PIC X(5).
       01  FLAG-CNT          PIC 9(4) VALUE 0.
       01  FLAG-IDX          PIC 9(4) VALUE 0.
       01  FLAG-MATCH-IDX    PIC 9(4) VALUE 0.
       01  FL-IN-COPY        PIC X(6).
       01  FL-IN-BARCODE     PIC X(12).
       01  FL-IN-DATE        PIC X(10).
       01  FL-IN-SOURCE      PIC X(6).
       01  FL-IN-REF         PIC X(5).

       01  MAX-INCIDENT-ID   PIC 9(5) VALUE 0.
       01  WS-IN-ID-N        PIC 9(5).
       01  WS-IN-ID-X        PIC X(5).
       01  WS-INCIDENTS-EXIST PIC X VALUE 'N'.
       01  WS-INCIDENT-NOTES PIC X(40).

      *> One alarm off the gate log.
       01  GA-DATE           PIC X(10).
       01  GA-TIME           PIC X(8).
       01  GA-BRANCH         PIC X(10).
       01  GA-GATE           PIC X(6).
       01  GA-BARCODE        PIC X(12).
       01  GA-CLASS          PIC X(7).
       01  GA-COPY           PIC X(6).
       01  GA-BOOK           PIC X(5).
       01  GA-REF            PIC X(5).

       01  WS-ALARM-CNT      PIC 9(4) VALUE 0.
       01  WS-FIX-CNT        PIC 9(4) VALUE 0.
       01  WS-THEFT-CNT      PIC 9(4) VALUE 0.
       01  WS-UNKNOWN-CNT    PIC 9(4) VALUE 0.
       01  WS-NEW-INCIDENTS  PIC 9(4) VALUE 0.

      *> The weekly tallies: alarms by branch and hour of day, and
      *> possible thefts by day against ReconcileBooks' mismatches.
       01  BRANCH-TABLE.
           05 BR-ENTRY OCCURS 30 TIMES.
               10 BR-CODE       PIC X(10).
               10 BR-HOUR OCCURS 24 TIMES.
                   15 BH-FIX     PIC 9(4).
                   15 BH-THEFT   PIC 9(4).
                   15 BH-UNKNOWN PIC 9(4).
       01  BR-CNT            PIC 9(2) VALUE 0.
       01  BR-IDX            PIC 9(2) VALUE 0.
       01  BR-MATCH-IDX      PIC 9(2) VALUE 0.
       01  HR-IDX            PIC 9(2) VALUE 0.
       01  WS-HOUR-N         PIC 9(2) VALUE 0.
       01  WS-HOUR-TOTAL     PIC 9(5) VALUE 0.

       01  DAY-TABLE.
           05 DY-ENTRY OCCURS 7 TIMES.
               10 DY-DATE       PIC X(10).
               10 DY-INT        PIC 9(8).
               10 DY-ALARMS     PIC 9(4).
               10 DY-THEFT      PIC 9(4).
               10 DY-RECON      PIC 9(5).
               10 DY-HAS-RECON  PIC X.
       01  DY-IDX            PIC 9(2) VALUE 0.
       01  DY-SCAN           PIC 9(2) VALUE 0.
       01  WS-WEEK-THEFT     PIC 9(5) VALUE 0.
       01  WS-WEEK-ALARMS    PIC 9(5) VALUE 0.
       01  WS-THEFT-DAYS     PIC 9(2) VALUE 0.
       01  WS-BOTH-DAYS      PIC 9(2) VALUE 0.

       01  HS-DATE           PIC X(10).
       01  HS-TIME           PIC X(8).
       01  HS-BRANCH         PIC X(10).
       01  HS-GATE           PIC X(6).
       01  HS-BARCODE        PIC X(12).
       01  HS-CLASS          PIC X(7).
       01  HS-COPY           PIC X(6).
       01  HS-BOOK           PIC X(5).
       01  HS-REF            PIC X(5).
       01  RC-DATE           PIC X(10).
       01  RC-CHECKED        PIC X(5).
       01  RC-SKIPPED        PIC X(5).
       01  RC-MISMATCH       PIC X(5).

      *> Fix-list rows for the listing.
       01  FX-DATE           PIC X(10).
       01  FX-TIME           PIC X(8).
       01  FX-BRANCH         PIC X(10).
       01  FX-GATE           PIC X(6).
       01  FX-BARCODE        PIC X(12).
       01  FX-COPY           PIC X(6).
       01  FX-BOOK           PIC X(5).
       01  FX-TRAN           PIC X(5).
       01  FX-OPERATOR       PIC X(10).
       01  FX-LOAN-BRANCH    PIC X(10).
       01  WS-FIX-LISTED     PIC 9(4) VALUE 0.

       01  WS-LINE           PIC X(80).
       01  WS-COUNT-ED       PIC ZZZ9.
       01  WS-FIX-ED         PIC ZZZ9.
       01  WS-THEFT-ED       PIC ZZZ9.
       01  WS-UNKNOWN-ED     PIC ZZZ9.
       01  WS-RECON-ED       PIC ZZZZ9.
       01  WS-HOUR-ED        PIC 99.

      *> Print-spool call arguments -- see PrintSpool.
       01  WS-PS-ACTION      PIC X(4).
       01  WS-PS-SOURCE      PIC X(40).
       01  WS-PS-KIND        PIC X(10).
       01  WS-PS-JOB         PIC 9(5).

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> Serialize -- the import appends to incidents.csv and
      *> stocktake_flags.csv.
           MOVE 'GateAlarms' TO WS-ERRLOG-PROGRAM
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

      *> Batch mode (the run-calendar convention, USER-CHOICE 99):
      *> the day's import, then the rolling weekly report.
           IF USER-CHOICE = 99
               MOVE "GATEALARM" TO WS-OPERATOR-ID
               PERFORM IMPORT-GATE-LOG
               PERFORM WEEKLY-ALARM-REPORT
               GO TO ENDER
           END-IF
           PERFORM ACCEPT-OPERATOR-ID

           MOVE 'N' TO WS-DONE
           PERFORM GATE-MENU THRU GATE-MENU-EXIT
               UNTIL WS-DONE = 'Y'
           GO TO ENDER.

       ENDER.
           CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           GOBACK.

      *-----------------------------------------------------------------
       GATE-MENU.
           DISPLAY " "
           DISPLAY "======== SECURITY GATE ALARMS ========"
           DISPLAY "1) Import the gate alarm log"
           DISPLAY "2) Weekly alarm report by branch and hour"
           DISPLAY "3) Sensitiser fix list"
           DISPLAY "4) Done"
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM IMPORT-GATE-LOG
               WHEN 2
                   PERFORM WEEKLY-ALARM-REPORT
               WHEN 3
                   PERFORM LIST-FIX-LIST
               WHEN 4
                   MOVE 'Y' TO WS-DONE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.
       GATE-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *> Every alarm on the gate log sorted and recorded, then the
      *> log cleared for the gates' next day -- the history file
      *> keeps what was imported.
       IMPORT-GATE-LOG.
           MOVE 0 TO WS-ALARM-CNT
           MOVE 0 TO WS-FIX-CNT
           MOVE 0 TO WS-THEFT-CNT
           MOVE 0 TO WS-UNKNOWN-CNT
           MOVE 0 TO WS-NEW-INCIDENTS
           OPEN INPUT GATE-FILE
           IF WS-GATE-STATUS NOT = "00"
               DISPLAY "No gate alarm log waiting (gate_alarms.csv)."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COPY-FILE
           PERFORM LOAD-OPEN-LOANS
           PERFORM LOAD-FLAG-FILE
           PERFORM SCAN-MAX-INCIDENT-ID

           MOVE 'N' TO FILE-END
           PERFORM UNTIL FILE-END = 'Y'
               READ GATE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FUNCTION TRIM(GATE-REC) NOT = SPACE
                           PERFORM CLASSIFY-ONE-ALARM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GATE-FILE
           OPEN OUTPUT GATE-FILE
           CLOSE GATE-FILE

           DISPLAY "=============================================="
           DISPLAY "Gate alarms imported   : " WS-ALARM-CNT
           DISPLAY "  Not desensitised     : " WS-FIX-CNT
               "  (gate_fix_list.csv)"
           DISPLAY "  Possible theft       : " WS-THEFT-CNT
               "  (" WS-NEW-INCIDENTS " new incident(s))"
           DISPLAY "  Unknown barcode      : " WS-UNKNOWN-CNT
           DISPLAY "==============================================".

      *-----------------------------------------------------------------
       CLASSIFY-ONE-ALARM.
           MOVE SPACES TO GA-DATE
           MOVE SPACES TO GA-TIME
           MOVE SPACES TO GA-BRANCH
           MOVE SPACES TO GA-GATE
           MOVE SPACES TO GA-BARCODE
           UNSTRING GATE-REC DELIMITED BY ","
               INTO GA-DATE, GA-TIME, GA-BRANCH, GA-GATE, GA-BARCODE
           IF FUNCTION TRIM(GA-DATE) = SPACE
               MOVE WS-TODAY-DISPLAY TO GA-DATE
           END-IF
           MOVE FUNCTION UPPER-CASE(GA-BRANCH) TO GA-BRANCH
           IF FUNCTION TRIM(GA-BRANCH) = SPACE
               MOVE "MAIN" TO GA-BRANCH
           END-IF
           MOVE SPACES TO GA-COPY
           MOVE SPACES TO GA-BOOK
           MOVE SPACES TO GA-REF
           ADD 1 TO WS-ALARM-CNT

           MOVE 0 TO COPY-MATCH-IDX
           PERFORM VARYING COPY-IDX FROM 1 BY 1
               UNTIL COPY-IDX > COPY-CNT
               IF FUNCTION TRIM(CP-BARCODE(COPY-IDX)) =
                   FUNCTION TRIM(GA-BARCODE)
                   AND COPY-MATCH-IDX = 0
                   MOVE COPY-IDX TO COPY-MATCH-IDX
               END-IF
           END-PERFORM
           IF COPY-MATCH-IDX = 0
               MOVE "UNKNOWN" TO GA-CLASS
               ADD 1 TO WS-UNKNOWN-CNT
               PERFORM WRITE-HISTORY-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE CP-COPY-ID(COPY-MATCH-IDX) TO GA-COPY
           MOVE CP-BOOK-ID(COPY-MATCH-IDX) TO GA-BOOK

           MOVE 0 TO LOAN-MATCH-IDX
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
               UNTIL LOAN-IDX > LOAN-CNT
               IF FUNCTION TRIM(LN-COPY(LOAN-IDX)) =
                   FUNCTION TRIM(GA-COPY)
                   AND LOAN-MATCH-IDX = 0
                   MOVE LOAN-IDX TO LOAN-MATCH-IDX
               END-IF
           END-PERFORM
           IF LOAN-MATCH-IDX NOT = 0
               MOVE "FIX" TO GA-CLASS
               MOVE LN-TRAN(LOAN-MATCH-IDX) TO GA-REF
               ADD 1 TO WS-FIX-CNT
               PERFORM WRITE-FIX-ROW
           ELSE
               MOVE "THEFT" TO GA-CLASS
               ADD 1 TO WS-THEFT-CNT
               PERFORM RECORD-POSSIBLE-THEFT
           END-IF
           PERFORM WRITE-HISTORY-ROW.

      *-----------------------------------------------------------------
      *> One incident per copy until StockTake clears its flag.
       RECORD-POSSIBLE-THEFT.
           MOVE 0 TO FLAG-MATCH-IDX
           PERFORM VARYING FLAG-IDX FROM 1 BY 1
               UNTIL FLAG-IDX > FLAG-CNT
               IF FL-COPY(FLAG-IDX) = GA-COPY
                   AND FLAG-MATCH-IDX = 0
                   MOVE FLAG-IDX TO FLAG-MATCH-IDX
               END-IF
           END-PERFORM
           IF FLAG-MATCH-IDX NOT = 0
               MOVE FL-REF(FLAG-MATCH-IDX) TO GA-REF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MAX-INCIDENT-ID
           MOVE MAX-INCIDENT-ID TO WS-IN-ID-N
           MOVE WS-IN-ID-N TO WS-IN-ID-X
           MOVE WS-IN-ID-X TO GA-REF
           MOVE SPACES TO WS-INCIDENT-NOTES
           STRING "GATE ALARM " DELIMITED BY SIZE
                  FUNCTION TRIM(GA-BRANCH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(GA-GATE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GA-TIME(1:5) DELIMITED BY SIZE
                  " COPY " DELIMITED BY SIZE
                  GA-COPY DELIMITED BY SIZE
               INTO WS-INCIDENT-NOTES
           IF WS-INCIDENTS-EXIST = 'Y'
               OPEN EXTEND INCIDENT-FILE
           ELSE
               OPEN OUTPUT INCIDENT-FILE
               MOVE 'Y' TO WS-INCIDENTS-EXIST
           END-IF
           MOVE SPACES TO INCIDENT-REC
           STRING WS-IN-ID-X DELIMITED BY SIZE ","
                  "     " DELIMITED BY SIZE ","
                  GA-DATE DELIMITED BY SIZE ","
                  WS-OPERATOR-ID DELIMITED BY SIZE ","
                  "THEFT     " DELIMITED BY SIZE ","
                  "          " DELIMITED BY SIZE ","
                  "OPEN    " DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-INCIDENT-NOTES) DELIMITED BY SIZE
               INTO INCIDENT-REC
           WRITE INCIDENT-REC
           CLOSE INCIDENT-FILE
           ADD 1 TO WS-NEW-INCIDENTS

           OPEN EXTEND FLAG-FILE
           IF WS-FLAG-STATUS NOT = "00"
               CLOSE FLAG-FILE
               OPEN OUTPUT FLAG-FILE
           END-IF
           MOVE SPACES TO FLAG-REC
           STRING GA-COPY DELIMITED BY SIZE ","
                  CP-BARCODE(COPY-MATCH-IDX) DELIMITED BY SIZE ","
                  GA-DATE DELIMITED BY SIZE ","
                  "GATE" DELIMITED BY SIZE ","
                  WS-IN-ID-X DELIMITED BY SIZE
               INTO FLAG-REC
           WRITE FLAG-REC
           CLOSE FLAG-FILE
           IF FLAG-CNT < 1000
               ADD 1 TO FLAG-CNT
               MOVE GA-COPY TO FL-COPY(FLAG-CNT)
               MOVE WS-IN-ID-X TO FL-REF(FLAG-CNT)
           END-IF
           DISPLAY "   Possible theft: copy " GA-COPY " ("
               FUNCTION TRIM(GA-BARCODE) ") at "
               FUNCTION TRIM(GA-BRANCH) " " GA-TIME
               " -- incident " WS-IN-ID-X.

      *-----------------------------------------------------------------
       WRITE-FIX-ROW.
           OPEN EXTEND FIX-FILE
           IF WS-FIX-STATUS NOT = "00"
               CLOSE FIX-FILE
               OPEN OUTPUT FIX-FILE
           END-IF
           MOVE SPACES TO FIX-REC
           STRING GA-DATE DELIMITED BY SIZE ","
                  GA-TIME DELIMITED BY SIZE ","
                  FUNCTION TRIM(GA-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(GA-GATE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(GA-BARCODE) DELIMITED BY SIZE ","
                  GA-COPY DELIMITED BY SIZE ","
                  GA-BOOK DELIMITED BY SIZE ","
                  LN-TRAN(LOAN-MATCH-IDX) DELIMITED BY SIZE ","
                  FUNCTION TRIM(LN-OPERATOR(LOAN-MATCH-IDX))
                      DELIMITED BY SIZE ","
                  FUNCTION TRIM(LN-BRANCH(LOAN-MATCH-IDX))
                      DELIMITED BY SIZE
               INTO FIX-REC
           WRITE FIX-REC
           CLOSE FIX-FILE.

      *-----------------------------------------------------------------
       WRITE-HISTORY-ROW.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE SPACES TO HISTORY-REC
           STRING GA-DATE DELIMITED BY SIZE ","
                  GA-TIME DELIMITED BY SIZE ","
                  FUNCTION TRIM(GA-BRANCH) DELIMITED BY SIZE ","
                  FUNCTION TRIM(GA-GATE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(GA-BARCODE) DELIMITED BY SIZE ","
                  FUNCTION TRIM(GA-CLASS) DELIMITED BY SIZE ","
                  GA-COPY DELIMITED BY SIZE ","
                  GA-BOOK DELIMITED BY SIZE ","
                  GA-REF DELIMITED BY SIZE
               INTO HISTORY-REC
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE.

      *-----------------------------------------------------------------
      *> The last seven days off gate_alarm_history.csv: alarms by
      *> branch and hour, then the day-by-day line-up of possible
      *> thefts against ReconcileBooks' mismatch counts.
       WEEKLY-ALARM-REPORT.
           MOVE 0 TO BR-CNT
           INITIALIZE BRANCH-TABLE
           INITIALIZE DAY-TABLE
           MOVE 0 TO WS-WEEK-ALARMS
           MOVE 0 TO WS-WEEK-THEFT
           PERFORM VARYING DY-IDX FROM 1 BY 1 UNTIL DY-IDX > 7
               COMPUTE DY-INT(DY-IDX) = SYS-DATE-INT - 7 + DY-IDX
               COMPUTE WS-WORK-RAW =
                   FUNCTION DATE-OF-INTEGER(DY-INT(DY-IDX))
               STRING WS-WORK-RAW(7:2) DELIMITED BY SIZE "-"
                      WS-WORK-RAW(5:2) DELIMITED BY SIZE "-"
                      WS-WORK-RAW(1:4) DELIMITED BY SIZE
                   INTO DY-DATE(DY-IDX)
               MOVE 'N' TO DY-HAS-RECON(DY-IDX)
           END-PERFORM
           MOVE DY-DATE(1) TO WS-WEEK-START

           MOVE 'N' TO FILE-END
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ HISTORY-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM TALLY-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

      *> The last ReconcileBooks run of each day stands for that day.
           MOVE 'N' TO FILE-END
           OPEN INPUT RECON-FILE
           IF WS-RECON-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ RECON-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO RC-MISMATCH
                           UNSTRING RECON-REC DELIMITED BY ","
                               INTO RC-DATE, RC-CHECKED, RC-SKIPPED,
                                    RC-MISMATCH
                           PERFORM VARYING DY-IDX FROM 1 BY 1
                               UNTIL DY-IDX > 7
                               IF DY-DATE(DY-IDX) = RC-DATE
                                   AND FUNCTION TRIM(RC-MISMATCH)
                                       IS NUMERIC
                                   MOVE FUNCTION NUMVAL(RC-MISMATCH)
                                       TO DY-RECON(DY-IDX)
                                   MOVE 'Y' TO DY-HAS-RECON(DY-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-LINE
           STRING "GATE ALARMS  week " DELIMITED BY SIZE
                  WS-WEEK-START DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Fix = not desensitised. Theft = no open loan."
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Branch" TO WS-LINE(1:6)
           MOVE "Hour" TO WS-LINE(13:4)
           MOVE "Alarms" TO WS-LINE(20:6)
           MOVE "Fix" TO WS-LINE(30:3)
           MOVE "Theft" TO WS-LINE(36:5)
           MOVE "Unknown" TO WS-LINE(43:7)
           PERFORM EMIT-LINE
           IF BR-CNT = 0
               MOVE "(no gate alarms this week)" TO WS-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               PERFORM VARYING HR-IDX FROM 1 BY 1 UNTIL HR-IDX > 24
                   COMPUTE WS-HOUR-TOTAL =
                       BH-FIX(BR-IDX, HR-IDX)
                       + BH-THEFT(BR-IDX, HR-IDX)
                       + BH-UNKNOWN(BR-IDX, HR-IDX)
                   IF WS-HOUR-TOTAL > 0
                       PERFORM EMIT-HOUR-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Possible thefts against ReconcileBooks mismatches"
               TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           MOVE "Date" TO WS-LINE(1:4)
           MOVE "Alarms" TO WS-LINE(14:6)
           MOVE "Theft" TO WS-LINE(23:5)
           MOVE "Recon mismatches" TO WS-LINE(31:16)
           PERFORM EMIT-LINE
           MOVE 0 TO WS-THEFT-DAYS
           MOVE 0 TO WS-BOTH-DAYS
           PERFORM VARYING DY-IDX FROM 1 BY 1 UNTIL DY-IDX > 7
               PERFORM EMIT-DAY-LINE
           END-PERFORM
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-WEEK-ALARMS TO WS-COUNT-ED
           MOVE WS-WEEK-THEFT TO WS-THEFT-ED
           MOVE SPACES TO WS-LINE
           STRING "Week: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                  " alarm(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-THEFT-ED) DELIMITED BY SIZE
                  " possible theft(s)." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-BOTH-DAYS TO WS-FIX-ED
           MOVE WS-THEFT-DAYS TO WS-UNKNOWN-ED
           MOVE SPACES TO WS-LINE
           STRING "Days with possible thefts: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNKNOWN-ED) DELIMITED BY SIZE
                  ", of which " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIX-ED) DELIMITED BY SIZE
                  " also had reconcile mismatches." DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           CLOSE PRINT-FILE

           MOVE "ADD " TO WS-PS-ACTION
           MOVE "../gate_alarm_report.txt" TO WS-PS-SOURCE
           MOVE "GATEALARM" TO WS-PS-KIND
           CALL 'PrintSpool' USING WS-PS-ACTION, WS-PS-SOURCE,
               WS-PS-KIND, WS-PS-JOB
           DISPLAY "Report written to gate_alarm_report.txt.".

      *-----------------------------------------------------------------
      *> One history row into its branch/hour cell and its day, if it
      *> falls inside the week.
       TALLY-HISTORY-ROW.
           MOVE SPACES TO HS-TIME
           MOVE SPACES TO HS-CLASS
           UNSTRING HISTORY-REC DELIMITED BY ","
               INTO HS-DATE, HS-TIME, HS-BRANCH, HS-GATE, HS-BARCODE,
                    HS-CLASS, HS-COPY, HS-BOOK, HS-REF
           MOVE 0 TO DY-IDX
           PERFORM VARYING DY-SCAN FROM 1 BY 1 UNTIL DY-SCAN > 7
               IF DY-DATE(DY-SCAN) = HS-DATE
                   MOVE DY-SCAN TO DY-IDX
               END-IF
           END-PERFORM
           IF DY-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF HS-TIME(1:2) IS NUMERIC
               MOVE HS-TIME(1:2) TO WS-HOUR-N
           ELSE
               MOVE 0 TO WS-HOUR-N
           END-IF
           IF WS-HOUR-N > 23
               MOVE 0 TO WS-HOUR-N
           END-IF
           COMPUTE HR-IDX = WS-HOUR-N + 1

           MOVE 0 TO BR-MATCH-IDX
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-CNT
               IF BR-CODE(BR-IDX) = HS-BRANCH
                   MOVE BR-IDX TO BR-MATCH-IDX
               END-IF
           END-PERFORM
           IF BR-MATCH-IDX = 0
               IF BR-CNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BR-CNT
               MOVE HS-BRANCH TO BR-CODE(BR-CNT)
               MOVE BR-CNT TO BR-MATCH-IDX
           END-IF

           ADD 1 TO DY-ALARMS(DY-IDX)
           ADD 1 TO WS-WEEK-ALARMS
           EVALUATE FUNCTION TRIM(HS-CLASS)
               WHEN "FIX"
                   ADD 1 TO BH-FIX(BR-MATCH-IDX, HR-IDX)
               WHEN "THEFT"
                   ADD 1 TO BH-THEFT(BR-MATCH-IDX, HR-IDX)
                   ADD 1 TO DY-THEFT(DY-IDX)
                   ADD 1 TO WS-WEEK-THEFT
               WHEN OTHER
                   ADD 1 TO BH-UNKNOWN(BR-MATCH-IDX, HR-IDX)
           END-EVALUATE.

      *-----------------------------------------------------------------
       EMIT-HOUR-LINE.
           MOVE SPACES TO WS-LINE
           MOVE BR-CODE(BR-IDX) TO WS-LINE(1:10)
           COMPUTE WS-HOUR-ED = HR-IDX - 1
           MOVE WS-HOUR-ED TO WS-LINE(13:2)
           MOVE ":00" TO WS-LINE(15:3)
           MOVE WS-HOUR-TOTAL TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-LINE(22:4)
           MOVE BH-FIX(BR-IDX, HR-IDX) TO WS-FIX-ED
           MOVE WS-FIX-ED TO WS-LINE(29:4)
           MOVE BH-THEFT(BR-IDX, HR-IDX) TO WS-THEFT-ED
           MOVE WS-THEFT-ED TO WS-LINE(37:4)
           MOVE BH-UNKNOWN(BR-IDX, HR-IDX) TO WS-UNKNOWN-ED
           MOVE WS-UNKNOWN-ED TO WS-LINE(46:4)
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
       EMIT-DAY-LINE.
           MOVE SPACES TO WS-LINE
           MOVE DY-DATE(DY-IDX) TO WS-LINE(1:10)
           MOVE DY-ALARMS(DY-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO WS-LINE(16:4)
           MOVE DY-THEFT(DY-IDX) TO WS-THEFT-ED
           MOVE WS-THEFT-ED TO WS-LINE(24:4)
           IF DY-HAS-RECON(DY-IDX) = 'Y'
               MOVE DY-RECON(DY-IDX) TO WS-RECON-ED
               MOVE WS-RECON-ED TO WS-LINE(31:5)
           ELSE
               MOVE "(no run)" TO WS-LINE(31:8)
           END-IF
           IF DY-THEFT(DY-IDX) > 0
               ADD 1 TO WS-THEFT-DAYS
               IF DY-HAS-RECON(DY-IDX) = 'Y'
                   AND DY-RECON(DY-IDX) > 0
                   ADD 1 TO WS-BOTH-DAYS
                   MOVE "<- both" TO WS-LINE(41:7)
               END-IF
           END-IF
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------------
       EMIT-LINE.
           MOVE WS-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF USER-CHOICE NOT = 99
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-IF.

      *-----------------------------------------------------------------
      *> Every loan that went through the gates still sensitised,
      *> with the operator and branch that issued it, so the station
      *> can be checked.
       LIST-FIX-LIST.
           MOVE 0 TO WS-FIX-LISTED
           MOVE 'N' TO FILE-END
           OPEN INPUT FIX-FILE
           IF WS-FIX-STATUS NOT = "00"
               DISPLAY "The fix list is empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Alarm date/time     Gate          Copy   Tran  "
               "Issued by  at"
           PERFORM UNTIL FILE-END = 'Y'
               READ FIX-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FX-OPERATOR
                       MOVE SPACES TO FX-LOAN-BRANCH
                       UNSTRING FIX-REC DELIMITED BY ","
                           INTO FX-DATE, FX-TIME, FX-BRANCH, FX-GATE,
                                FX-BARCODE, FX-COPY, FX-BOOK, FX-TRAN,
                                FX-OPERATOR, FX-LOAN-BRANCH
                       ADD 1 TO WS-FIX-LISTED
                       DISPLAY FX-DATE " " FX-TIME " "
                           FX-BRANCH(1:6) " " FX-GATE " "
                           FX-COPY " " FX-TRAN " " FX-OPERATOR " "
                           FUNCTION TRIM(FX-LOAN-BRANCH)
               END-READ
           END-PERFORM
           CLOSE FIX-FILE
           DISPLAY WS-FIX-LISTED " alarm(s) on copies that were "
               "properly checked out.".

      *-----------------------------------------------------------------
       LOAD-COPY-FILE.
           MOVE 0 TO COPY-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT COPY-FILE
           IF WS-COPY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ COPY-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF COPY-CNT < 2000
                           ADD 1 TO COPY-CNT
                           UNSTRING COPY-REC DELIMITED BY ","
                               INTO CP-BOOK-ID(COPY-CNT),
                                    CP-COPY-ID(COPY-CNT),
                                    CP-BARCODE(COPY-CNT),
                                    CP-CONDITION(COPY-CNT),
                                    CP-STATUS(COPY-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPY-FILE.

      *-----------------------------------------------------------------
       LOAD-OPEN-LOANS.
           MOVE 0 TO LOAN-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO F-CPID
                       MOVE SPACES TO F-BRANCH
                       MOVE SPACES TO F-OPID
                       UNSTRING LOG-REC DELIMITED BY ","
                           INTO F-ID, F-MID, F-BID, F-SDT, F-EDT,
                                F-DUE, F-RDT, F-CPID, F-BRANCH, F-OPID
                       IF FUNCTION TRIM(F-RDT) = SPACE
                           AND FUNCTION TRIM(F-CPID) NOT = SPACE
                           AND LOAN-CNT < 2000
                           ADD 1 TO LOAN-CNT
                           MOVE F-ID TO LN-TRAN(LOAN-CNT)
                           MOVE F-CPID TO LN-COPY(LOAN-CNT)
                           MOVE F-BRANCH TO LN-BRANCH(LOAN-CNT)
                           MOVE F-OPID TO LN-OPERATOR(LOAN-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *-----------------------------------------------------------------
       LOAD-FLAG-FILE.
           MOVE 0 TO FLAG-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT FLAG-FILE
           IF WS-FLAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FLAG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO FL-IN-REF
                       UNSTRING FLAG-REC DELIMITED BY ","
                           INTO FL-IN-COPY, FL-IN-BARCODE, FL-IN-DATE,
                                FL-IN-SOURCE, FL-IN-REF
                       IF FLAG-CNT < 1000
                           ADD 1 TO FLAG-CNT
                           MOVE FL-IN-COPY TO FL-COPY(FLAG-CNT)
                           MOVE FL-IN-REF TO FL-REF(FLAG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLAG-FILE.

      *-----------------------------------------------------------------
       SCAN-MAX-INCIDENT-ID.
           MOVE 0 TO MAX-INCIDENT-ID
           MOVE 'N' TO WS-INCIDENTS-EXIST
           MOVE 'N' TO FILE-END
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-INCIDENTS-EXIST
           PERFORM UNTIL FILE-END = 'Y'
               READ INCIDENT-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING INCIDENT-REC DELIMITED BY ","
                           INTO WS-IN-ID-X
                       IF WS-IN-ID-X NUMERIC
                           MOVE WS-IN-ID-X TO WS-IN-ID-N
                           IF WS-IN-ID-N > MAX-INCIDENT-ID
                               MOVE WS-IN-ID-N TO MAX-INCIDENT-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE.

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

       END PROGRAM GateAlarms.
