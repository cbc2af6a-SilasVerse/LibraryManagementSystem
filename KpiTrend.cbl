      *          the nightly chain (USER-CHOICE 99); a second
      *          snapshot the same day replaces that day's row.
      * Tectonics: cobc
      * (Updated by Silas): Digital loans running (DigitalLending's
      *            digital_loans.csv) are an eighth kpi_history.csv
      *            column and a trend line of their own; older rows read
      *            it as zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KpiTrend IS INITIAL.
           SELECT COPY-FILE ASSIGN TO "../bookcopies.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT DLOAN-FILE ASSIGN TO "../digital_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT KPI-FILE ASSIGN TO "../kpi_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.
       01  MEMBER-REC      PIC X(200).
       FD  COPY-FILE.
       01  COPY-REC        PIC X(200).
       FD  DLOAN-FILE.
       01  DLOAN-REC       PIC X(120).
       FD  KPI-FILE.
       01  KPI-REC         PIC X(120).

       01  WS-UNPAID-TOTAL   PIC 9(8) VALUE 0.
       01  WS-ACTIVE-MEMBERS PIC 9(5) VALUE 0.
       01  WS-AVAIL-COPIES   PIC 9(5) VALUE 0.
      *> Digital loans running (DigitalLending), apart from the
      *> print open-loan figure.
       01  WS-DIGITAL-OPEN   PIC 9(5) VALUE 0.

      *> One row of whichever file is being counted.
       01  WS-F01            PIC X(40).
               10 KP-UNPAID   PIC 9(8).
               10 KP-MEMBERS  PIC 9(5).
               10 KP-COPIES   PIC 9(5).
               10 KP-DIGITAL  PIC 9(5).
       01  KPI-CNT           PIC 9(4) VALUE 0.
       01  KPI-IDX           PIC 9(4) VALUE 0.

       01  WS-PRI-HOLDS      PIC 9(8) VALUE 0.
       01  WS-CUR-UNPAID     PIC 9(10) VALUE 0.
       01  WS-PRI-UNPAID     PIC 9(10) VALUE 0.
       01  WS-CUR-DIGITAL    PIC 9(8) VALUE 0.
       01  WS-PRI-DIGITAL    PIC 9(8) VALUE 0.
       01  WS-AVG-CUR        PIC 9(8) VALUE 0.
       01  WS-AVG-PRI        PIC 9(8) VALUE 0.

           PERFORM COUNT-UNPAID-FINES
           PERFORM COUNT-ACTIVE-MEMBERS
           PERFORM COUNT-AVAILABLE-COPIES
           PERFORM COUNT-DIGITAL-LOANS

      *> History past the table is appended, never rewritten -- a
      *> rewrite from the truncated load would delete the oldest
                   MOVE WS-UNPAID-TOTAL TO KP-UNPAID(KPI-CNT)
                   MOVE WS-ACTIVE-MEMBERS TO KP-MEMBERS(KPI-CNT)
                   MOVE WS-AVAIL-COPIES TO KP-COPIES(KPI-CNT)
                   MOVE WS-DIGITAL-OPEN TO KP-DIGITAL(KPI-CNT)
               END-IF
               PERFORM REWRITE-KPI-HISTORY
           END-IF
               WS-OPEN-LOANS ", overdue " WS-OVERDUE ", holds "
               WS-HOLDS-OPEN ", unpaid " WS-UNPAID-TOTAL
               " MMK, members " WS-ACTIVE-MEMBERS ", copies "
               WS-AVAIL-COPIES ", digital loans " WS-DIGITAL-OPEN
               ".".

      *-----------------------------------------------------------------
       COUNT-LOANS.
           END-PERFORM
           CLOSE COPY-FILE.

      *-----------------------------------------------------------------
       COUNT-DIGITAL-LOANS.
           MOVE 0 TO WS-DIGITAL-OPEN
           MOVE 'N' TO FILE-END
           OPEN INPUT DLOAN-FILE
           IF WS-IO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DLOAN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO WS-F08
                       UNSTRING DLOAN-REC DELIMITED BY ","
                           INTO WS-F01, WS-F02, WS-F03, WS-F04,
                                WS-F05, WS-F06, WS-F07, WS-F08
                       IF FUNCTION TRIM(WS-F08) = "ACTIVE"
                           ADD 1 TO WS-DIGITAL-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLOAN-FILE.

      *-----------------------------------------------------------------
      *> Totals over the chosen range against the equal-length
      *> period ending the day before -- shown as per-day averages
           MOVE 0 TO WS-PRI-HOLDS
           MOVE 0 TO WS-CUR-UNPAID
           MOVE 0 TO WS-PRI-UNPAID
           MOVE 0 TO WS-CUR-DIGITAL
           MOVE 0 TO WS-PRI-DIGITAL
           PERFORM VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-CNT
               IF FUNCTION TRIM(KP-DATE(KPI-IDX)) NOT = SPACE
                   IF KP-DATE-INT(KPI-IDX) >= WS-FROM-INT
                       ADD KP-OVERDUE(KPI-IDX) TO WS-CUR-OVERDUE
                       ADD KP-HOLDS(KPI-IDX) TO WS-CUR-HOLDS
                       ADD KP-UNPAID(KPI-IDX) TO WS-CUR-UNPAID
                       ADD KP-DIGITAL(KPI-IDX) TO WS-CUR-DIGITAL
                   END-IF
                   IF KP-DATE-INT(KPI-IDX) >= WS-PRIOR-FROM
                       AND KP-DATE-INT(KPI-IDX) <= WS-PRIOR-TO
                       ADD KP-OVERDUE(KPI-IDX) TO WS-PRI-OVERDUE
                       ADD KP-HOLDS(KPI-IDX) TO WS-PRI-HOLDS
                       ADD KP-UNPAID(KPI-IDX) TO WS-PRI-UNPAID
                       ADD KP-DIGITAL(KPI-IDX) TO WS-PRI-DIGITAL
                   END-IF
               END-IF
           END-PERFORM
           PERFORM AVERAGE-PAIR
           DISPLAY "Unpaid fines MMK : " WS-AVG-CUR " (was "
               WS-AVG-PRI ")"
           MOVE WS-CUR-DIGITAL TO WS-AVG-CUR
           MOVE WS-PRI-DIGITAL TO WS-AVG-PRI
           PERFORM AVERAGE-PAIR
           DISPLAY "Digital loans    : " WS-AVG-CUR " (was "
               WS-AVG-PRI ")"
           DISPLAY "==============================================".

       AVERAGE-PAIR.
                       END-IF
                       IF KPI-CNT < 1000
                           ADD 1 TO KPI-CNT
      *> Rows from before the digital column read it as zero.
                           MOVE 0 TO KP-DIGITAL(KPI-CNT)
                           UNSTRING KPI-REC DELIMITED BY ","
                               INTO KP-DATE(KPI-CNT),
                                    KP-LOANS(KPI-CNT),
                                    KP-HOLDS(KPI-CNT),
                                    KP-UNPAID(KPI-CNT),
                                    KP-MEMBERS(KPI-CNT),
                                    KP-COPIES(KPI-CNT),
                                    KP-DIGITAL(KPI-CNT)
                           IF KP-DIGITAL(KPI-CNT) NOT NUMERIC
                               MOVE 0 TO KP-DIGITAL(KPI-CNT)
                           END-IF
                           MOVE KP-DATE(KPI-CNT) TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           MOVE WS-DATE-OUT-INT
                  WS-HOLDS-OPEN DELIMITED BY SIZE ","
                  WS-UNPAID-TOTAL DELIMITED BY SIZE ","
                  WS-ACTIVE-MEMBERS DELIMITED BY SIZE ","
                  WS-AVAIL-COPIES DELIMITED BY SIZE ","
                  WS-DIGITAL-OPEN DELIMITED BY SIZE
               INTO KPI-REC
           WRITE KPI-REC
           CLOSE KPI-FILE.
                          KP-HOLDS(KPI-IDX) DELIMITED BY SIZE ","
                          KP-UNPAID(KPI-IDX) DELIMITED BY SIZE ","
                          KP-MEMBERS(KPI-IDX) DELIMITED BY SIZE ","
                          KP-COPIES(KPI-IDX) DELIMITED BY SIZE ","
                          KP-DIGITAL(KPI-IDX) DELIMITED BY SIZE
                       INTO KPI-REC
                   WRITE KPI-REC
               END-IF
