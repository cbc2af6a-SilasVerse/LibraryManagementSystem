      *            one in scan order, and a step backwards is a
      *            mis-shelved book, reported alongside the
      *            missing ones.
      * (Updated by Silas): Copies GateAlarms flagged as possible
      *            thefts (stocktake_flags.csv) are reported as found
      *            or still gone; a flag whose copy the scan saw is
      *            cleared.
      * Purpose: Physical inventory check at barcode level. Staff scan
      *          the shelves into a capture file (one CP-BARCODE per
      *          line); this program compares the scan against
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../stocktake_report.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Copies GateAlarms flagged as possible thefts.
           SELECT FLAG-FILE ASSIGN TO "../stocktake_flags.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(200).

       FD  FLAG-FILE.
       01  FLAG-REC        PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-SCAN-STATUS    PIC XX.
       01  WS-COPY-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-FLAG-STATUS    PIC XX.
       01  FILE-END          PIC X VALUE 'N'.

       01  WS-TODAY-RAW      PIC 9(8).
       01  WS-THIS-CALLNO    PIC X(12) VALUE SPACES.
       01  WS-MISSHELF-CNT   PIC 9(4) VALUE 0.

      *> Possible thefts flagged by GateAlarms. A flagged copy the
      *> scan sees is accounted for and its flag is cleared; one it
      *> doesn't see stays flagged for the next count.
       01  FLAG-TABLE.
           05 FLAG-ENTRY OCCURS 1000 TIMES.
               10 FL-COPY       PIC X(6).
               10 FL-BARCODE    PIC X(12).
               10 FL-DATE       PIC X(10).
               10 FL-SOURCE     PIC X(6).
               10 FL-REF        PIC X(5).
               10 FL-SEEN       PIC X.
       01  FLAG-CNT          PIC 9(4) VALUE 0.
       01  FLAG-IDX          PIC 9(4) VALUE 0.
       01  WS-FLAG-SEEN-CNT  PIC 9(4) VALUE 0.
       01  WS-FLAG-GONE-CNT  PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           PERFORM REPORT-MISSING-COPIES
           PERFORM REPORT-WRONGLY-PRESENT
           PERFORM REPORT-UNKNOWN-BARCODES
           PERFORM REPORT-FLAGGED-COPIES
           CLOSE REPORT-FILE

           DISPLAY "----------------------------------------------"
           DISPLAY "Missing from shelf      : " WS-MISSING-CNT
           DISPLAY "Present but out on loan : " WS-WRONG-CNT
           DISPLAY "Scanned, not on file    : " WS-UNKNOWN-CNT
           DISPLAY "Gate-flagged, still gone: " WS-FLAG-GONE-CNT
           DISPLAY "Full detail written to stocktake_report.csv"
           DISPLAY "==============================================".
       ENDER.
               DISPLAY "   (none)"
           END-IF.

      *-----------------------------------------------------------------
      *> Copies that set the exit gates off with no loan on them.
      *> Seen on the shelf, the alarm was a false one (or the book
      *> came back) and the flag is cleared; not seen, it is still a
      *> possible theft and stays flagged.
       REPORT-FLAGGED-COPIES.
           MOVE 0 TO WS-FLAG-SEEN-CNT
           MOVE 0 TO WS-FLAG-GONE-CNT
           PERFORM LOAD-FLAG-FILE
           IF FLAG-CNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "-- Copies flagged by the security gates --"
           PERFORM VARYING FLAG-IDX FROM 1 BY 1
               UNTIL FLAG-IDX > FLAG-CNT
               MOVE 'N' TO FL-SEEN(FLAG-IDX)
               PERFORM VARYING COPY-IDX FROM 1 BY 1
                   UNTIL COPY-IDX > COPY-CNT
                   IF CP-COPY-ID(COPY-IDX) = FL-COPY(FLAG-IDX)
                       AND CP-SEEN(COPY-IDX) = 'Y'
                       MOVE 'Y' TO FL-SEEN(FLAG-IDX)
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-REC
               IF FL-SEEN(FLAG-IDX) = 'Y'
                   ADD 1 TO WS-FLAG-SEEN-CNT
                   DISPLAY "   " FL-BARCODE(FLAG-IDX) " copy "
                       FL-COPY(FLAG-IDX) " flagged "
                       FL-DATE(FLAG-IDX) " (incident "
                       FL-REF(FLAG-IDX) ") -- found on the shelf"
                   STRING WS-TODAY-DISPLAY DELIMITED BY SIZE
                          ",GATE-FOUND," DELIMITED BY SIZE
                          FL-BARCODE(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-COPY(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-DATE(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-REF(FLAG-IDX) DELIMITED BY SIZE
                       INTO REPORT-REC
               ELSE
                   ADD 1 TO WS-FLAG-GONE-CNT
                   DISPLAY "   " FL-BARCODE(FLAG-IDX) " copy "
                       FL-COPY(FLAG-IDX) " flagged "
                       FL-DATE(FLAG-IDX) " (incident "
                       FL-REF(FLAG-IDX) ") -- NOT on the shelf"
                   STRING WS-TODAY-DISPLAY DELIMITED BY SIZE
                          ",GATE-GONE," DELIMITED BY SIZE
                          FL-BARCODE(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-COPY(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-DATE(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-REF(FLAG-IDX) DELIMITED BY SIZE
                       INTO REPORT-REC
               END-IF
               WRITE REPORT-REC
           END-PERFORM
           IF WS-FLAG-SEEN-CNT > 0
               PERFORM REWRITE-FLAG-FILE
           END-IF.

      *-----------------------------------------------------------------
       LOAD-FLAG-FILE.
           MOVE 'N' TO FILE-END
           MOVE 0 TO FLAG-CNT
           OPEN INPUT FLAG-FILE
           IF WS-FLAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FLAG-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF FUNCTION TRIM(FLAG-REC) NOT = SPACE
                           AND FLAG-CNT < 1000
                           ADD 1 TO FLAG-CNT
                           MOVE SPACES TO FL-REF(FLAG-CNT)
                           UNSTRING FLAG-REC DELIMITED BY ","
                               INTO FL-COPY(FLAG-CNT),
                                    FL-BARCODE(FLAG-CNT),
                                    FL-DATE(FLAG-CNT),
                                    FL-SOURCE(FLAG-CNT),
                                    FL-REF(FLAG-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLAG-FILE.

      *-----------------------------------------------------------------
       REWRITE-FLAG-FILE.
           OPEN OUTPUT FLAG-FILE
           PERFORM VARYING FLAG-IDX FROM 1 BY 1
               UNTIL FLAG-IDX > FLAG-CNT
               IF FL-SEEN(FLAG-IDX) NOT = 'Y'
                   MOVE SPACES TO FLAG-REC
                   STRING FL-COPY(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-BARCODE(FLAG-IDX) DELIMITED BY SIZE ","
                          FL-DATE(FLAG-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(FL-SOURCE(FLAG-IDX))
                              DELIMITED BY SIZE ","
                          FL-REF(FLAG-IDX) DELIMITED BY SIZE
                       INTO FLAG-REC
                   WRITE FLAG-REC
               END-IF
           END-PERFORM
           CLOSE FLAG-FILE.

       END PROGRAM StockTake.
