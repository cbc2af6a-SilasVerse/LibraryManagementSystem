      * (Updated by Silas): MISC receipts (photocopies, printing --
      *            see MiscCharge) get their own collection line so
      *            copier money stops inflating the fine figures.
      * (Updated by Silas): Digital loans (DigitalLending's
      *            digital_loans.csv) get their own lines -- started
      *            today, ended today, still running -- and trail the
      *            circulation_summary.csv row as three new columns.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RECEIPT-FILE ASSIGN TO "../receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT DLOAN-FILE ASSIGN TO "../digital_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOAN-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "../circulation_summary.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-STATUS.
       FD  RECEIPT-FILE.
       01  RECEIPT-LINE    PIC X(200).

       FD  DLOAN-FILE.
       01  DLOAN-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  FLG-EOF         PIC X VALUE 'N'.
      *> alarm for the two-hour laptops.
       01  WS-EQUIP-OUT        PIC 9(4) VALUE 0.

      *> Digital circulation from DigitalLending's digital_loans.csv,
      *> kept apart from the print figures above -- a licence seat
      *> is not a book across the desk.
       01  WS-DLOAN-STATUS     PIC XX.
       01  WS-DIGITAL-TODAY    PIC 9(5) VALUE 0.
       01  WS-DIGITAL-ENDED    PIC 9(5) VALUE 0.
       01  WS-DIGITAL-OPEN     PIC 9(5) VALUE 0.
       01  DG-ID               PIC X(5).
       01  DG-LICENCE          PIC X(5).
       01  DG-BOOK             PIC X(5).
       01  DG-FORMAT           PIC X(5).
       01  DG-MEMBER           PIC X(5).
       01  DG-START            PIC X(10).
       01  DG-END              PIC X(10).
       01  DG-STATUS           PIC X(8).
       01  DG-CLOSED           PIC X(10).

      *> Peak-hour figure from the time stamps on today's rows.
       01  HOUR-COUNTS.
           05 HOUR-COUNT OCCURS 24 TIMES PIC 9(5).
           PERFORM LOAD-LOG-FILE
           PERFORM SUMMARIZE-CIRCULATION
           PERFORM SUMMARIZE-FINES
           PERFORM SUMMARIZE-DIGITAL
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-SUMMARY-ROW
           IF WS-NARG > 1
               CLOSE RECEIPT-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> Digital loans started today, ended today (expired or handed
      *> back early) and still running. No digital_loans.csv means
      *> no digital lending yet.
       SUMMARIZE-DIGITAL.
           MOVE 0 TO WS-DIGITAL-TODAY
           MOVE 0 TO WS-DIGITAL-ENDED
           MOVE 0 TO WS-DIGITAL-OPEN
           MOVE 'N' TO FLG-EOF
           OPEN INPUT DLOAN-FILE
           IF WS-DLOAN-STATUS = "00"
               PERFORM UNTIL FLG-EOF = 'Y'
                   READ DLOAN-FILE
                       AT END
                           MOVE 'Y' TO FLG-EOF
                       NOT AT END
                           MOVE SPACES TO DG-CLOSED
                           UNSTRING DLOAN-LINE DELIMITED BY ","
                               INTO DG-ID, DG-LICENCE, DG-BOOK,
                               DG-FORMAT, DG-MEMBER, DG-START,
                               DG-END, DG-STATUS, DG-CLOSED
                           IF DG-START = WS-TODAY-DISPLAY
                               ADD 1 TO WS-DIGITAL-TODAY
                           END-IF
                           IF DG-CLOSED = WS-TODAY-DISPLAY
                               ADD 1 TO WS-DIGITAL-ENDED
                           END-IF
                           IF FUNCTION TRIM(DG-STATUS) = "ACTIVE"
                               ADD 1 TO WS-DIGITAL-OPEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLOAN-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> A VOID reversal comes back out of the bucket named in its
      *> column-12 original document type (blank on a legacy row
               DISPLAY "Payments voided today  : " WS-VOID-CNT
                   " for " WS-VOID-AMT " MMK (netted out above)"
           END-IF
           DISPLAY "Digital loans today    : " WS-DIGITAL-TODAY
           DISPLAY "Digital loans ended    : " WS-DIGITAL-ENDED
           DISPLAY "Digital loans running  : " WS-DIGITAL-OPEN
           IF WS-PEAK-COUNT > 0
               DISPLAY "Busiest hour today     : " WS-PEAK-HOUR
                   ":00-" WS-PEAK-HOUR ":59 ("
                  WS-FINES-PAID-AMT     DELIMITED BY SIZE ","
                  WS-INLIB-TODAY        DELIMITED BY SIZE ","
                  WS-MISC-PAID-CNT      DELIMITED BY SIZE ","
                  WS-MISC-PAID-AMT      DELIMITED BY SIZE ","
                  WS-DIGITAL-TODAY      DELIMITED BY SIZE ","
                  WS-DIGITAL-ENDED      DELIMITED BY SIZE ","
                  WS-DIGITAL-OPEN       DELIMITED BY SIZE
               INTO SUMMARY-LINE
           WRITE SUMMARY-LINE
           CLOSE SUMMARY-FILE.
