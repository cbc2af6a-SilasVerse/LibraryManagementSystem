      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Keeps what HoldEstimate promised when a hold was
      *          placed, so the hold performance report can hold the
      *          estimate up against the day the hold actually went
      *          READY. CALLed by BorrowBook and WebHolds straight
      *          after the new WAITING row is on holds.csv: the
      *          hold's queue position is counted the way HoldManage
      *          counts it (live WAITING/READY rows of the title up to
      *          and including this one), HoldEstimate turns it into
      *          days and a date, and one row goes onto
      *          hold_estimates.csv -- book, member, request date,
      *          position, estimated days, estimated ready date.
      *          Shared so the two places that take holds can't drift
      *          apart on what they record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldEstimateLog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "../holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ESTIMATE-FILE ASSIGN TO "../hold_estimates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTIMATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  ESTIMATE-FILE.
       01  ESTIMATE-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS     PIC XX.
       01  WS-ESTIMATE-STATUS PIC XX.
       01  FILE-END           PIC X VALUE 'N'.
       01  WS-FOUND-OWN       PIC X VALUE 'N'.

       01  HD-BOOK-ID         PIC X(5).
       01  HD-MEMBER-ID       PIC X(5).
       01  HD-REQ-DATE        PIC X(10).
       01  HD-NOTIFIED        PIC X(1).
       01  HD-NOTIFY-DATE     PIC X(10).
       01  HD-STATUS          PIC X(9).

      *> Estimated-ready computation -- see HoldEstimate.
       01  WS-HE-POSITION     PIC 9(4) VALUE 0.
       01  WS-HE-DAYS         PIC 9(4) VALUE 0.
       01  WS-HE-DATE         PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-BOOK-ID         PIC X(5).
       01  LK-MEMBER-ID       PIC X(5).
       01  LK-REQ-DATE        PIC X(10).

       PROCEDURE DIVISION USING LK-BOOK-ID, LK-MEMBER-ID, LK-REQ-DATE.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-COUNT-POSITION
           IF WS-FOUND-OWN NOT = 'Y'
               GOBACK
           END-IF
           CALL 'HoldEstimate' USING LK-BOOK-ID, WS-HE-POSITION,
               WS-HE-DAYS, WS-HE-DATE
           PERFORM 2000-APPEND-ESTIMATE
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-COUNT-POSITION -- live holds on the title down to the
      * member's own WAITING row, which the caller has just written.
      *-----------------------------------------------------------------
       1000-COUNT-POSITION.
           MOVE 0 TO WS-HE-POSITION
           MOVE 'N' TO WS-FOUND-OWN
           MOVE 'N' TO FILE-END
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y' OR WS-FOUND-OWN = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO HD-NOTIFY-DATE HD-STATUS
                       UNSTRING HOLD-REC DELIMITED BY ","
                           INTO HD-BOOK-ID, HD-MEMBER-ID, HD-REQ-DATE,
                                HD-NOTIFIED, HD-NOTIFY-DATE, HD-STATUS
                       IF FUNCTION TRIM(HD-STATUS) = SPACE
                           IF HD-NOTIFIED = "Y"
                               MOVE "READY" TO HD-STATUS
                           ELSE
                               MOVE "WAITING" TO HD-STATUS
                           END-IF
                       END-IF
                       IF HD-BOOK-ID = LK-BOOK-ID
                           AND (FUNCTION TRIM(HD-STATUS) = "WAITING"
                             OR FUNCTION TRIM(HD-STATUS) = "READY")
                           ADD 1 TO WS-HE-POSITION
                           IF HD-MEMBER-ID = LK-MEMBER-ID
                               AND FUNCTION TRIM(HD-STATUS) = "WAITING"
                               MOVE 'Y' TO WS-FOUND-OWN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *-----------------------------------------------------------------
      * 2000-APPEND-ESTIMATE -- book,member,request date,position,
      * estimated days,estimated ready date.
      *-----------------------------------------------------------------
       2000-APPEND-ESTIMATE.
           OPEN EXTEND ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS NOT = "00"
               OPEN OUTPUT ESTIMATE-FILE
           END-IF
           MOVE SPACES TO ESTIMATE-REC
           STRING LK-BOOK-ID DELIMITED BY SIZE ","
                  LK-MEMBER-ID DELIMITED BY SIZE ","
                  LK-REQ-DATE DELIMITED BY SIZE ","
                  WS-HE-POSITION DELIMITED BY SIZE ","
                  WS-HE-DAYS DELIMITED BY SIZE ","
                  WS-HE-DATE DELIMITED BY SIZE
               INTO ESTIMATE-REC
           WRITE ESTIMATE-REC
           CLOSE ESTIMATE-FILE.

       END PROGRAM HoldEstimateLog.
