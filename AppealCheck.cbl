      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared open-appeal lookup over fine_appeals.csv, the
      *          same shape as BanCheck over incidents.csv. A fine
      *          the member has appealed through FineAppeal is on
      *          hold until a supervisor records the outcome in
      *          ApprovalQueue; this reports whether the fine.csv row
      *          has an OPEN appeal, so the fine-cap checks
      *          (BorrowBook, SelfCheck, DigitalLending, Lockers,
      *          OfflineReplay, WebHolds) leave it out of the sum and
      *          FineAging neither ages nor refers it. A missing
      *          fine_appeals.csv reports 'N' -- nothing under appeal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AppealCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPEAL-FILE ASSIGN TO '../fine_appeals.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-appeal-status.

       DATA DIVISION.
       FILE SECTION.
       FD  APPEAL-FILE.
       01  APPEAL-REC              PIC X(200).

       WORKING-STORAGE SECTION.
       01  ws-appeal-status        PIC XX.
       01  ws-eof                  PIC X VALUE 'N'.
       01  ap-id                   PIC X(5).
       01  ap-fine-id              PIC X(5).
       01  ap-member               PIC X(5).
       01  ap-reason               PIC X(10).
       01  ap-balance              PIC X(6).
       01  ap-grounds              PIC X(40).
       01  ap-lodged               PIC X(10).
       01  ap-lodged-by            PIC X(10).
       01  ap-status               PIC X(9).

       LINKAGE SECTION.
      *> AC-OPEN 'Y' when the fine has an OPEN appeal on file; 'N'
      *> otherwise.
       01  AC-FINE-ID              PIC X(5).
       01  AC-OPEN                 PIC X.

       PROCEDURE DIVISION USING AC-FINE-ID, AC-OPEN.
       0000-MAIN-PROCEDURE.
           MOVE 'N' TO AC-OPEN
           MOVE 'N' TO ws-eof
           IF AC-FINE-ID = SPACES
               GOBACK
           END-IF
           OPEN INPUT APPEAL-FILE
           IF ws-appeal-status NOT = "00"
               GOBACK
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ APPEAL-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO ap-status
                       UNSTRING APPEAL-REC DELIMITED BY ","
                           INTO ap-id, ap-fine-id, ap-member,
                                ap-reason, ap-balance, ap-grounds,
                                ap-lodged, ap-lodged-by, ap-status
                       IF ap-fine-id = AC-FINE-ID
                           AND FUNCTION TRIM(ap-status) = "OPEN"
                           MOVE 'Y' TO AC-OPEN
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPEAL-FILE
           GOBACK.

       END PROGRAM AppealCheck.
