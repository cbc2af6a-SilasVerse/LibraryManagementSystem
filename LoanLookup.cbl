      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Keyed access to log.csv through loans.idx (see
      *          BuildLoanIndex), so a desk transaction that only
      *          wants one member's or one title's loans reads those
      *          rows directly instead of passing over the whole loan
      *          history. Actions (LL-ACTION):
      *            "MOPN" / "MALL" -- start a browse of member LL-KEY's
      *                      open loans / all loans; first row back
      *            "BOPN" / "BALL" -- the same for book LL-KEY
      *            "NEXT" -- the next row of the browse in progress
      *            "TRAN" -- the one row for transaction LL-KEY
      *            "PUT " -- add or replace the row in LL-LINE, after
      *                      the caller has written it to log.csv
      *            "CLOS" -- end a browse early
      *          LL-RESULT comes back 'Y' with a row in LL-LINE, 'N'
      *          when there is no (further) row, or 'U' when the index
      *          can't be had at all -- the caller then reads log.csv
      *          the old way, so nothing ever depends on loans.idx
      *          being present. A missing index is built once, here,
      *          on the first read that wants it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LoanLookup.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-IDX-FILE ASSIGN TO "../loans.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-TRAN-ID
               ALTERNATE RECORD KEY IS IDX-MEMBER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDX-BOOK-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  LOAN-IDX-FILE.
       01  LOAN-IDX-RECORD.
           05 IDX-TRAN-ID       PIC X(5).
           05 IDX-MEMBER-KEY.
               10 IDX-MEMBER-ID     PIC X(5).
               10 IDX-MEMBER-OPEN   PIC X.
           05 IDX-BOOK-KEY.
               10 IDX-BOOK-ID       PIC X(5).
               10 IDX-BOOK-OPEN     PIC X.
           05 IDX-LOAN-LINE     PIC X(200).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-IDX-STATUS        PIC XX.
       01  WS-BUILD-RESULT      PIC X.
      *> Browse state survives between CALLs -- this program is not
      *> INITIAL, so "NEXT" carries on where the last call stopped.
       01  WS-IDX-OPEN          PIC X VALUE 'N'.
       01  WS-BROWSE-ON         PIC X VALUE 'N'.
       01  WS-BROWSE-BY         PIC X VALUE SPACE.
       01  WS-BROWSE-OPEN-ONLY  PIC X VALUE 'N'.
       01  WS-BROWSE-KEY        PIC X(5) VALUE SPACES.
       01  WS-LX-TRAN           PIC X(5).
       01  WS-LX-MEMBER         PIC X(5).
       01  WS-LX-BOOK           PIC X(5).
       01  WS-LX-START          PIC X(10).
       01  WS-LX-DUE            PIC X(10).
       01  WS-LX-FLAG           PIC X(3).
       01  WS-LX-RETURN         PIC X(10).

       LINKAGE SECTION.
      *-----------------------
       01  LL-ACTION            PIC X(4).
       01  LL-KEY               PIC X(5).
       01  LL-LINE              PIC X(200).
       01  LL-RESULT            PIC X.

       PROCEDURE DIVISION USING LL-ACTION, LL-KEY, LL-LINE, LL-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N' TO LL-RESULT
           EVALUATE LL-ACTION
               WHEN "MOPN"
                   MOVE 'M' TO WS-BROWSE-BY
                   MOVE 'Y' TO WS-BROWSE-OPEN-ONLY
                   PERFORM START-BROWSE
               WHEN "MALL"
                   MOVE 'M' TO WS-BROWSE-BY
                   MOVE 'N' TO WS-BROWSE-OPEN-ONLY
                   PERFORM START-BROWSE
               WHEN "BOPN"
                   MOVE 'B' TO WS-BROWSE-BY
                   MOVE 'Y' TO WS-BROWSE-OPEN-ONLY
                   PERFORM START-BROWSE
               WHEN "BALL"
                   MOVE 'B' TO WS-BROWSE-BY
                   MOVE 'N' TO WS-BROWSE-OPEN-ONLY
                   PERFORM START-BROWSE
               WHEN "NEXT"
                   PERFORM NEXT-IN-BROWSE
               WHEN "TRAN"
                   PERFORM READ-ONE-TRAN
               WHEN "PUT "
                   PERFORM PUT-ONE-ROW
               WHEN "CLOS"
                   PERFORM CLOSE-INDEX
               WHEN OTHER
                   MOVE 'U' TO LL-RESULT
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      *> Opens loans.idx for reading, building it from log.csv the
      *> first time it is found missing. Leaves WS-IDX-OPEN 'Y' on
      *> success.
       OPEN-FOR-READ.
           IF WS-IDX-OPEN = 'Y'
               CLOSE LOAN-IDX-FILE
               MOVE 'N' TO WS-IDX-OPEN
           END-IF
           OPEN INPUT LOAN-IDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               CALL 'BuildLoanIndex' USING WS-BUILD-RESULT
               IF WS-BUILD-RESULT NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT LOAN-IDX-FILE
               IF WS-IDX-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-IDX-OPEN.

      *-----------------------------------------------------------------
      *> Positions on the first row of the member's (or title's) key
      *> range -- open loans only start at key+'Y'; all loans start
      *> at key+LOW-VALUE so returned ('N') rows come first and open
      *> ('Y') rows after them.
       START-BROWSE.
           MOVE 'N' TO WS-BROWSE-ON
           PERFORM OPEN-FOR-READ
           IF WS-IDX-OPEN NOT = 'Y'
               MOVE 'U' TO LL-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE LL-KEY TO WS-BROWSE-KEY
           MOVE SPACES TO LOAN-IDX-RECORD
           IF WS-BROWSE-BY = 'M'
               MOVE LL-KEY TO IDX-MEMBER-ID
               IF WS-BROWSE-OPEN-ONLY = 'Y'
                   MOVE 'Y' TO IDX-MEMBER-OPEN
               ELSE
                   MOVE LOW-VALUE TO IDX-MEMBER-OPEN
               END-IF
               START LOAN-IDX-FILE
                   KEY IS NOT LESS THAN IDX-MEMBER-KEY
                   INVALID KEY
                       PERFORM CLOSE-INDEX
                       EXIT PARAGRAPH
               END-START
           ELSE
               MOVE LL-KEY TO IDX-BOOK-ID
               IF WS-BROWSE-OPEN-ONLY = 'Y'
                   MOVE 'Y' TO IDX-BOOK-OPEN
               ELSE
                   MOVE LOW-VALUE TO IDX-BOOK-OPEN
               END-IF
               START LOAN-IDX-FILE
                   KEY IS NOT LESS THAN IDX-BOOK-KEY
                   INVALID KEY
                       PERFORM CLOSE-INDEX
                       EXIT PARAGRAPH
               END-START
           END-IF
           MOVE 'Y' TO WS-BROWSE-ON
           PERFORM NEXT-IN-BROWSE.

      *-----------------------------------------------------------------
      *> One more row along the alternate key in use; the browse ends
      *> (and the index closes) as soon as the key moves off the
      *> member/title asked for, or off its open loans.
       NEXT-IN-BROWSE.
           MOVE SPACES TO LL-LINE
           IF WS-BROWSE-ON NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ LOAN-IDX-FILE NEXT RECORD
               AT END
                   PERFORM CLOSE-INDEX
                   EXIT PARAGRAPH
           END-READ
           IF WS-BROWSE-BY = 'M'
               IF IDX-MEMBER-ID NOT = WS-BROWSE-KEY
                   OR (WS-BROWSE-OPEN-ONLY = 'Y'
                       AND IDX-MEMBER-OPEN NOT = 'Y')
                   PERFORM CLOSE-INDEX
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF IDX-BOOK-ID NOT = WS-BROWSE-KEY
                   OR (WS-BROWSE-OPEN-ONLY = 'Y'
                       AND IDX-BOOK-OPEN NOT = 'Y')
                   PERFORM CLOSE-INDEX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE IDX-LOAN-LINE TO LL-LINE
           MOVE 'Y' TO LL-RESULT.

      *-----------------------------------------------------------------
       READ-ONE-TRAN.
           MOVE SPACES TO LL-LINE
           PERFORM OPEN-FOR-READ
           IF WS-IDX-OPEN NOT = 'Y'
               MOVE 'U' TO LL-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE LL-KEY TO IDX-TRAN-ID
           READ LOAN-IDX-FILE
               INVALID KEY
                   MOVE 'N' TO LL-RESULT
               NOT INVALID KEY
                   MOVE 'Y' TO LL-RESULT
                   MOVE IDX-LOAN-LINE TO LL-LINE
           END-READ
           PERFORM CLOSE-INDEX.

      *-----------------------------------------------------------------
      *> Keeps the index in step with one log.csv row the caller has
      *> just appended or changed. No index on disk is not an error
      *> -- the first read builds it from log.csv, which already
      *> holds this row.
       PUT-ONE-ROW.
           PERFORM CLOSE-INDEX
           OPEN I-O LOAN-IDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               MOVE 'U' TO LL-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IDX-OPEN
           MOVE SPACES TO WS-LX-RETURN
           UNSTRING LL-LINE DELIMITED BY ","
               INTO WS-LX-TRAN, WS-LX-MEMBER, WS-LX-BOOK,
                    WS-LX-START, WS-LX-DUE, WS-LX-FLAG,
                    WS-LX-RETURN
           MOVE SPACES TO LOAN-IDX-RECORD
           MOVE WS-LX-TRAN TO IDX-TRAN-ID
           MOVE WS-LX-MEMBER TO IDX-MEMBER-ID
           MOVE WS-LX-BOOK TO IDX-BOOK-ID
           IF FUNCTION TRIM(WS-LX-RETURN) = SPACE
               MOVE 'Y' TO IDX-MEMBER-OPEN
               MOVE 'Y' TO IDX-BOOK-OPEN
           ELSE
               MOVE 'N' TO IDX-MEMBER-OPEN
               MOVE 'N' TO IDX-BOOK-OPEN
           END-IF
           MOVE LL-LINE TO IDX-LOAN-LINE
           MOVE 'Y' TO LL-RESULT
           WRITE LOAN-IDX-RECORD
               INVALID KEY
                   REWRITE LOAN-IDX-RECORD
                       INVALID KEY
                           MOVE 'N' TO LL-RESULT
                   END-REWRITE
           END-WRITE
           PERFORM CLOSE-INDEX.

      *-----------------------------------------------------------------
       CLOSE-INDEX.
           MOVE 'N' TO WS-BROWSE-ON
           IF WS-IDX-OPEN = 'Y'
               CLOSE LOAN-IDX-FILE
               MOVE 'N' TO WS-IDX-OPEN
           END-IF.

       END PROGRAM LoanLookup.
