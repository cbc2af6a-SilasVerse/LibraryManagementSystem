      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Rebuilds loans.idx, an indexed (keyed) file
      *          mirroring log.csv -- keyed on the transaction ID,
      *          with the member ID and the book ID as alternate keys
      *          -- so "this member's open loans" and "this title's
      *          open loans" are direct reads through LoanLookup
      *          instead of a pass over the whole loan history.
      *          log.csv stays the system of record; this index is a
      *          derived copy. Unlike books.idx/members.idx it is NOT
      *          rebuilt on every lookup (that would cost the very
      *          scan it exists to save): a program that appends or
      *          changes a single row hands it to LoanLookup "PUT ",
      *          a program that rewrites log.csv wholesale CALLs this
      *          afterwards, and the nightly chain rebuilds it as a
      *          step of its own.
      *
      *          Each alternate key carries a trailing open flag ('Y'
      *          while the return date is blank, 'N' once returned)
      *          so the open loans of a member or title sit together
      *          at the front of their key range.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BuildLoanIndex.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *> RANDOM, not SEQUENTIAL like the book/member builds --
      *> log.csv is not guaranteed to be in transaction-ID order
      *> once MemberMerge/TitleMerge/OfflineReplay have been at it.
           SELECT LOAN-IDX-FILE ASSIGN TO "../loans.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-TRAN-ID
               ALTERNATE RECORD KEY IS IDX-MEMBER-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IDX-BOOK-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LINE             PIC X(200).

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
       01  WS-LOG-STATUS        PIC XX.
       01  WS-IDX-STATUS        PIC XX.
       01  FLG-EOF              PIC X VALUE 'N'.
       01  WS-LX-TRAN           PIC X(5).
       01  WS-LX-MEMBER         PIC X(5).
       01  WS-LX-BOOK           PIC X(5).
       01  WS-LX-START          PIC X(10).
       01  WS-LX-DUE            PIC X(10).
       01  WS-LX-FLAG           PIC X(3).
       01  WS-LX-RETURN         PIC X(10).

       LINKAGE SECTION.
      *-----------------------
       01  BI-RESULT            PIC X.

       PROCEDURE DIVISION USING BI-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 'N' TO BI-RESULT
           MOVE 'N' TO FLG-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               GO TO ENDER
           END-IF

      *> OPEN OUTPUT on an indexed file rebuilds it empty, the same
      *> way OPEN OUTPUT rebuilds a LINE SEQUENTIAL file elsewhere in
      *> this system.
           OPEN OUTPUT LOAN-IDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               CLOSE LOG-FILE
               GO TO ENDER
           END-IF
           PERFORM UNTIL FLG-EOF = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO FLG-EOF
                   NOT AT END
                       IF LOG-LINE NOT = SPACES
                           PERFORM LOAD-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-IDX-FILE
           CLOSE LOG-FILE
           MOVE 'Y' TO BI-RESULT.
       ENDER.
           GOBACK.

      *-----------------------------------------------------------------
      *> One log.csv row into the index. A transaction ID met twice
      *> (a hand-edited file) keeps the later row, the one a reader
      *> of log.csv top to bottom would have settled on.
       LOAD-ONE-LOAN.
           MOVE SPACES TO WS-LX-RETURN
           UNSTRING LOG-LINE DELIMITED BY ","
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
           MOVE LOG-LINE TO IDX-LOAN-LINE
           WRITE LOAN-IDX-RECORD
               INVALID KEY
                   REWRITE LOAN-IDX-RECORD
           END-WRITE.

       END PROGRAM BuildLoanIndex.
