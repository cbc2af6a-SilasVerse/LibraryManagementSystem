      *            revenue lines don't mix. The fee is collected
      *            through PayFine's membership-fee path, and
      *            BorrowBook blocks borrowing while it is unpaid.
      * (Updated by Silas): A member joining on the bookmobile is asked
      *            for the stop (an ACTIVE stop on the route, see
      *            Bookmobile) and noted in bookmobile_joins.csv for the
      *            per-stop new-member count.
      * (Updated by Silas): The member's notice language (EN or MY) is
      *            asked for; a Burmese choice is recorded in
      *            member_language.csv through MemberLang.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddNewMember.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MEMFEE-STATUS.
      *> Members registered on the bookmobile, for Bookmobile's
      *> per-stop statistics.
           SELECT StopJoinFile ASSIGN TO '../bookmobile_joins.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STOPJOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MemFeeFile.
       01  MemFeeRecord        PIC X(200).

       FD  StopJoinFile.
       01  StopJoinRecord      PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-CSV-LINE             PIC X(200).
       01  WS-HEADER               PIC X(200)
       01  NEW-FEE-ID                 PIC 9(5).
       01  WS-FEE-EOF                 PIC X VALUE 'N'.
       01  WS-FEE-DATE                PIC X(10).

      *> Bookmobile stop the member joined at -- blank at a branch.
      *> Only an ACTIVE stop on the route is accepted (StopDue finds
      *> it a next visit).
       01  WS-STOPJOIN-STATUS         PIC XX.
       01  WS-JOIN-STOP               PIC X(5) VALUE SPACES.
       01  WS-STOP-OK                 PIC X VALUE 'N'.
       01  WS-SD-FROM                 PIC 9(8) VALUE 0.
       01  WS-SD-DUE                  PIC 9(8) VALUE 0.

      *> Notice language -- see MemberLang. Only MY is recorded; a
      *> member with no row gets English notices.
       01  WS-LANG-ACTION             PIC X(4).
       01  WS-LANG-MEMBER             PIC X(5).
       01  WS-JOIN-LANG               PIC X(2) VALUE "EN".
       01  WS-LANG-FOUND              PIC X.
       01  WS-LOCK-ACQUIRED            PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM           PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE           PIC X(100) VALUE SPACES.
               END-IF
           END-PERFORM

      *> Notice language -- English or Burmese templates.
           MOVE SPACES TO WS-JOIN-LANG
           PERFORM UNTIL WS-JOIN-LANG = "EN" OR WS-JOIN-LANG = "MY"
               DISPLAY "* Notice language EN/MY (blank = EN): "
               ACCEPT WS-JOIN-LANG
               IF WS-JOIN-LANG = SPACES
                   MOVE "EN" TO WS-JOIN-LANG
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-JOIN-LANG)
                       TO WS-JOIN-LANG
                   IF WS-JOIN-LANG NOT = "EN" AND
                       WS-JOIN-LANG NOT = "MY"
                       DISPLAY "!! Use EN or MY."
                   END-IF
               END-IF
           END-PERFORM

      *> Joining on the bookmobile -- the stop is kept for the van's
      *> new-member count.
           MOVE SPACES TO WS-JOIN-STOP
           MOVE 'N' TO WS-STOP-OK
           ACCEPT WS-EXP-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-SD-FROM = FUNCTION INTEGER-OF-DATE(WS-EXP-TODAY)
           PERFORM UNTIL WS-STOP-OK = 'Y'
               DISPLAY "* Bookmobile stop ID (blank if not joining on "
                   "the van): "
               ACCEPT WS-JOIN-STOP
               IF WS-JOIN-STOP = SPACES
                   MOVE 'Y' TO WS-STOP-OK
               ELSE
                   CALL 'StopDue' USING WS-JOIN-STOP, WS-SD-FROM,
                       WS-SD-DUE, WS-STOP-OK
                   IF WS-STOP-OK NOT = 'Y'
                       DISPLAY "!! No active stop " WS-JOIN-STOP
                           " on the route."
                   END-IF
               END-IF
           END-PERFORM

      *> STUDENT/FACULTY/STAFF members are expected to already be on
      *> file with the parent institution -- cross-check the email
      *> against that feed before this registration is allowed
               CLOSE MemberFile

               PERFORM BILL-MEMBERSHIP-FEE
               IF WS-JOIN-STOP NOT = SPACES
                   PERFORM RECORD-STOP-JOIN
               END-IF
               IF WS-JOIN-LANG = "MY"
                   MOVE "SET " TO WS-LANG-ACTION
                   MOVE member_id_disp TO WS-LANG-MEMBER
                   CALL 'MemberLang' USING WS-LANG-ACTION,
                       WS-LANG-MEMBER, WS-JOIN-LANG, WS-LANG-FOUND
               END-IF

               DISPLAY "*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-"
               DISPLAY "=== Member created successfully. ==="
           WRITE MemFeeRecord
           CLOSE MemFeeFile.

      *-----------------------------------------------------------------
      *> One bookmobile_joins.csv row: member, stop, joining date.
       RECORD-STOP-JOIN.
           OPEN EXTEND StopJoinFile
           IF WS-STOPJOIN-STATUS NOT = "00"
               OPEN OUTPUT StopJoinFile
           END-IF
           MOVE SPACES TO StopJoinRecord
           STRING member_id_disp  DELIMITED BY SIZE ","
                  WS-JOIN-STOP    DELIMITED BY SIZE ","
                  WS-FEE-DATE     DELIMITED BY SIZE
               INTO StopJoinRecord
           WRITE StopJoinRecord
           CLOSE StopJoinFile.

      *-----------------------------------------------------------------
      *> Email comes before the quoted address field on every member
      *> row, so a plain comma-delimited UNSTRING picks it up cleanly
