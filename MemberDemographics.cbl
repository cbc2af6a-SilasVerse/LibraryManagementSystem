      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Membership demographics and catchment -- who the
      *          library serves and where they live, for the council.
      *          Registered members (every members.csv row except the
      *          DECEASED, ERASED and MERGED ones) and active members
      *          (a loan started in the last 12 months, from log.csv
      *          and log_archive.csv) are broken down by member type,
      *          gender, home branch and township, each line with the
      *          share of its members who actually borrow. The home
      *          branch is the branch of the member's earliest loan on
      *          file, as BranchCircReport takes it (members.csv has
      *          no branch column); a member who has never borrowed
      *          shows under (NONE). The township is read from the
      *          address through the maintained lookup townships.csv
      *          (spelling variant, township): the longest variant
      *          found anywhere in the address wins, so "South Okkalapa"
      *          beats "Okkalapa"; an address no variant matches shows
      *          under (UNMATCHED), and the most common unmatched
      *          addresses are listed so the lookup can be extended
      *          from the maintenance option here. New registrations
      *          per month for the last twelve months come from the
      *          NEW rows AddNewMember writes to membership_fees.csv.
      *          The report goes to member_demographics.txt and can be
      *          exported as export_member_demographics.csv (batch
      *          mode, USER-CHOICE 99, exports without prompting).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberDemographics IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "../members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LOG-FILE ASSIGN TO "../log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "../log_archive.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT FEE-FILE ASSIGN TO "../membership_fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT TOWNSHIP-FILE ASSIGN TO "../townships.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOWNSHIP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "../member_demographics.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE
               ASSIGN TO "../export_member_demographics.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-REC      PIC X(300).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC     PIC X(200).
       FD  FEE-FILE.
       01  FEE-REC         PIC X(150).
       FD  TOWNSHIP-FILE.
       01  TOWNSHIP-REC    PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-REC      PIC X(100).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-FEE-STATUS       PIC XX.
       01  WS-TOWNSHIP-STATUS  PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-MENU-CHOICE      PIC 9 VALUE 0.
       01  EXPORT-CHOICE       PIC X.

       01  SYS-DATE            PIC 9(8).
       01  SYS-DATE-INT        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).
       01  WS-YEAR-AGO-INT     PIC 9(8).
       01  WS-YEAR-AGO-DATE    PIC 9(8).

      *> Member row parse, AnnualReturn's quoted-address split.
       01  comma_in_addr       PIC 9(3) VALUE 0.
       01  id_to_email         PIC X(100).
       01  gender_n_flag       PIC X(150).
       01  dummy               PIC X(5).
       01  MB-ID-X             PIC X(5).
       01  MB-NAME-X           PIC X(30).
       01  MB-EMAIL-X          PIC X(35).
       01  MB-ADDR-X           PIC X(80).
       01  MB-GENDER-X         PIC X(8).
       01  MB-FLAG-X           PIC X(10).
       01  MB-OVERRIDE-X       PIC X(5).
       01  MB-TYPE-X           PIC X(10).

      *> The members being reported on.
       01  MB-TABLE.
           05 MEMBER-ENTRY OCCURS 3000 TIMES.
               10 MB-ID          PIC X(5).
               10 MB-TYPE        PIC X(10).
               10 MB-GENDER      PIC X(8).
               10 MB-TOWNSHIP    PIC X(20).
               10 MB-HOME        PIC X(10).
               10 MB-FIRST-INT   PIC 9(8).
               10 MB-ACTIVE      PIC X.
       01  MB-CNT              PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4) VALUE 0.
       01  MB-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-MEMBERS-FULL     PIC X VALUE 'N'.

      *> One loan row.
       01  LG-ID               PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).
       01  LG-START            PIC X(10).
       01  LG-DUE-DATE         PIC X(10).
       01  LG-DAYS             PIC X(3).
       01  LG-RETURN           PIC X(10).
       01  LG-COPY             PIC X(6).
       01  LG-BRANCH           PIC X(10).

      *> Township lookup: spelling variant (upper-cased) to township.
       01  TW-TABLE.
           05 TOWNSHIP-ENTRY OCCURS 500 TIMES.
               10 TW-VARIANT     PIC X(30).
               10 TW-NAME        PIC X(20).
               10 TW-LEN         PIC 9(2).
       01  TW-CNT              PIC 9(3) VALUE 0.
       01  TW-IDX              PIC 9(3) VALUE 0.
       01  TW-BEST-IDX         PIC 9(3) VALUE 0.
       01  TW-BEST-LEN         PIC 9(2) VALUE 0.
       01  WS-ADDR-UPPER       PIC X(80).
       01  WS-HITS             PIC 9(3) VALUE 0.
       01  WS-TW-VARIANT-IN    PIC X(30).
       01  WS-TW-NAME-IN       PIC X(20).
       01  WS-TW-CONFIRM       PIC X.

      *> Unmatched addresses, most common first in the report.
       01  UNMATCHED-TABLE.
           05 UNMATCHED-ENTRY OCCURS 200 TIMES.
               10 UM-ADDR        PIC X(40).
               10 UM-COUNT       PIC 9(5).
       01  UM-CNT              PIC 9(3) VALUE 0.
       01  UM-IDX              PIC 9(3) VALUE 0.
       01  UM-FOUND-IDX        PIC 9(3) VALUE 0.
       01  UM-BEST-IDX         PIC 9(3) VALUE 0.
       01  UM-SHOWN            PIC 9(2) VALUE 0.

      *> Breakdown lines: dimension, value, registered, active.
       01  BREAKDOWN-TABLE.
           05 BD-ENTRY OCCURS 400 TIMES.
               10 BD-DIM         PIC X(8).
               10 BD-VALUE       PIC X(20).
               10 BD-REG         PIC 9(5).
               10 BD-ACT         PIC 9(5).
       01  BD-CNT              PIC 9(3) VALUE 0.
       01  BD-IDX              PIC 9(3) VALUE 0.
       01  BD-FOUND-IDX        PIC 9(3) VALUE 0.
       01  WS-BD-DIM           PIC X(8).
       01  WS-BD-VALUE         PIC X(20).
       01  WS-LAST-DIM         PIC X(8).

       01  WS-REG-TOTAL        PIC 9(5) VALUE 0.
       01  WS-ACT-TOTAL        PIC 9(5) VALUE 0.
       01  WS-SHARE-REG        PIC 9(5) VALUE 0.
       01  WS-SHARE-ACT        PIC 9(5) VALUE 0.
       01  WS-PCT              PIC 9(3)V9 VALUE 0.
       01  WS-PCT-ED           PIC ZZ9.9.
       01  WS-REG-ED           PIC ZZ,ZZ9.
       01  WS-ACT-ED           PIC ZZ,ZZ9.

      *> New registrations for the twelve months ending this one.
       01  MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 12 TIMES.
               10 MN-YYYYMM      PIC 9(6).
               10 MN-COUNT       PIC 9(5).
       01  MN-IDX              PIC 9(2) VALUE 0.
       01  WS-MONTH-YYYY       PIC 9(4).
       01  WS-MONTH-MM         PIC 9(2).
       01  WS-ROW-YYYYMM       PIC 9(6).
       01  WS-REG-BEFORE       PIC 9(5) VALUE 0.
       01  FE-ID               PIC X(6).
       01  FE-MEMBER           PIC X(5).
       01  FE-TYPE             PIC X(10).
       01  FE-AMOUNT           PIC X(8).
       01  FE-DATE             PIC X(10).
       01  FE-KIND             PIC X(6).

       01  WS-LINE             PIC X(100).
       01  WS-CSV-LINE         PIC X(150).

      *> Date conversion work areas.
       01  WS-DATE-IN          PIC X(10).
       01  WS-DATE-OUT-INT     PIC 9(8).
       01  WS-DATE-OK          PIC X.
       01  WS-DATE-DIGITS      PIC 9(8).

       01  WS-SHARE-ACQUIRED   PIC X VALUE 'N'.
       01  WS-SHARE-OWNER      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
      *> A shared lock is enough -- the report only reads the member
      *> and loan files; the lookup it maintains is its own.
           MOVE 'MemberDemographics' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               IF USER-CHOICE = 99
                   PERFORM RUN-REPORT
               ELSE
                   PERFORM MAIN-MENU UNTIL WS-MENU-CHOICE = 4
               END-IF
               CALL 'FileLock' USING 'SUNL', WS-SHARE-ACQUIRED
           ELSE
               DISPLAY "A transaction is rewriting the library "
                   "files right now. Please try again shortly."
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-MENU.
           DISPLAY " "
           DISPLAY "=============================="
           DISPLAY "   MEMBERSHIP DEMOGRAPHICS"
           DISPLAY "=============================="
           DISPLAY "1) Run Demographics and Catchment Report"
           DISPLAY "2) List Township Lookup"
           DISPLAY "3) Add / Remove Township Spelling"
           DISPLAY "4) Exit"
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RUN-REPORT
               WHEN 2
                   PERFORM LIST-TOWNSHIPS
               WHEN 3
                   PERFORM MAINTAIN-TOWNSHIP
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

      *-----------------------------------------------------------------
       RUN-REPORT.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
      *> Active = a loan started on or after this day last year.
           COMPUTE WS-YEAR-AGO-DATE = SYS-DATE - 10000
           IF WS-YEAR-AGO-DATE(5:4) = "0229"
               MOVE "0228" TO WS-YEAR-AGO-DATE(5:4)
           END-IF
           COMPUTE WS-YEAR-AGO-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-AGO-DATE)

           PERFORM LOAD-TOWNSHIPS
           PERFORM LOAD-MEMBERS
           IF MB-CNT = 0
               DISPLAY "No members on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LOG-REC TO ARCHIVE-REC
                           PERFORM APPLY-LOAN-ROW
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ ARCHIVE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM APPLY-LOAN-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF

           PERFORM BUILD-BREAKDOWNS
           PERFORM COUNT-REGISTRATIONS
           PERFORM WRITE-REPORT

           IF USER-CHOICE = 99
               MOVE "Y" TO EXPORT-CHOICE
           ELSE
               DISPLAY "Export to CSV (Y/N)? "
               ACCEPT EXPORT-CHOICE
           END-IF
           IF EXPORT-CHOICE = "Y" OR EXPORT-CHOICE = "y"
               PERFORM WRITE-EXPORT
           END-IF.

      *-----------------------------------------------------------------
       LOAD-MEMBERS.
           MOVE 0 TO MB-CNT
           MOVE 'N' TO WS-MEMBERS-FULL
           MOVE 0 TO UM-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF MEMBER-REC NOT = SPACES
                           PERFORM STORE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
           IF WS-MEMBERS-FULL = 'Y'
               DISPLAY "More than 3000 members -- the rest are not "
                   "counted."
           END-IF.

       STORE-ONE-MEMBER.
           MOVE SPACES TO MB-ADDR-X MB-GENDER-X MB-FLAG-X MB-TYPE-X
           MOVE 0 TO comma_in_addr
           INSPECT MEMBER-REC TALLYING comma_in_addr FOR ALL '"'
           IF comma_in_addr > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO id_to_email, MB-ADDR-X, gender_n_flag
               UNSTRING id_to_email DELIMITED BY ','
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X
               UNSTRING gender_n_flag DELIMITED BY ','
                   INTO dummy, MB-GENDER-X, MB-FLAG-X,
                        MB-OVERRIDE-X, MB-TYPE-X
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X, MB-ADDR-X,
                        MB-GENDER-X, MB-FLAG-X, MB-OVERRIDE-X,
                        MB-TYPE-X
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-FLAG-X))
               TO MB-FLAG-X
           IF MB-FLAG-X = "DECEASED" OR MB-FLAG-X = "ERASED"
               OR MB-FLAG-X = "MERGED"
               EXIT PARAGRAPH
           END-IF
           IF MB-CNT >= 3000
               MOVE 'Y' TO WS-MEMBERS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MB-CNT
           MOVE MB-ID-X TO MB-ID(MB-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-TYPE-X))
               TO MB-TYPE(MB-CNT)
           IF MB-TYPE(MB-CNT) = SPACES
               MOVE "(NONE)" TO MB-TYPE(MB-CNT)
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-GENDER-X))
               TO MB-GENDER(MB-CNT)
           IF MB-GENDER(MB-CNT) = SPACES
               MOVE "(NONE)" TO MB-GENDER(MB-CNT)
           END-IF
           MOVE "(NONE)" TO MB-HOME(MB-CNT)
           MOVE 99999999 TO MB-FIRST-INT(MB-CNT)
           MOVE 'N' TO MB-ACTIVE(MB-CNT)
           PERFORM FIND-TOWNSHIP.

      *> The longest lookup variant found in the address names the
      *> township.
       FIND-TOWNSHIP.
           IF FUNCTION TRIM(MB-ADDR-X) = SPACE
               MOVE "(NO ADDRESS)" TO MB-TOWNSHIP(MB-CNT)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(MB-ADDR-X) TO WS-ADDR-UPPER
           MOVE 0 TO TW-BEST-IDX
           MOVE 0 TO TW-BEST-LEN
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-CNT
               IF TW-LEN(TW-IDX) > TW-BEST-LEN
                   MOVE 0 TO WS-HITS
                   INSPECT WS-ADDR-UPPER TALLYING WS-HITS
                       FOR ALL TW-VARIANT(TW-IDX)(1:TW-LEN(TW-IDX))
                   IF WS-HITS > 0
                       MOVE TW-IDX TO TW-BEST-IDX
                       MOVE TW-LEN(TW-IDX) TO TW-BEST-LEN
                   END-IF
               END-IF
           END-PERFORM
           IF TW-BEST-IDX > 0
               MOVE TW-NAME(TW-BEST-IDX) TO MB-TOWNSHIP(MB-CNT)
           ELSE
               MOVE "(UNMATCHED)" TO MB-TOWNSHIP(MB-CNT)
               PERFORM NOTE-UNMATCHED
           END-IF.

       NOTE-UNMATCHED.
           MOVE 0 TO UM-FOUND-IDX
           PERFORM VARYING UM-IDX FROM 1 BY 1 UNTIL UM-IDX > UM-CNT
               IF UM-ADDR(UM-IDX) = FUNCTION TRIM(WS-ADDR-UPPER)
                   MOVE UM-IDX TO UM-FOUND-IDX
               END-IF
           END-PERFORM
           IF UM-FOUND-IDX > 0
               ADD 1 TO UM-COUNT(UM-FOUND-IDX)
           ELSE
               IF UM-CNT < 200
                   ADD 1 TO UM-CNT
                   MOVE FUNCTION TRIM(WS-ADDR-UPPER) TO UM-ADDR(UM-CNT)
                   MOVE 1 TO UM-COUNT(UM-CNT)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *> One loan row (live or archived): the member's earliest loan
      *> sets the home branch, and a start in the last year makes the
      *> member active.
       APPLY-LOAN-ROW.
           IF ARCHIVE-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LG-BRANCH
           UNSTRING ARCHIVE-REC DELIMITED BY ","
               INTO LG-ID, LG-MEMBER, LG-BOOK, LG-START,
                    LG-DUE-DATE, LG-DAYS, LG-RETURN, LG-COPY,
                    LG-BRANCH
           MOVE LG-START TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MB-FOUND-IDX
           PERFORM VARYING MB-IDX FROM 1 BY 1
               UNTIL MB-IDX > MB-CNT OR MB-FOUND-IDX > 0
               IF MB-ID(MB-IDX) = LG-MEMBER
                   MOVE MB-IDX TO MB-FOUND-IDX
               END-IF
           END-PERFORM
           IF MB-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-OUT-INT < MB-FIRST-INT(MB-FOUND-IDX)
               MOVE WS-DATE-OUT-INT TO MB-FIRST-INT(MB-FOUND-IDX)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LG-BRANCH))
                   TO MB-HOME(MB-FOUND-IDX)
               IF MB-HOME(MB-FOUND-IDX) = SPACES
                   MOVE "MAIN" TO MB-HOME(MB-FOUND-IDX)
               END-IF
           END-IF
           IF WS-DATE-OUT-INT >= WS-YEAR-AGO-INT
               AND WS-DATE-OUT-INT <= SYS-DATE-INT
               MOVE 'Y' TO MB-ACTIVE(MB-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *> Each member counts once under each dimension -- the table is
      *> filled dimension by dimension so the report groups itself.
       BUILD-BREAKDOWNS.
           MOVE 0 TO BD-CNT
           MOVE 0 TO WS-REG-TOTAL
           MOVE 0 TO WS-ACT-TOTAL
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               ADD 1 TO WS-REG-TOTAL
               IF MB-ACTIVE(MB-IDX) = 'Y'
                   ADD 1 TO WS-ACT-TOTAL
               END-IF
           END-PERFORM
           MOVE "TYPE" TO WS-BD-DIM
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               MOVE MB-TYPE(MB-IDX) TO WS-BD-VALUE
               PERFORM ADD-TO-BREAKDOWN
           END-PERFORM
           MOVE "GENDER" TO WS-BD-DIM
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               MOVE MB-GENDER(MB-IDX) TO WS-BD-VALUE
               PERFORM ADD-TO-BREAKDOWN
           END-PERFORM
           MOVE "BRANCH" TO WS-BD-DIM
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               MOVE MB-HOME(MB-IDX) TO WS-BD-VALUE
               PERFORM ADD-TO-BREAKDOWN
           END-PERFORM
           MOVE "TOWNSHIP" TO WS-BD-DIM
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               MOVE MB-TOWNSHIP(MB-IDX) TO WS-BD-VALUE
               PERFORM ADD-TO-BREAKDOWN
           END-PERFORM.

       ADD-TO-BREAKDOWN.
           MOVE 0 TO BD-FOUND-IDX
           PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > BD-CNT
               IF BD-DIM(BD-IDX) = WS-BD-DIM
                   AND BD-VALUE(BD-IDX) = WS-BD-VALUE
                   MOVE BD-IDX TO BD-FOUND-IDX
               END-IF
           END-PERFORM
           IF BD-FOUND-IDX = 0
               IF BD-CNT >= 400
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BD-CNT
               MOVE BD-CNT TO BD-FOUND-IDX
               MOVE WS-BD-DIM TO BD-DIM(BD-CNT)
               MOVE WS-BD-VALUE TO BD-VALUE(BD-CNT)
               MOVE 0 TO BD-REG(BD-CNT)
               MOVE 0 TO BD-ACT(BD-CNT)
           END-IF
           ADD 1 TO BD-REG(BD-FOUND-IDX)
           IF MB-ACTIVE(MB-IDX) = 'Y'
               ADD 1 TO BD-ACT(BD-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      *> NEW fee rows by month, this month and the eleven before it.
       COUNT-REGISTRATIONS.
           MOVE SYS-DATE(1:4) TO WS-MONTH-YYYY
           MOVE SYS-DATE(5:2) TO WS-MONTH-MM
           PERFORM VARYING MN-IDX FROM 12 BY -1 UNTIL MN-IDX < 1
               COMPUTE MN-YYYYMM(MN-IDX) =
                   WS-MONTH-YYYY * 100 + WS-MONTH-MM
               MOVE 0 TO MN-COUNT(MN-IDX)
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-REG-BEFORE
           MOVE 'N' TO FILE-END
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FEE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING FEE-REC DELIMITED BY ","
                           INTO FE-ID, FE-MEMBER, FE-TYPE, FE-AMOUNT,
                                FE-DATE, FE-KIND
                       IF FUNCTION TRIM(FE-KIND) = "NEW"
                           PERFORM COUNT-ONE-REGISTRATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

       COUNT-ONE-REGISTRATION.
           MOVE FE-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-DIGITS(1:6) TO WS-ROW-YYYYMM
           IF WS-ROW-YYYYMM < MN-YYYYMM(1)
               ADD 1 TO WS-REG-BEFORE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MN-IDX FROM 1 BY 1 UNTIL MN-IDX > 12
               IF MN-YYYYMM(MN-IDX) = WS-ROW-YYYYMM
                   ADD 1 TO MN-COUNT(MN-IDX)
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-LINE
           STRING "MEMBERSHIP DEMOGRAPHICS AND CATCHMENT  as at "
                  DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Active = borrowed in the last 12 months." TO WS-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE WS-REG-TOTAL TO WS-REG-ED
           MOVE WS-ACT-TOTAL TO WS-ACT-ED
           MOVE WS-REG-TOTAL TO WS-SHARE-REG
           MOVE WS-ACT-TOTAL TO WS-SHARE-ACT
           PERFORM COMPUTE-SHARE
           MOVE SPACES TO WS-LINE
           STRING "Registered members: " DELIMITED BY SIZE
                  WS-REG-ED DELIMITED BY SIZE
                  "   Active: " DELIMITED BY SIZE
                  WS-ACT-ED DELIMITED BY SIZE
                  "   Borrowing share: " DELIMITED BY SIZE
                  WS-PCT-ED DELIMITED BY SIZE "%" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-LAST-DIM
           PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > BD-CNT
               IF BD-DIM(BD-IDX) NOT = WS-LAST-DIM
                   MOVE BD-DIM(BD-IDX) TO WS-LAST-DIM
                   MOVE SPACES TO WS-LINE
                   PERFORM EMIT-LINE
                   MOVE SPACES TO WS-LINE
                   STRING "BY " DELIMITED BY SIZE
                          BD-DIM(BD-IDX) DELIMITED BY SIZE
                          "              Registered    Active  Share"
                          DELIMITED BY SIZE
                       INTO WS-LINE
                   PERFORM EMIT-LINE
               END-IF
               MOVE BD-REG(BD-IDX) TO WS-REG-ED
               MOVE BD-ACT(BD-IDX) TO WS-ACT-ED
               MOVE BD-REG(BD-IDX) TO WS-SHARE-REG
               MOVE BD-ACT(BD-IDX) TO WS-SHARE-ACT
               PERFORM COMPUTE-SHARE
               MOVE SPACES TO WS-LINE
               STRING "  " DELIMITED BY SIZE
                      BD-VALUE(BD-IDX) DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      WS-REG-ED DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-ACT-ED DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PCT-ED DELIMITED BY SIZE "%" DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
           END-PERFORM

           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "NEW REGISTRATIONS BY MONTH" TO WS-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING MN-IDX FROM 1 BY 1 UNTIL MN-IDX > 12
               MOVE MN-COUNT(MN-IDX) TO WS-REG-ED
               MOVE SPACES TO WS-LINE
               STRING "  " DELIMITED BY SIZE
                      MN-YYYYMM(MN-IDX)(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      MN-YYYYMM(MN-IDX)(1:4) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-REG-ED DELIMITED BY SIZE
                   INTO WS-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE WS-REG-BEFORE TO WS-REG-ED
           MOVE SPACES TO WS-LINE
           STRING "  (registered before these twelve months: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REG-ED) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE

           IF UM-CNT > 0
               MOVE SPACES TO WS-LINE
               PERFORM EMIT-LINE
               MOVE "UNMATCHED ADDRESSES (add a spelling to the lookup)"
                   TO WS-LINE
               PERFORM EMIT-LINE
               MOVE 0 TO UM-SHOWN
               PERFORM SHOW-NEXT-UNMATCHED
                   UNTIL UM-SHOWN >= 15 OR UM-SHOWN >= UM-CNT
           END-IF
           CLOSE REPORT-FILE
           DISPLAY " "
           DISPLAY "Report written to member_demographics.txt.".

      *> Lists the most frequent remaining unmatched address and
      *> takes it out of the running.
       SHOW-NEXT-UNMATCHED.
           MOVE 0 TO UM-BEST-IDX
           PERFORM VARYING UM-IDX FROM 1 BY 1 UNTIL UM-IDX > UM-CNT
               IF UM-COUNT(UM-IDX) > 0
                   IF UM-BEST-IDX = 0
                       MOVE UM-IDX TO UM-BEST-IDX
                   ELSE
                       IF UM-COUNT(UM-IDX) > UM-COUNT(UM-BEST-IDX)
                           MOVE UM-IDX TO UM-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO UM-SHOWN
           IF UM-BEST-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE UM-COUNT(UM-BEST-IDX) TO WS-REG-ED
           MOVE SPACES TO WS-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-REG-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  UM-ADDR(UM-BEST-IDX) DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE 0 TO UM-COUNT(UM-BEST-IDX).

       COMPUTE-SHARE.
           IF WS-SHARE-REG = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-SHARE-ACT * 100 / WS-SHARE-REG
           END-IF
           MOVE WS-PCT TO WS-PCT-ED.

       EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           MOVE WS-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *-----------------------------------------------------------------
      *> dimension,value,registered,active,share_pct -- the TOTAL row
      *> first, then every breakdown line.
       WRITE-EXPORT.
           OPEN OUTPUT EXPORT-FILE
           MOVE "dimension,value,registered,active,share_pct"
               TO EXPORT-REC
           WRITE EXPORT-REC
           MOVE WS-REG-TOTAL TO WS-SHARE-REG
           MOVE WS-ACT-TOTAL TO WS-SHARE-ACT
           PERFORM COMPUTE-SHARE
           MOVE SPACES TO EXPORT-REC
           STRING "TOTAL,ALL," DELIMITED BY SIZE
                  WS-REG-TOTAL DELIMITED BY SIZE ","
                  WS-ACT-TOTAL DELIMITED BY SIZE ","
                  FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
               INTO EXPORT-REC
           WRITE EXPORT-REC
           PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > BD-CNT
               MOVE BD-REG(BD-IDX) TO WS-SHARE-REG
               MOVE BD-ACT(BD-IDX) TO WS-SHARE-ACT
               PERFORM COMPUTE-SHARE
               MOVE SPACES TO EXPORT-REC
               STRING FUNCTION TRIM(BD-DIM(BD-IDX)) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(BD-VALUE(BD-IDX))
                          DELIMITED BY SIZE ","
                      BD-REG(BD-IDX) DELIMITED BY SIZE ","
                      BD-ACT(BD-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-PCT-ED) DELIMITED BY SIZE
                   INTO EXPORT-REC
               WRITE EXPORT-REC
           END-PERFORM
           PERFORM VARYING MN-IDX FROM 1 BY 1 UNTIL MN-IDX > 12
               MOVE SPACES TO EXPORT-REC
               STRING "NEWREG," DELIMITED BY SIZE
                      MN-YYYYMM(MN-IDX)(5:2) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      MN-YYYYMM(MN-IDX)(1:4) DELIMITED BY SIZE ","
                      MN-COUNT(MN-IDX) DELIMITED BY SIZE ",,"
                   INTO EXPORT-REC
               WRITE EXPORT-REC
           END-PERFORM
           CLOSE EXPORT-FILE
           DISPLAY "Exported to export_member_demographics.csv.".

      *-----------------------------------------------------------------
      *> townships.csv: spelling variant,township. Variants are kept
      *> upper-case so the match ignores case.
       LOAD-TOWNSHIPS.
           MOVE 0 TO TW-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT TOWNSHIP-FILE
           IF WS-TOWNSHIP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TOWNSHIP-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF TOWNSHIP-REC NOT = SPACES AND TW-CNT < 500
                           ADD 1 TO TW-CNT
                           UNSTRING TOWNSHIP-REC DELIMITED BY ","
                               INTO TW-VARIANT(TW-CNT), TW-NAME(TW-CNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(TW-VARIANT(TW-CNT)))
                               TO TW-VARIANT(TW-CNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(TW-NAME(TW-CNT)))
                               TO TW-NAME(TW-CNT)
                           MOVE 0 TO TW-LEN(TW-CNT)
                           INSPECT TW-VARIANT(TW-CNT) TALLYING
                               TW-LEN(TW-CNT) FOR CHARACTERS
                               BEFORE INITIAL "  "
                           IF TW-LEN(TW-CNT) = 0
                               SUBTRACT 1 FROM TW-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOWNSHIP-FILE.

       LIST-TOWNSHIPS.
           PERFORM LOAD-TOWNSHIPS
           IF TW-CNT = 0
               DISPLAY "The township lookup is empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Spelling in address           Township"
           DISPLAY "------------------------------------------------"
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-CNT
               DISPLAY TW-VARIANT(TW-IDX) TW-NAME(TW-IDX)
           END-PERFORM.

      *> A spelling already on file is removed (after confirming);
      *> a new one is added against the township given.
       MAINTAIN-TOWNSHIP.
           PERFORM LOAD-TOWNSHIPS
           DISPLAY "Spelling as it appears in addresses: "
           ACCEPT WS-TW-VARIANT-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TW-VARIANT-IN))
               TO WS-TW-VARIANT-IN
           IF WS-TW-VARIANT-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TW-BEST-IDX
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-CNT
               IF TW-VARIANT(TW-IDX) = WS-TW-VARIANT-IN
                   MOVE TW-IDX TO TW-BEST-IDX
               END-IF
           END-PERFORM
           IF TW-BEST-IDX > 0
               DISPLAY FUNCTION TRIM(WS-TW-VARIANT-IN) " maps to "
                   FUNCTION TRIM(TW-NAME(TW-BEST-IDX))
                   ". Remove it (Y/N)? "
               ACCEPT WS-TW-CONFIRM
               IF WS-TW-CONFIRM = "Y" OR WS-TW-CONFIRM = "y"
                   MOVE SPACES TO TW-VARIANT(TW-BEST-IDX)
                   PERFORM REWRITE-TOWNSHIPS
                   DISPLAY "Spelling removed."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TW-CNT >= 500
               DISPLAY "The township lookup is full (500 spellings)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Township it belongs to: "
           ACCEPT WS-TW-NAME-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TW-NAME-IN))
               TO WS-TW-NAME-IN
           IF WS-TW-NAME-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TW-CNT
           MOVE WS-TW-VARIANT-IN TO TW-VARIANT(TW-CNT)
           MOVE WS-TW-NAME-IN TO TW-NAME(TW-CNT)
           PERFORM REWRITE-TOWNSHIPS
           DISPLAY "Spelling added.".

       REWRITE-TOWNSHIPS.
           OPEN OUTPUT TOWNSHIP-FILE
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > TW-CNT
               IF TW-VARIANT(TW-IDX) NOT = SPACES
                   MOVE SPACES TO TOWNSHIP-REC
                   STRING FUNCTION TRIM(TW-VARIANT(TW-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(TW-NAME(TW-IDX))
                              DELIMITED BY SIZE
                       INTO TOWNSHIP-REC
                   WRITE TOWNSHIP-REC
               END-IF
           END-PERFORM
           CLOSE TOWNSHIP-FILE.

      *-----------------------------------------------------------------
       CONVERT-DATE-TO-INT.
           MOVE 'N' TO WS-DATE-OK
           MOVE 0 TO WS-DATE-OUT-INT
           IF WS-DATE-IN(1:2) NUMERIC AND WS-DATE-IN(4:2) NUMERIC
               AND WS-DATE-IN(7:4) NUMERIC
               AND WS-DATE-IN(3:1) = "-" AND WS-DATE-IN(6:1) = "-"
               STRING WS-DATE-IN(7:4) DELIMITED BY SIZE
                      WS-DATE-IN(4:2) DELIMITED BY SIZE
                      WS-DATE-IN(1:2) DELIMITED BY SIZE
                   INTO WS-DATE-DIGITS
               COMPUTE WS-DATE-OUT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               MOVE 'Y' TO WS-DATE-OK
           END-IF.

       END PROGRAM MemberDemographics.
