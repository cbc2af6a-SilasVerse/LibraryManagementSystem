      *          line layout, with a working-paper section naming
      *          the file each figure came from.
      * Tectonics: cobc
      * (Updated by Silas): Volunteer hours, shifts and distinct
      *            volunteers for the year come from
      *            volunteer_shifts.csv (VolunteerShifts).
      * (Updated by Silas): Digital issues for the year, e-book and
      *            e-audiobook, come from digital_loans.csv
      *            (DigitalLending) and are reported beside the print
      *            issue total.
      * (Updated by Silas): Titles, copies and the year's issues are
      *            also broken down by material format (bookformats.csv,
      *            see FormatMaint).
      * (Updated by Silas): Public PC sessions and hours for the year,
      *            by member type and by branch, come from
      *            pc_sessions.csv (PcSessions).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnnualReturn IS INITIAL.
           SELECT EVENT-FILE ASSIGN TO "../room_bookings.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT VOLUNTEER-FILE ASSIGN TO "../volunteer_shifts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUNTEER-STATUS.
           SELECT DLOAN-FILE ASSIGN TO "../digital_loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOAN-STATUS.
           SELECT BKFMT-FILE ASSIGN TO "../bookformats.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKFMT-STATUS.
           SELECT PCSESS-FILE ASSIGN TO "../pc_sessions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCSESS-STATUS.
           SELECT RETURN-FILE ASSIGN TO WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       01  RECEIPT-REC     PIC X(200).
       FD  EVENT-FILE.
       01  EVENT-REC       PIC X(120).
       FD  VOLUNTEER-FILE.
       01  VOLUNTEER-REC   PIC X(120).
       FD  DLOAN-FILE.
       01  DLOAN-REC       PIC X(120).
       FD  BKFMT-FILE.
       01  BKFMT-REC       PIC X(40).
       FD  PCSESS-FILE.
       01  PCSESS-REC      PIC X(150).
       FD  RETURN-FILE.
       01  RETURN-LINE     PIC X(80).

       01  WS-COPY-STATUS    PIC XX.
       01  WS-LOG-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS PIC XX.
       01  WS-BKFMT-STATUS   PIC XX.
       01  WS-ACQ-STATUS     PIC XX.
       01  WS-AUDIT-STATUS   PIC XX.
       01  WS-ILL-STATUS     PIC XX.
       01  RB-ATTEND         PIC 9(4).
       01  RB-STATUS         PIC X(9).

      *> Volunteer hours from the VolunteerShifts register -- DONE
      *> shifts only, and the distinct volunteers who worked them.
       01  WS-VOLUNTEER-STATUS PIC XX.
       01  WS-VOL-MINUTES    PIC 9(7) VALUE 0.
       01  WS-VOL-HOURS      PIC 9(6) VALUE 0.
       01  WS-VOL-SHIFTS     PIC 9(5) VALUE 0.
       01  VOLUNTEER-SEEN-TABLE.
           05 VS-ID OCCURS 200 TIMES PIC X(10).
       01  VS-CNT            PIC 9(3) VALUE 0.
       01  VS-IDX            PIC 9(3) VALUE 0.
       01  VO-ID             PIC X(5).
       01  VO-VOL            PIC X(10).
       01  VO-BRANCH         PIC X(10).
       01  VO-DATE           PIC X(10).
       01  VO-START          PIC X(4).
       01  VO-END            PIC X(4).
       01  VO-TASK           PIC X(9).
       01  VO-IN             PIC X(4).
       01  VO-OUT            PIC X(4).
       01  VO-MINUTES        PIC 9(4).
       01  VO-STATUS         PIC X(9).

      *> Public PC use from PcSessions' closed-session log -- the
      *> sessions and whole hours of the year, by member type and by
      *> branch.
       01  WS-PCSESS-STATUS  PIC XX.
       01  WS-PC-SESSIONS    PIC 9(6) VALUE 0.
       01  WS-PC-MINUTES     PIC 9(8) VALUE 0.
       01  WS-PC-HOURS       PIC 9(6) VALUE 0.
       01  PC-TYPE-TABLE.
           05 PCT-ENTRY OCCURS 5 TIMES.
               10 PCT-TYPE     PIC X(7).
               10 PCT-SESSIONS PIC 9(6).
               10 PCT-MINUTES  PIC 9(8).
       01  PCT-IDX           PIC 9 VALUE 0.
       01  PC-BRANCH-TABLE.
           05 PCB-ENTRY OCCURS 20 TIMES.
               10 PCB-BRANCH   PIC X(10).
               10 PCB-SESSIONS PIC 9(6).
               10 PCB-MINUTES  PIC 9(8).
       01  PCB-CNT           PIC 9(2) VALUE 0.
       01  PCB-IDX           PIC 9(2) VALUE 0.
       01  PS-ID             PIC X(6).
       01  PS-DATE           PIC X(10).
       01  PS-BRANCH         PIC X(10).
       01  PS-STATION        PIC X(2).
       01  PS-USER           PIC X(5).
       01  PS-TYPE           PIC X(7).
       01  PS-START          PIC X(5).
       01  PS-END            PIC X(5).
       01  PS-MINUTES        PIC X(4).
       01  PS-MINUTES-N      PIC 9(4) VALUE 0.

      *> Digital issues from DigitalLending's digital_loans.csv --
      *> reported beside the print issues, never added into them.
       01  WS-DLOAN-STATUS   PIC XX.
       01  WS-DIGITAL-EBOOK  PIC 9(7) VALUE 0.
       01  WS-DIGITAL-AUDIO  PIC 9(7) VALUE 0.
       01  DG-ID             PIC X(5).
       01  DG-LICENCE        PIC X(5).
       01  DG-BOOK           PIC X(5).
       01  DG-FORMAT         PIC X(5).
       01  DG-MEMBER         PIC X(5).
       01  DG-START          PIC X(10).

      *> Issues by genre-and-branch segment.
       01  SEGMENT-TABLE.
           05 SEGMENT-ENTRY OCCURS 300 TIMES.
               10 BK-GENRE    PIC X(30).
               10 BK-BRANCH   PIC X(10).
               10 BK-STATUS   PIC X(9).
               10 BK-FORMAT   PIC X(10).
       01  BK-CNT            PIC 9(4) VALUE 0.
       01  BK-IDX            PIC 9(4) VALUE 0.
       01  BK-SKIP-1         PIC X(30).
       01  BK-SKIP-2         PIC X(30).
       01  BK-SKIP-3         PIC X(5).
       01  BK-SKIP-4         PIC X(17).
       01  BF-BOOK-ID        PIC X(5).
       01  BF-FORMAT         PIC X(10).

      *> Titles, copies and the year's issues by material format
      *> (bookformats.csv, see FormatMaint -- untagged titles are
      *> BOOK).
       01  FORMAT-SEG-TABLE.
           05 FORMAT-SEG-ENTRY OCCURS 50 TIMES.
               10 FS-FORMAT   PIC X(10).
               10 FS-TITLES   PIC 9(6).
               10 FS-COPIES   PIC 9(6).
               10 FS-ISSUE    PIC 9(7).
       01  FS-CNT            PIC 9(2) VALUE 0.
       01  FS-IDX            PIC 9(2) VALUE 0.

      *> Row work fields.
       01  MB-ID             PIC X(5).

           PERFORM COUNT-MEMBERS
           PERFORM LOAD-BOOK-JOIN
           PERFORM LOAD-BOOK-FORMATS
           PERFORM COUNT-HOLDINGS
           PERFORM COUNT-ISSUES
           PERFORM COUNT-DIGITAL-ISSUES
           PERFORM COUNT-ADDITIONS
           PERFORM COUNT-WITHDRAWALS
           PERFORM COUNT-ILL
           PERFORM SUM-FINE-INCOME
           PERFORM COUNT-EVENTS
           PERFORM COUNT-VOLUNTEER-HOURS
           PERFORM COUNT-PC-SESSIONS
           PERFORM WRITE-RETURN-FILE

           DISPLAY "Annual return for " WS-YEAR-IN " written to "
                               = SPACE
                               MOVE "MAIN" TO BK-BRANCH(BK-CNT)
                           END-IF
                           MOVE "BOOK" TO BK-FORMAT(BK-CNT)
                           IF FUNCTION TRIM(BK-STATUS(BK-CNT))
                               NOT = "WITHDRAWN"
                               ADD 1 TO WS-TITLES-TOTAL
           END-PERFORM
           CLOSE BOOK-FILE.

      *-----------------------------------------------------------------
      *> Each title's format, then the titles held in each format.
       LOAD-BOOK-FORMATS.
           MOVE 0 TO FS-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT BKFMT-FILE
           IF WS-BKFMT-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ BKFMT-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE SPACES TO BF-FORMAT
                           UNSTRING BKFMT-REC DELIMITED BY ","
                               INTO BF-BOOK-ID, BF-FORMAT
                           PERFORM VARYING BK-IDX FROM 1 BY 1
                               UNTIL BK-IDX > BK-CNT
                               IF BK-ID(BK-IDX) = BF-BOOK-ID
                                   AND BF-FORMAT NOT = SPACES
                                   MOVE BF-FORMAT TO BK-FORMAT(BK-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE BKFMT-FILE
           END-IF
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-CNT
               IF FUNCTION TRIM(BK-STATUS(BK-IDX)) NOT = "WITHDRAWN"
                   PERFORM FIND-FORMAT-SEG
                   IF FS-IDX > 0
                       ADD 1 TO FS-TITLES(FS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> FS-IDX to BK-IDX's format row, opened on first sight; 0 if
      *> the table is full.
       FIND-FORMAT-SEG.
           PERFORM VARYING FS-IDX FROM 1 BY 1 UNTIL FS-IDX > FS-CNT
               IF FS-FORMAT(FS-IDX) = BK-FORMAT(BK-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF FS-CNT < 50
               ADD 1 TO FS-CNT
               MOVE FS-CNT TO FS-IDX
               MOVE BK-FORMAT(BK-IDX) TO FS-FORMAT(FS-IDX)
               MOVE 0 TO FS-TITLES(FS-IDX)
               MOVE 0 TO FS-COPIES(FS-IDX)
               MOVE 0 TO FS-ISSUE(FS-IDX)
           ELSE
               MOVE 0 TO FS-IDX
           END-IF.

      *-----------------------------------------------------------------
       COUNT-HOLDINGS.
           MOVE 0 TO WS-COPIES-TOTAL
                           AND FUNCTION TRIM(CP-STATUS) NOT =
                               "WITHDRAWN"
                           ADD 1 TO WS-COPIES-TOTAL
                           PERFORM VARYING BK-IDX FROM 1 BY 1
                               UNTIL BK-IDX > BK-CNT
                               IF BK-ID(BK-IDX) = CP-BOOK-ID
                                   PERFORM FIND-FORMAT-SEG
                                   IF FS-IDX > 0
                                       ADD 1 TO FS-COPIES(FS-IDX)
                                   END-IF
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
                           TO SG-BRANCH(SEG-CNT)
                       MOVE 1 TO SG-ISSUE(SEG-CNT)
                   END-IF
                   PERFORM FIND-FORMAT-SEG
                   IF FS-IDX > 0
                       ADD 1 TO FS-ISSUE(FS-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           END-PERFORM
           CLOSE EVENT-FILE.

      *-----------------------------------------------------------------
      *> Digital loans started in the year, by format.
       COUNT-DIGITAL-ISSUES.
           MOVE 0 TO WS-DIGITAL-EBOOK
           MOVE 0 TO WS-DIGITAL-AUDIO
           MOVE 'N' TO FILE-END
           OPEN INPUT DLOAN-FILE
           IF WS-DLOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ DLOAN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO DG-START
                       UNSTRING DLOAN-REC DELIMITED BY ","
                           INTO DG-ID, DG-LICENCE, DG-BOOK,
                                DG-FORMAT, DG-MEMBER, DG-START
                       IF DG-START(7:4) = WS-YEAR-IN
                           IF DG-FORMAT = "AUDIO"
                               ADD 1 TO WS-DIGITAL-AUDIO
                           ELSE
                               ADD 1 TO WS-DIGITAL-EBOOK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLOAN-FILE.

      *-----------------------------------------------------------------
      *> Volunteer hours for the council: DONE shifts dated in the
      *> year on volunteer_shifts.csv, whole hours, with the number
      *> of shifts and of distinct volunteers.
       COUNT-VOLUNTEER-HOURS.
           MOVE 0 TO WS-VOL-MINUTES
           MOVE 0 TO WS-VOL-SHIFTS
           MOVE 0 TO VS-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT VOLUNTEER-FILE
           IF WS-VOLUNTEER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ VOLUNTEER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE 0 TO VO-MINUTES
                       MOVE SPACES TO VO-STATUS
                       UNSTRING VOLUNTEER-REC DELIMITED BY ","
                           INTO VO-ID, VO-VOL, VO-BRANCH, VO-DATE,
                                VO-START, VO-END, VO-TASK, VO-IN,
                                VO-OUT, VO-MINUTES, VO-STATUS
                       IF VO-MINUTES NOT NUMERIC
                           MOVE 0 TO VO-MINUTES
                       END-IF
                       IF VO-DATE(7:4) = WS-YEAR-IN
                           AND FUNCTION TRIM(VO-STATUS) = "DONE"
                           ADD VO-MINUTES TO WS-VOL-MINUTES
                           ADD 1 TO WS-VOL-SHIFTS
                           PERFORM VARYING VS-IDX FROM 1 BY 1
                               UNTIL VS-IDX > VS-CNT
                               IF VS-ID(VS-IDX) = VO-VOL
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                           IF VS-IDX > VS-CNT AND VS-CNT < 200
                               ADD 1 TO VS-CNT
                               MOVE VO-VOL TO VS-ID(VS-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOLUNTEER-FILE
           DIVIDE WS-VOL-MINUTES BY 60 GIVING WS-VOL-HOURS.

      *-----------------------------------------------------------------
      *> Public PC sessions finished in the year on pc_sessions.csv,
      *> with their whole hours, by member type (guests included) and
      *> by branch.
       COUNT-PC-SESSIONS.
           MOVE 0 TO WS-PC-SESSIONS
           MOVE 0 TO WS-PC-MINUTES
           MOVE 0 TO PCB-CNT
           MOVE "STUDENT" TO PCT-TYPE(1)
           MOVE "FACULTY" TO PCT-TYPE(2)
           MOVE "STAFF" TO PCT-TYPE(3)
           MOVE "GENERAL" TO PCT-TYPE(4)
           MOVE "GUEST" TO PCT-TYPE(5)
           PERFORM VARYING PCT-IDX FROM 1 BY 1 UNTIL PCT-IDX > 5
               MOVE 0 TO PCT-SESSIONS(PCT-IDX)
               MOVE 0 TO PCT-MINUTES(PCT-IDX)
           END-PERFORM
           MOVE 'N' TO FILE-END
           OPEN INPUT PCSESS-FILE
           IF WS-PCSESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ PCSESS-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO PS-DATE PS-BRANCH PS-TYPE
                           PS-MINUTES
                       UNSTRING PCSESS-REC DELIMITED BY ","
                           INTO PS-ID, PS-DATE, PS-BRANCH, PS-STATION,
                                PS-USER, PS-TYPE, PS-START, PS-END,
                                PS-MINUTES
                       MOVE 0 TO PS-MINUTES-N
                       IF FUNCTION TRIM(PS-MINUTES) IS NUMERIC
                           MOVE FUNCTION NUMVAL(PS-MINUTES)
                               TO PS-MINUTES-N
                       END-IF
                       IF PS-DATE(7:4) = WS-YEAR-IN
                           PERFORM TALLY-ONE-PC-SESSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCSESS-FILE
           DIVIDE WS-PC-MINUTES BY 60 GIVING WS-PC-HOURS.

       TALLY-ONE-PC-SESSION.
           ADD 1 TO WS-PC-SESSIONS
           ADD PS-MINUTES-N TO WS-PC-MINUTES
           PERFORM VARYING PCT-IDX FROM 1 BY 1 UNTIL PCT-IDX > 5
               IF PCT-TYPE(PCT-IDX) = PS-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PCT-IDX > 5
               MOVE 4 TO PCT-IDX
           END-IF
           ADD 1 TO PCT-SESSIONS(PCT-IDX)
           ADD PS-MINUTES-N TO PCT-MINUTES(PCT-IDX)
           PERFORM VARYING PCB-IDX FROM 1 BY 1 UNTIL PCB-IDX > PCB-CNT
               IF PCB-BRANCH(PCB-IDX) = PS-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PCB-IDX > PCB-CNT
               IF PCB-CNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PCB-CNT
               MOVE PS-BRANCH TO PCB-BRANCH(PCB-CNT)
               MOVE 0 TO PCB-SESSIONS(PCB-CNT)
               MOVE 0 TO PCB-MINUTES(PCB-CNT)
           END-IF
           ADD 1 TO PCB-SESSIONS(PCB-IDX)
           ADD PS-MINUTES-N TO PCB-MINUTES(PCB-IDX).

      *-----------------------------------------------------------------
      *> The authority's fixed layout: one LABEL=VALUE line per
      *> figure, the issue breakdown, then the working paper naming
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "DIGITAL-ISSUES-EBOOK=" DELIMITED BY SIZE
                  WS-DIGITAL-EBOOK DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "DIGITAL-ISSUES-AUDIO=" DELIMITED BY SIZE
                  WS-DIGITAL-AUDIO DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "ILL-BORROWED=" DELIMITED BY SIZE
                  WS-ILL-BORROWED DELIMITED BY SIZE
               INTO RETURN-LINE
                  WS-EVENT-ATTEND DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "VOLUNTEER-HOURS=" DELIMITED BY SIZE
                  WS-VOL-HOURS DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "VOLUNTEER-SHIFTS=" DELIMITED BY SIZE
                  WS-VOL-SHIFTS DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "VOLUNTEERS-ACTIVE=" DELIMITED BY SIZE
                  VS-CNT DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "PC-SESSIONS=" DELIMITED BY SIZE
                  WS-PC-SESSIONS DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE
           MOVE SPACES TO RETURN-LINE
           STRING "PC-HOURS=" DELIMITED BY SIZE
                  WS-PC-HOURS DELIMITED BY SIZE
               INTO RETURN-LINE
           WRITE RETURN-LINE

           MOVE "ISSUES-BY-SEGMENT:" TO RETURN-LINE
           WRITE RETURN-LINE
               WRITE RETURN-LINE
           END-PERFORM

           MOVE "HOLDINGS-AND-ISSUES-BY-FORMAT:" TO RETURN-LINE
           WRITE RETURN-LINE
           PERFORM VARYING FS-IDX FROM 1 BY 1 UNTIL FS-IDX > FS-CNT
               MOVE SPACES TO RETURN-LINE
               STRING "  " DELIMITED BY SIZE
                      FS-FORMAT(FS-IDX) DELIMITED BY SIZE
                      " TITLES=" DELIMITED BY SIZE
                      FS-TITLES(FS-IDX) DELIMITED BY SIZE
                      " COPIES=" DELIMITED BY SIZE
                      FS-COPIES(FS-IDX) DELIMITED BY SIZE
                      " ISSUES=" DELIMITED BY SIZE
                      FS-ISSUE(FS-IDX) DELIMITED BY SIZE
                   INTO RETURN-LINE
               WRITE RETURN-LINE
           END-PERFORM

           MOVE "PC-USE-BY-MEMBER-TYPE:" TO RETURN-LINE
           WRITE RETURN-LINE
           PERFORM VARYING PCT-IDX FROM 1 BY 1 UNTIL PCT-IDX > 5
               DIVIDE PCT-MINUTES(PCT-IDX) BY 60 GIVING WS-PC-HOURS
               MOVE SPACES TO RETURN-LINE
               STRING "  " DELIMITED BY SIZE
                      PCT-TYPE(PCT-IDX) DELIMITED BY SIZE
                      " SESSIONS=" DELIMITED BY SIZE
                      PCT-SESSIONS(PCT-IDX) DELIMITED BY SIZE
                      " HOURS=" DELIMITED BY SIZE
                      WS-PC-HOURS DELIMITED BY SIZE
                   INTO RETURN-LINE
               WRITE RETURN-LINE
           END-PERFORM
           MOVE "PC-USE-BY-BRANCH:" TO RETURN-LINE
           WRITE RETURN-LINE
           PERFORM VARYING PCB-IDX FROM 1 BY 1 UNTIL PCB-IDX > PCB-CNT
               DIVIDE PCB-MINUTES(PCB-IDX) BY 60 GIVING WS-PC-HOURS
               MOVE SPACES TO RETURN-LINE
               STRING "  " DELIMITED BY SIZE
                      PCB-BRANCH(PCB-IDX) DELIMITED BY SIZE
                      " SESSIONS=" DELIMITED BY SIZE
                      PCB-SESSIONS(PCB-IDX) DELIMITED BY SIZE
                      " HOURS=" DELIMITED BY SIZE
                      WS-PC-HOURS DELIMITED BY SIZE
                   INTO RETURN-LINE
               WRITE RETURN-LINE
           END-PERFORM

           MOVE "WORKING PAPER -- FIGURE SOURCES:" TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE "  MEMBERS-*        members.csv (row count and "
           MOVE "                   dates, joined to books.csv"
               TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE "  BY-FORMAT        bookformats.csv (untagged = BOOK)"
               TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE "  DIGITAL-ISSUES-* digital_loans.csv start dates"
               TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE "  ILL-*            ill_items.csv opened dates"
               TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE "  EVENTS-*         room_bookings.csv HELD rows"
               TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE "  VOLUNTEER*       volunteer_shifts.csv DONE rows"
               TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE "  PC-*             pc_sessions.csv closed sessions"
               TO RETURN-LINE
           WRITE RETURN-LINE
           CLOSE RETURN-FILE.

       END PROGRAM AnnualReturn.
