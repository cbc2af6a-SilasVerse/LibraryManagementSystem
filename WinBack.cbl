      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Lapsed-member win-back campaigns. PurgeMembers only
      *          archives the long-gone; nothing reached the people
      *          who simply stopped coming. A campaign run selects
      *          members in good standing (flag ACTIVE or EXPIRED)
      *          who have not started a loan in WBMON months
      *          (parameters.csv, default 12) -- log.csv and
      *          log_archive.csv both count -- or whose membership
      *          expiration has passed without a renewal. Left out:
      *          anyone under an open ban (BanCheck), anyone with a
      *          fine still referred to collections
      *          (collections_referred.csv), anyone with a loan still
      *          out, anyone who joined inside the window, and anyone
      *          already written to by a campaign in the last 90
      *          days. The selection is exported to winback_export.csv
      *          with the campaign code and the channel/phone columns
      *          the sender jobs route on, as CourtesyReminders does,
      *          and each campaign is kept in winback_campaigns.csv
      *          (code, run date, months, selected) with its members
      *          in winback_members.csv (code, member, date, reason,
      *          channel). The results option counts, per campaign,
      *          how many of those members came back -- started a
      *          loan or paid a RENEWAL fee -- within 90 days of the
      *          letters, so the letters can be judged worth sending.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WinBack IS INITIAL.

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
           SELECT FINE-FILE ASSIGN TO "../fine.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINE-STATUS.
           SELECT REFER-FILE ASSIGN TO "../collections_referred.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFER-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO "../winback_campaigns.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT TARGET-FILE ASSIGN TO "../winback_members.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "../winback_export.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULT-FILE ASSIGN TO "../winback_results.txt"
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
       FD  FINE-FILE.
       01  FINE-REC        PIC X(200).
       FD  REFER-FILE.
       01  REFER-REC       PIC X(50).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-REC    PIC X(80).
       FD  TARGET-FILE.
       01  TARGET-REC      PIC X(80).
       FD  EXPORT-FILE.
       01  EXPORT-REC      PIC X(250).
       FD  RESULT-FILE.
       01  RESULT-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-STATUS    PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS   PIC XX.
       01  WS-FEE-STATUS       PIC XX.
       01  WS-FINE-STATUS      PIC XX.
       01  WS-REFER-STATUS     PIC XX.
       01  WS-CAMPAIGN-STATUS  PIC XX.
       01  WS-TARGET-STATUS    PIC XX.
       01  FILE-END            PIC X VALUE 'N'.
       01  WS-MENU-CHOICE      PIC 9 VALUE 0.
       01  WS-CONFIRM          PIC X.

       01  SYS-DATE            PIC 9(8).
       01  SYS-DATE-PARTS REDEFINES SYS-DATE.
           05 SYS-YYYY         PIC 9(4).
           05 SYS-MM           PIC 9(2).
           05 SYS-DD           PIC 9(2).
       01  SYS-DATE-INT        PIC 9(8).
       01  WS-TODAY-DISPLAY    PIC X(10).

      *> Months without a loan before a member counts as lapsed.
       01  WS-WBMON            PIC 9(3) VALUE 12.
       01  WS-PARAM-CODE       PIC X(5).
       01  WS-PARAM-VALUE      PIC 9(7).
       01  WS-PARAM-FOUND      PIC X.
       01  WS-CUTOFF-INT       PIC 9(8).
       01  WS-CUTOFF-DATE      PIC 9(8).
       01  WS-MONTH-TOTAL      PIC 9(6).
       01  WS-CUTOFF-YYYY      PIC 9(4).
       01  WS-CUTOFF-MM        PIC 9(2).
      *> Days a member stays off new campaigns, and the days after
      *> the letters in which a loan or renewal counts as a return.
       01  WS-RESPONSE-DAYS    PIC 9(3) VALUE 90.

      *> Member row parse, quoted address or not.
       01  Q-CNT               PIC 9(3) VALUE 0.
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
       01  MB-PHONE-X          PIC X(15).
       01  MB-EXPIRE-X         PIC X(10).
       01  MB-PIN-X            PIC X(4).
       01  MB-GUARD-X          PIC X(5).
       01  MB-CHANNEL-X        PIC X(5).

      *> Every member in good standing, with what the selection needs.
       01  MB-TABLE.
           05 MB-ENTRY OCCURS 3000 TIMES.
               10 MB-ID          PIC X(5).
               10 MB-NAME        PIC X(30).
               10 MB-EMAIL       PIC X(35).
               10 MB-ADDR        PIC X(50).
               10 MB-PHONE       PIC X(15).
               10 MB-CHANNEL     PIC X(5).
               10 MB-EXPIRE      PIC X(10).
               10 MB-EXPIRE-INT  PIC 9(8).
               10 MB-LAST-INT    PIC 9(8).
               10 MB-LAST-DATE   PIC X(10).
               10 MB-REG-INT     PIC 9(8).
               10 MB-OPEN-LOAN   PIC X.
               10 MB-COLLECT     PIC X.
               10 MB-RECENT      PIC X.
               10 MB-REASON      PIC X(7).
       01  MB-CNT              PIC 9(4) VALUE 0.
       01  MB-IDX              PIC 9(4) VALUE 0.
       01  MB-FOUND-IDX        PIC 9(4) VALUE 0.
       01  WS-SCAN-ID          PIC X(5).

      *> One loan row.
       01  LG-ID               PIC X(5).
       01  LG-MEMBER           PIC X(5).
       01  LG-BOOK             PIC X(5).
       01  LG-START            PIC X(10).
       01  LG-DUE-DATE         PIC X(10).
       01  LG-DAYS             PIC X(3).
       01  LG-RETURN           PIC X(10).
       01  WS-LOAN-OPEN-OK     PIC X.

      *> One membership_fees.csv row.
       01  FE-ID               PIC X(6).
       01  FE-MEMBER           PIC X(5).
       01  FE-TYPE             PIC X(10).
       01  FE-AMOUNT           PIC X(8).
       01  FE-DATE             PIC X(10).
       01  FE-KIND             PIC X(8).

      *> Fines still referred to collections.
       01  REF-TABLE.
           05 REF-ENTRY OCCURS 500 TIMES.
               10 RF-FINE-ID     PIC X(5).
       01  REF-CNT             PIC 9(3) VALUE 0.
       01  REF-IDX             PIC 9(3) VALUE 0.
       01  RF-FINE-X           PIC X(5).
       01  RF-DATE-X           PIC X(10).
       01  RF-STATUS-X         PIC X(8).
       01  FN-FINE-ID          PIC X(5).
       01  FN-TRAN-ID          PIC X(5).
       01  FN-MEMBER-ID        PIC X(5).

      *> Ban lookup.
       01  WS-BANNED           PIC X.
       01  WS-BAN-UNTIL        PIC X(10).

      *> Campaigns on file.
       01  CAMPAIGN-TABLE.
           05 CAMPAIGN-ENTRY OCCURS 200 TIMES.
               10 CP-CODE        PIC X(10).
               10 CP-DATE        PIC X(10).
               10 CP-MONTHS      PIC X(3).
               10 CP-SELECTED    PIC X(5).
       01  CP-CNT              PIC 9(3) VALUE 0.
       01  CP-IDX              PIC 9(3) VALUE 0.
       01  WS-CODE-IN          PIC X(10).
       01  WS-CODE-USED        PIC X VALUE 'N'.

      *> Campaign members, loaded whole for the results count.
       01  TARGET-TABLE.
           05 TARGET-ENTRY OCCURS 5000 TIMES.
               10 TG-CODE        PIC X(10).
               10 TG-MEMBER      PIC X(5).
               10 TG-DATE-INT    PIC 9(8).
               10 TG-BORROWED    PIC X.
               10 TG-RENEWED     PIC X.
       01  TG-CNT              PIC 9(4) VALUE 0.
       01  TG-IDX              PIC 9(4) VALUE 0.
       01  TG-CODE-X           PIC X(10).
       01  TG-MEMBER-X         PIC X(5).
       01  TG-DATE-X           PIC X(10).
       01  TG-REASON-X         PIC X(7).
       01  TG-CHANNEL-X        PIC X(5).
       01  WS-TARGETS-FULL     PIC X VALUE 'N'.

      *> Selection tallies.
       01  WS-SELECTED         PIC 9(5) VALUE 0.
       01  WS-SEL-LAPSED       PIC 9(5) VALUE 0.
       01  WS-SEL-EXPIRED      PIC 9(5) VALUE 0.
       01  WS-SKIP-BAN         PIC 9(5) VALUE 0.
       01  WS-SKIP-COLLECT     PIC 9(5) VALUE 0.
       01  WS-SKIP-RECENT      PIC 9(5) VALUE 0.
       01  WS-SKIP-OPEN        PIC 9(5) VALUE 0.
       01  WS-IS-LAPSED        PIC X.
       01  WS-IS-EXPIRED       PIC X.

      *> Results tallies for one campaign.
       01  WS-RS-TARGETED      PIC 9(5) VALUE 0.
       01  WS-RS-BORROWED      PIC 9(5) VALUE 0.
       01  WS-RS-RENEWED       PIC 9(5) VALUE 0.
       01  WS-RS-RETURNED      PIC 9(5) VALUE 0.
       01  WS-RS-END-INT       PIC 9(8).
       01  WS-RS-END-DATE      PIC 9(8).
       01  WS-WINDOW           PIC X(18).
       01  WS-PCT              PIC 9(3)V9 VALUE 0.
       01  WS-PCT-ED           PIC ZZ9.9.
       01  WS-CNT-ED           PIC ZZ,ZZ9.
       01  WS-CNT-ED-2         PIC ZZ,ZZ9.
       01  WS-CNT-ED-3         PIC ZZ,ZZ9.
       01  WS-CNT-ED-4         PIC ZZ,ZZ9.
       01  WS-LINE             PIC X(100).
       01  WS-EVENT-INT        PIC 9(8).

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
      *> A shared lock is enough -- the campaign files are this
      *> program's own; everything else is only read.
           MOVE 'WinBack' TO WS-SHARE-OWNER
           CALL 'FileLock' USING 'SHAR', WS-SHARE-ACQUIRED,
               WS-SHARE-OWNER
           IF WS-SHARE-ACQUIRED = 'Y'
               PERFORM SET-DATES
               PERFORM MAIN-MENU UNTIL WS-MENU-CHOICE = 4
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
           DISPLAY "     WIN-BACK CAMPAIGNS"
           DISPLAY "=============================="
           DISPLAY "1) Select and Export a Campaign"
           DISPLAY "2) Campaign Results (came back in 90 days)"
           DISPLAY "3) List Campaigns"
           DISPLAY "4) Exit"
           DISPLAY "Enter your choice (1-4): "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM RUN-CAMPAIGN
               WHEN 2
                   PERFORM CAMPAIGN-RESULTS
               WHEN 3
                   PERFORM LIST-CAMPAIGNS
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> Today, and the lapse cutoff WBMON calendar months back.
       SET-DATES.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD
           COMPUTE SYS-DATE-INT = FUNCTION INTEGER-OF-DATE(SYS-DATE)
           STRING SYS-DATE(7:2) DELIMITED BY SIZE "-"
                  SYS-DATE(5:2) DELIMITED BY SIZE "-"
                  SYS-DATE(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISPLAY
           MOVE "WBMON" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 1000
               MOVE WS-PARAM-VALUE TO WS-WBMON
           END-IF
           COMPUTE WS-MONTH-TOTAL = SYS-YYYY * 12
               + SYS-MM - 1 - WS-WBMON
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-CUTOFF-YYYY
               REMAINDER WS-CUTOFF-MM
           ADD 1 TO WS-CUTOFF-MM
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YYYY * 10000
               + WS-CUTOFF-MM * 100
           IF SYS-DD > 28
               ADD 28 TO WS-CUTOFF-DATE
           ELSE
               ADD SYS-DD TO WS-CUTOFF-DATE
           END-IF
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE).

      *-----------------------------------------------------------------
       RUN-CAMPAIGN.
           PERFORM LOAD-CAMPAIGNS
           DISPLAY "Campaign code (blank = WB" SYS-DATE "): "
           MOVE SPACES TO WS-CODE-IN
           ACCEPT WS-CODE-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-IN))
               TO WS-CODE-IN
           IF WS-CODE-IN = SPACES
               STRING "WB" DELIMITED BY SIZE
                      SYS-DATE DELIMITED BY SIZE
                   INTO WS-CODE-IN
           END-IF
           MOVE 0 TO Q-CNT
           INSPECT WS-CODE-IN TALLYING Q-CNT FOR ALL "," ALL '"'
           IF Q-CNT > 0
               DISPLAY "A campaign code cannot hold commas or quotes."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CODE-USED
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-CNT
               IF CP-CODE(CP-IDX) = WS-CODE-IN
                   MOVE 'Y' TO WS-CODE-USED
               END-IF
           END-PERFORM
           IF WS-CODE-USED = 'Y'
               DISPLAY "Campaign " FUNCTION TRIM(WS-CODE-IN)
                   " has already been run."
               EXIT PARAGRAPH
           END-IF
           IF CP-CNT >= 200
               DISPLAY "The campaign register is full (200)."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Selecting members with no loan started since "
               WS-CUTOFF-DATE(7:2) "-" WS-CUTOFF-DATE(5:2) "-"
               WS-CUTOFF-DATE(1:4) " (" WS-WBMON " months) or an "
               "expired membership..."
           PERFORM LOAD-MEMBERS
           IF MB-CNT = 0
               DISPLAY "No members in good standing on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-LOANS
           PERFORM APPLY-REGISTRATIONS
           PERFORM APPLY-COLLECTIONS
           PERFORM APPLY-RECENT-CAMPAIGNS
           PERFORM SELECT-MEMBERS

           DISPLAY " "
           DISPLAY "Selected:                       " WS-SELECTED
           DISPLAY "  no loan in " WS-WBMON " months:          "
               WS-SEL-LAPSED
           DISPLAY "  membership expired:           " WS-SEL-EXPIRED
           DISPLAY "Left out -- open ban:           " WS-SKIP-BAN
           DISPLAY "Left out -- with collections:   " WS-SKIP-COLLECT
           DISPLAY "Left out -- loan still out:     " WS-SKIP-OPEN
           DISPLAY "Left out -- written to lately:  " WS-SKIP-RECENT
           IF WS-SELECTED = 0
               DISPLAY "Nobody to write to -- no campaign recorded."
               EXIT PARAGRAPH
           END-IF
           IF TG-CNT + WS-SELECTED > 5000
               DISPLAY "The campaign member register would pass 5000 "
                   "rows -- archive old campaigns first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Export and record campaign "
               FUNCTION TRIM(WS-CODE-IN) " (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Campaign not recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CAMPAIGN
           DISPLAY WS-SELECTED " member(s) exported to "
               "winback_export.csv under campaign "
               FUNCTION TRIM(WS-CODE-IN) ".".

      *-----------------------------------------------------------------
      *> Members whose flag is ACTIVE or EXPIRED; the rest (INACTIVE,
      *> DECEASED, ERASED, MERGED) are not ours to write to.
       LOAD-MEMBERS.
           MOVE 0 TO MB-CNT
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
           CLOSE MEMBER-FILE.

       STORE-ONE-MEMBER.
           MOVE SPACES TO MB-ADDR-X MB-FLAG-X MB-PHONE-X MB-EXPIRE-X
               MB-CHANNEL-X
           MOVE 0 TO Q-CNT
           INSPECT MEMBER-REC TALLYING Q-CNT FOR ALL '"'
           IF Q-CNT > 0
               UNSTRING MEMBER-REC DELIMITED BY '"'
                   INTO id_to_email, MB-ADDR-X, gender_n_flag
               UNSTRING id_to_email DELIMITED BY ','
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X
               UNSTRING gender_n_flag DELIMITED BY ','
                   INTO dummy, MB-GENDER-X, MB-FLAG-X,
                        MB-OVERRIDE-X, MB-TYPE-X, MB-PHONE-X,
                        MB-EXPIRE-X, MB-PIN-X, MB-GUARD-X,
                        MB-CHANNEL-X
           ELSE
               UNSTRING MEMBER-REC DELIMITED BY ","
                   INTO MB-ID-X, MB-NAME-X, MB-EMAIL-X, MB-ADDR-X,
                        MB-GENDER-X, MB-FLAG-X, MB-OVERRIDE-X,
                        MB-TYPE-X, MB-PHONE-X, MB-EXPIRE-X,
                        MB-PIN-X, MB-GUARD-X, MB-CHANNEL-X
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-FLAG-X))
               TO MB-FLAG-X
           IF MB-FLAG-X NOT = "ACTIVE" AND MB-FLAG-X NOT = "EXPIRED"
               EXIT PARAGRAPH
           END-IF
           IF MB-CNT >= 3000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MB-CNT
           MOVE MB-ID-X TO MB-ID(MB-CNT)
           MOVE MB-NAME-X TO MB-NAME(MB-CNT)
           MOVE MB-EMAIL-X TO MB-EMAIL(MB-CNT)
           MOVE MB-ADDR-X TO MB-ADDR(MB-CNT)
           MOVE MB-PHONE-X TO MB-PHONE(MB-CNT)
           MOVE MB-CHANNEL-X TO MB-CHANNEL(MB-CNT)
           IF FUNCTION TRIM(MB-CHANNEL(MB-CNT)) = SPACE
               MOVE "EMAIL" TO MB-CHANNEL(MB-CNT)
           END-IF
           MOVE MB-EXPIRE-X TO MB-EXPIRE(MB-CNT)
           MOVE MB-EXPIRE-X TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-DATE-OUT-INT TO MB-EXPIRE-INT(MB-CNT)
           MOVE 0 TO MB-LAST-INT(MB-CNT)
           MOVE SPACES TO MB-LAST-DATE(MB-CNT)
           MOVE 0 TO MB-REG-INT(MB-CNT)
           MOVE 'N' TO MB-OPEN-LOAN(MB-CNT)
           MOVE 'N' TO MB-COLLECT(MB-CNT)
           MOVE 'N' TO MB-RECENT(MB-CNT)
           MOVE SPACES TO MB-REASON(MB-CNT).

       FIND-MEMBER.
           MOVE 0 TO MB-FOUND-IDX
           PERFORM VARYING MB-IDX FROM 1 BY 1
               UNTIL MB-IDX > MB-CNT OR MB-FOUND-IDX > 0
               IF MB-ID(MB-IDX) = WS-SCAN-ID
                   MOVE MB-IDX TO MB-FOUND-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> Latest loan start per member, live and archived, and whether
      *> anything is still out.
       APPLY-LOANS.
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE 'Y' TO WS-LOAN-OPEN-OK
                           MOVE LOG-REC TO ARCHIVE-REC
                           PERFORM APPLY-ONE-LOAN
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
                           MOVE 'N' TO WS-LOAN-OPEN-OK
                           PERFORM APPLY-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       APPLY-ONE-LOAN.
           IF ARCHIVE-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LG-RETURN
           UNSTRING ARCHIVE-REC DELIMITED BY ","
               INTO LG-ID, LG-MEMBER, LG-BOOK, LG-START,
                    LG-DUE-DATE, LG-DAYS, LG-RETURN
           MOVE LG-MEMBER TO WS-SCAN-ID
           PERFORM FIND-MEMBER
           IF MB-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-OPEN-OK = 'Y' AND FUNCTION TRIM(LG-RETURN) = SPACE
               MOVE 'Y' TO MB-OPEN-LOAN(MB-FOUND-IDX)
           END-IF
           MOVE LG-START TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK = 'Y'
               AND WS-DATE-OUT-INT > MB-LAST-INT(MB-FOUND-IDX)
               MOVE WS-DATE-OUT-INT TO MB-LAST-INT(MB-FOUND-IDX)
               MOVE LG-START TO MB-LAST-DATE(MB-FOUND-IDX)
           END-IF.

      *> The NEW fee row dates a member's joining; someone who joined
      *> inside the window has not had the chance to lapse.
       APPLY-REGISTRATIONS.
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
                           MOVE FE-MEMBER TO WS-SCAN-ID
                           PERFORM FIND-MEMBER
                           MOVE FE-DATE TO WS-DATE-IN
                           PERFORM CONVERT-DATE-TO-INT
                           IF MB-FOUND-IDX > 0 AND WS-DATE-OK = 'Y'
                               MOVE WS-DATE-OUT-INT
                                   TO MB-REG-INT(MB-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

      *> A fine whose referral ledger row is still REF has not been
      *> settled -- its member is with the collections office.
       APPLY-COLLECTIONS.
           MOVE 0 TO REF-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT REFER-FILE
           IF WS-REFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ REFER-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING REFER-REC DELIMITED BY ","
                           INTO RF-FINE-X, RF-DATE-X, RF-STATUS-X
                       IF FUNCTION TRIM(RF-STATUS-X) = "REF"
                           AND REF-CNT < 500
                           ADD 1 TO REF-CNT
                           MOVE RF-FINE-X TO RF-FINE-ID(REF-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFER-FILE
           IF REF-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT FINE-FILE
           IF WS-FINE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ FINE-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       UNSTRING FINE-REC DELIMITED BY ","
                           INTO FN-FINE-ID, FN-TRAN-ID, FN-MEMBER-ID
                       PERFORM VARYING REF-IDX FROM 1 BY 1
                           UNTIL REF-IDX > REF-CNT
                           IF RF-FINE-ID(REF-IDX) = FN-FINE-ID
                               MOVE FN-MEMBER-ID TO WS-SCAN-ID
                               PERFORM FIND-MEMBER
                               IF MB-FOUND-IDX > 0
                                   MOVE 'Y' TO
                                       MB-COLLECT(MB-FOUND-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

      *> Anyone written to by a campaign in the last 90 days is left
      *> alone this time.
       APPLY-RECENT-CAMPAIGNS.
           PERFORM LOAD-TARGETS
           PERFORM VARYING TG-IDX FROM 1 BY 1 UNTIL TG-IDX > TG-CNT
               IF TG-DATE-INT(TG-IDX) + WS-RESPONSE-DAYS
                   > SYS-DATE-INT
                   MOVE TG-MEMBER(TG-IDX) TO WS-SCAN-ID
                   PERFORM FIND-MEMBER
                   IF MB-FOUND-IDX > 0
                       MOVE 'Y' TO MB-RECENT(MB-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       SELECT-MEMBERS.
           MOVE 0 TO WS-SELECTED WS-SEL-LAPSED WS-SEL-EXPIRED
               WS-SKIP-BAN WS-SKIP-COLLECT WS-SKIP-RECENT WS-SKIP-OPEN
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               PERFORM SELECT-ONE-MEMBER
           END-PERFORM.

       SELECT-ONE-MEMBER.
           MOVE 'N' TO WS-IS-LAPSED
           MOVE 'N' TO WS-IS-EXPIRED
           IF MB-LAST-INT(MB-IDX) > 0
               IF MB-LAST-INT(MB-IDX) < WS-CUTOFF-INT
                   MOVE 'Y' TO WS-IS-LAPSED
               END-IF
           ELSE
               IF MB-REG-INT(MB-IDX) < WS-CUTOFF-INT
                   MOVE 'Y' TO WS-IS-LAPSED
               END-IF
           END-IF
           IF MB-EXPIRE-INT(MB-IDX) > 0
               AND MB-EXPIRE-INT(MB-IDX) < SYS-DATE-INT
               MOVE 'Y' TO WS-IS-EXPIRED
           END-IF
           IF WS-IS-LAPSED = 'N' AND WS-IS-EXPIRED = 'N'
               EXIT PARAGRAPH
           END-IF
           IF MB-OPEN-LOAN(MB-IDX) = 'Y'
               ADD 1 TO WS-SKIP-OPEN
               EXIT PARAGRAPH
           END-IF
           IF MB-COLLECT(MB-IDX) = 'Y'
               ADD 1 TO WS-SKIP-COLLECT
               EXIT PARAGRAPH
           END-IF
           IF MB-RECENT(MB-IDX) = 'Y'
               ADD 1 TO WS-SKIP-RECENT
               EXIT PARAGRAPH
           END-IF
           CALL 'BanCheck' USING MB-ID(MB-IDX), WS-BANNED,
               WS-BAN-UNTIL
           IF WS-BANNED = 'Y'
               ADD 1 TO WS-SKIP-BAN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SELECTED
           IF WS-IS-EXPIRED = 'Y'
               MOVE "EXPIRED" TO MB-REASON(MB-IDX)
               ADD 1 TO WS-SEL-EXPIRED
           ELSE
               MOVE "LAPSED" TO MB-REASON(MB-IDX)
               ADD 1 TO WS-SEL-LAPSED
           END-IF.

      *-----------------------------------------------------------------
      *> winback_export.csv: campaign, member, name, email, address,
      *> reason, last loan, expiration, channel, phone.
       WRITE-CAMPAIGN.
           OPEN OUTPUT EXPORT-FILE
           OPEN EXTEND TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
               OPEN OUTPUT TARGET-FILE
           END-IF
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-CNT
               IF MB-REASON(MB-IDX) NOT = SPACES
                   MOVE SPACES TO EXPORT-REC
                   STRING FUNCTION TRIM(WS-CODE-IN) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          MB-ID(MB-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-NAME(MB-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-EMAIL(MB-IDX))
                              DELIMITED BY SIZE ',"'
                          FUNCTION TRIM(MB-ADDR(MB-IDX))
                              DELIMITED BY SIZE '",'
                          FUNCTION TRIM(MB-REASON(MB-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-LAST-DATE(MB-IDX))
                              DELIMITED BY SIZE ","
                          MB-EXPIRE(MB-IDX) DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-CHANNEL(MB-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-PHONE(MB-IDX))
                              DELIMITED BY SIZE
                       INTO EXPORT-REC
                   WRITE EXPORT-REC
                   MOVE SPACES TO TARGET-REC
                   STRING FUNCTION TRIM(WS-CODE-IN) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          MB-ID(MB-IDX) DELIMITED BY SIZE ","
                          WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-REASON(MB-IDX))
                              DELIMITED BY SIZE ","
                          FUNCTION TRIM(MB-CHANNEL(MB-IDX))
                              DELIMITED BY SIZE
                       INTO TARGET-REC
                   WRITE TARGET-REC
               END-IF
           END-PERFORM
           CLOSE TARGET-FILE
           CLOSE EXPORT-FILE
           OPEN EXTEND CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               OPEN OUTPUT CAMPAIGN-FILE
           END-IF
           MOVE SPACES TO CAMPAIGN-REC
           STRING FUNCTION TRIM(WS-CODE-IN) DELIMITED BY SIZE ","
                  WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                  WS-WBMON DELIMITED BY SIZE ","
                  WS-SELECTED DELIMITED BY SIZE
               INTO CAMPAIGN-REC
           WRITE CAMPAIGN-REC
           CLOSE CAMPAIGN-FILE.

      *-----------------------------------------------------------------
       LOAD-CAMPAIGNS.
           MOVE 0 TO CP-CNT
           MOVE 'N' TO FILE-END
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ CAMPAIGN-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF CAMPAIGN-REC NOT = SPACES AND CP-CNT < 200
                           ADD 1 TO CP-CNT
                           UNSTRING CAMPAIGN-REC DELIMITED BY ","
                               INTO CP-CODE(CP-CNT), CP-DATE(CP-CNT),
                                    CP-MONTHS(CP-CNT),
                                    CP-SELECTED(CP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE.

       LOAD-TARGETS.
           MOVE 0 TO TG-CNT
           MOVE 'N' TO WS-TARGETS-FULL
           MOVE 'N' TO FILE-END
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ TARGET-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF TARGET-REC NOT = SPACES
                           PERFORM STORE-ONE-TARGET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARGET-FILE.

       STORE-ONE-TARGET.
           IF TG-CNT >= 5000
               MOVE 'Y' TO WS-TARGETS-FULL
               EXIT PARAGRAPH
           END-IF
           UNSTRING TARGET-REC DELIMITED BY ","
               INTO TG-CODE-X, TG-MEMBER-X, TG-DATE-X, TG-REASON-X,
                    TG-CHANNEL-X
           MOVE TG-DATE-X TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TG-CNT
           MOVE TG-CODE-X TO TG-CODE(TG-CNT)
           MOVE TG-MEMBER-X TO TG-MEMBER(TG-CNT)
           MOVE WS-DATE-OUT-INT TO TG-DATE-INT(TG-CNT)
           MOVE 'N' TO TG-BORROWED(TG-CNT)
           MOVE 'N' TO TG-RENEWED(TG-CNT).

       LIST-CAMPAIGNS.
           PERFORM LOAD-CAMPAIGNS
           IF CP-CNT = 0
               DISPLAY "No win-back campaigns have been run."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code        Run date    Months  Selected"
           DISPLAY "----------------------------------------"
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-CNT
               DISPLAY CP-CODE(CP-IDX) "  " CP-DATE(CP-IDX) "  "
                   CP-MONTHS(CP-IDX) "     " CP-SELECTED(CP-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
      *> A member came back when a loan started, or a RENEWAL fee was
      *> charged, on the letter date or in the 90 days after it.
       CAMPAIGN-RESULTS.
           PERFORM LOAD-CAMPAIGNS
           PERFORM LOAD-TARGETS
           IF CP-CNT = 0 OR TG-CNT = 0
               DISPLAY "No win-back campaigns have been run."
               EXIT PARAGRAPH
           END-IF
           IF WS-TARGETS-FULL = 'Y'
               DISPLAY "Only the first 5000 campaign members are "
                   "counted."
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ LOG-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           MOVE LOG-REC TO ARCHIVE-REC
                           PERFORM MATCH-LOAN-TO-TARGETS
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
                           PERFORM MATCH-LOAN-TO-TARGETS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N' TO FILE-END
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS = "00"
               PERFORM UNTIL FILE-END = 'Y'
                   READ FEE-FILE
                       AT END MOVE 'Y' TO FILE-END
                       NOT AT END
                           PERFORM MATCH-FEE-TO-TARGETS
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE
           END-IF

           OPEN OUTPUT RESULT-FILE
           MOVE SPACES TO WS-LINE
           STRING "WIN-BACK CAMPAIGN RESULTS  as at " DELIMITED BY SIZE
                  WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Came back = a loan started or a RENEWAL fee charged "
               TO WS-LINE
           MOVE "within 90 days of the letters." TO WS-LINE(53:)
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-LINE
           PERFORM EMIT-LINE
           MOVE "Campaign    Run date    Written  Borrowed  Renewed  "
               TO WS-LINE
           MOVE "Came back   Rate  Window" TO WS-LINE(53:)
           PERFORM EMIT-LINE
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-CNT
               PERFORM REPORT-ONE-CAMPAIGN
           END-PERFORM
           CLOSE RESULT-FILE
           DISPLAY " "
           DISPLAY "Results written to winback_results.txt.".

       MATCH-LOAN-TO-TARGETS.
           IF ARCHIVE-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING ARCHIVE-REC DELIMITED BY ","
               INTO LG-ID, LG-MEMBER, LG-BOOK, LG-START
           MOVE LG-START TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-EVENT-INT
           PERFORM VARYING TG-IDX FROM 1 BY 1 UNTIL TG-IDX > TG-CNT
               IF TG-MEMBER(TG-IDX) = LG-MEMBER
                   AND WS-EVENT-INT >= TG-DATE-INT(TG-IDX)
                   AND WS-EVENT-INT <= TG-DATE-INT(TG-IDX)
                       + WS-RESPONSE-DAYS
                   MOVE 'Y' TO TG-BORROWED(TG-IDX)
               END-IF
           END-PERFORM.

       MATCH-FEE-TO-TARGETS.
           UNSTRING FEE-REC DELIMITED BY ","
               INTO FE-ID, FE-MEMBER, FE-TYPE, FE-AMOUNT,
                    FE-DATE, FE-KIND
           IF FUNCTION TRIM(FE-KIND) NOT = "RENEWAL"
               EXIT PARAGRAPH
           END-IF
           MOVE FE-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-OUT-INT TO WS-EVENT-INT
           PERFORM VARYING TG-IDX FROM 1 BY 1 UNTIL TG-IDX > TG-CNT
               IF TG-MEMBER(TG-IDX) = FE-MEMBER
                   AND WS-EVENT-INT >= TG-DATE-INT(TG-IDX)
                   AND WS-EVENT-INT <= TG-DATE-INT(TG-IDX)
                       + WS-RESPONSE-DAYS
                   MOVE 'Y' TO TG-RENEWED(TG-IDX)
               END-IF
           END-PERFORM.

       REPORT-ONE-CAMPAIGN.
           MOVE 0 TO WS-RS-TARGETED WS-RS-BORROWED WS-RS-RENEWED
               WS-RS-RETURNED
           PERFORM VARYING TG-IDX FROM 1 BY 1 UNTIL TG-IDX > TG-CNT
               IF TG-CODE(TG-IDX) = CP-CODE(CP-IDX)
                   ADD 1 TO WS-RS-TARGETED
                   IF TG-BORROWED(TG-IDX) = 'Y'
                       ADD 1 TO WS-RS-BORROWED
                   END-IF
                   IF TG-RENEWED(TG-IDX) = 'Y'
                       ADD 1 TO WS-RS-RENEWED
                   END-IF
                   IF TG-BORROWED(TG-IDX) = 'Y'
                       OR TG-RENEWED(TG-IDX) = 'Y'
                       ADD 1 TO WS-RS-RETURNED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RS-TARGETED = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-RS-RETURNED * 100 / WS-RS-TARGETED
           END-IF
           MOVE WS-PCT TO WS-PCT-ED
           MOVE WS-RS-TARGETED TO WS-CNT-ED
           MOVE WS-RS-BORROWED TO WS-CNT-ED-2
           MOVE WS-RS-RENEWED TO WS-CNT-ED-3
           MOVE WS-RS-RETURNED TO WS-CNT-ED-4
           MOVE CP-DATE(CP-IDX) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-INT
           COMPUTE WS-RS-END-INT = WS-DATE-OUT-INT + WS-RESPONSE-DAYS
      *> A window still open means the count can still grow.
           MOVE SPACES TO WS-WINDOW
           IF WS-DATE-OK = 'Y' AND WS-RS-END-INT > SYS-DATE-INT
               COMPUTE WS-RS-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RS-END-INT)
               STRING "open to " DELIMITED BY SIZE
                      WS-RS-END-DATE(7:2) DELIMITED BY SIZE "-"
                      WS-RS-END-DATE(5:2) DELIMITED BY SIZE "-"
                      WS-RS-END-DATE(1:4) DELIMITED BY SIZE
                   INTO WS-WINDOW
           ELSE
               MOVE "closed" TO WS-WINDOW
           END-IF
           MOVE SPACES TO WS-LINE
           STRING CP-CODE(CP-IDX) DELIMITED BY SIZE "  "
                  CP-DATE(CP-IDX) DELIMITED BY SIZE "  "
                  WS-CNT-ED DELIMITED BY SIZE "    "
                  WS-CNT-ED-2 DELIMITED BY SIZE "   "
                  WS-CNT-ED-3 DELIMITED BY SIZE "     "
                  WS-CNT-ED-4 DELIMITED BY SIZE "  "
                  WS-PCT-ED DELIMITED BY SIZE "%  "
                  WS-WINDOW DELIMITED BY SIZE
               INTO WS-LINE
           PERFORM EMIT-LINE.

       EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           MOVE WS-LINE TO RESULT-REC
           WRITE RESULT-REC.

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

       END PROGRAM WinBack.
