      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared notice-language preference of a member, kept
      *          in member_language.csv (member, EN or MY) beside
      *          members.csv the way the auto-renew and portal
      *          opt-out registers are. AddNewMember and EditMember
      *          set it, MemberDetail shows it and NoticeCompose picks
      *          the template language by it. Actions (LG-ACTION):
      *            "GET " -- LG-LANG comes back as the member's
      *                      language, EN when none is on file
      *                      (LG-FOUND 'N')
      *            "SET " -- records LG-LANG for the member, replacing
      *                      any earlier choice; LG-FOUND comes back
      *                      'N' when the register is full
      *          A new member joining in English gets no row at all --
      *          the default needs none of its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberLang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANG-FILE ASSIGN TO '../member_language.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lang-status.

       DATA DIVISION.
       FILE SECTION.
       FD  LANG-FILE.
       01  LANG-REC                PIC X(20).

       WORKING-STORAGE SECTION.
       01  ws-lang-status          PIC XX.
       01  ws-eof                  PIC X VALUE 'N'.
       01  ws-member               PIC X(5).
       01  ws-lang                 PIC X(2).

      *> The register whole, for a SET.
       01  lang-table.
           05 lang-entry OCCURS 5000 TIMES.
               10 lt-member        PIC X(5).
               10 lt-lang          PIC X(2).
       01  lang-cnt                PIC 9(4) VALUE 0.
       01  lang-idx                PIC 9(4) VALUE 0.
       01  lang-match              PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LG-ACTION               PIC X(4).
       01  LG-MEMBER-ID            PIC X(5).
       01  LG-LANG                 PIC X(2).
       01  LG-FOUND                PIC X.

       PROCEDURE DIVISION USING LG-ACTION, LG-MEMBER-ID, LG-LANG,
           LG-FOUND.
       0000-MAIN-PROCEDURE.
           MOVE 'N' TO LG-FOUND
           EVALUATE LG-ACTION
               WHEN "GET "
                   PERFORM 1000-GET-LANGUAGE
               WHEN "SET "
                   PERFORM 2000-SET-LANGUAGE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
       1000-GET-LANGUAGE.
           MOVE "EN" TO LG-LANG
           MOVE 'N' TO ws-eof
           OPEN INPUT LANG-FILE
           IF ws-lang-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ LANG-FILE
                   AT END MOVE 'Y' TO ws-eof
                   NOT AT END
                       UNSTRING LANG-REC DELIMITED BY ","
                           INTO ws-member, ws-lang
                       IF ws-member = LG-MEMBER-ID
                           MOVE ws-lang TO LG-LANG
                           MOVE 'Y' TO LG-FOUND
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LANG-FILE.

      *-----------------------------------------------------------------
       2000-SET-LANGUAGE.
           MOVE 0 TO lang-cnt
           MOVE 0 TO lang-match
           MOVE 'N' TO ws-eof
           OPEN INPUT LANG-FILE
           IF ws-lang-status = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ LANG-FILE
                       AT END MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF lang-cnt < 5000
                               ADD 1 TO lang-cnt
                               UNSTRING LANG-REC DELIMITED BY ","
                                   INTO lt-member(lang-cnt),
                                        lt-lang(lang-cnt)
                               IF lt-member(lang-cnt) = LG-MEMBER-ID
                                   MOVE lang-cnt TO lang-match
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LANG-FILE
           END-IF
           IF lang-match = 0
               IF lang-cnt >= 5000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO lang-cnt
               MOVE lang-cnt TO lang-match
               MOVE LG-MEMBER-ID TO lt-member(lang-match)
           END-IF
           MOVE LG-LANG TO lt-lang(lang-match)
           OPEN OUTPUT LANG-FILE
           PERFORM VARYING lang-idx FROM 1 BY 1
               UNTIL lang-idx > lang-cnt
               MOVE SPACES TO LANG-REC
               STRING lt-member(lang-idx) DELIMITED BY SIZE ","
                      lt-lang(lang-idx) DELIMITED BY SIZE
                   INTO LANG-REC
               WRITE LANG-REC
           END-PERFORM
           CLOSE LANG-FILE
           MOVE 'Y' TO LG-FOUND.

       END PROGRAM MemberLang.
