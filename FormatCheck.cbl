      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared material-format lookup. A title's format is
      *          its row in bookformats.csv (book id, format code);
      *          a title with no row there is an ordinary BOOK. The
      *          format's lending rules come from the formats.csv
      *          master kept by FormatMaint (code, description, loan
      *          days, loan cap, renewal limit, fine rate per day,
      *          ACTIVE/RETIRED). A rule column left blank means the
      *          format has no rule of its own there and the caller
      *          keeps whatever the genre or parameters give it.
      *          Called with a book id the format is looked up and
      *          returned; called with a blank book id the format
      *          passed in is used as given. FC-RULES carries one
      *          Y/N byte per rule -- loan days, loan cap, renewal
      *          limit, fine rate -- in that order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FormatCheck.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT FormatFile ASSIGN TO '../formats.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-format-status.
           SELECT BookFormatFile ASSIGN TO '../bookformats.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-bkfmt-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  FormatFile.
       01  FormatRecord             PIC X(120).
       FD  BookFormatFile.
       01  BookFormatRecord         PIC X(40).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  ws-format-status         PIC XX.
       01  ws-bkfmt-status          PIC XX.
       01  ws-eof                   PIC X VALUE 'N'.
       01  ws-found                 PIC X VALUE 'N'.
       01  ws-scan-book             PIC X(5).
       01  ws-scan-code             PIC X(10).
       01  ws-scan-desc             PIC X(30).
       01  ws-scan-days             PIC X(5).
       01  ws-scan-cap              PIC X(5).
       01  ws-scan-renew            PIC X(5).
       01  ws-scan-rate             PIC X(7).
       01  ws-scan-status           PIC X(7).

       LINKAGE SECTION.
      *-----------------------
       01  FC-BOOK-ID               PIC X(5).
       01  FC-FORMAT                PIC X(10).
       01  FC-DAYS                  PIC 9(3).
       01  FC-CAP                   PIC 9(2).
       01  FC-RENEWALS              PIC 9(2).
       01  FC-RATE                  PIC 9(5).
       01  FC-RULES                 PIC X(4).

       PROCEDURE DIVISION USING FC-BOOK-ID, FC-FORMAT, FC-DAYS,
           FC-CAP, FC-RENEWALS, FC-RATE, FC-RULES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE "NNNN" TO FC-RULES
           MOVE 0 TO FC-DAYS
           MOVE 0 TO FC-CAP
           MOVE 0 TO FC-RENEWALS
           MOVE 0 TO FC-RATE
           IF FC-BOOK-ID NOT = SPACES
               PERFORM FIND-BOOK-FORMAT
           END-IF
           IF FUNCTION TRIM(FC-FORMAT) = SPACE
               MOVE "BOOK" TO FC-FORMAT
           END-IF
           PERFORM FIND-FORMAT-RULES
           GOBACK.

      *-----------------------------------------------------------------
       FIND-BOOK-FORMAT.
           MOVE "BOOK" TO FC-FORMAT
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-found
           OPEN INPUT BookFormatFile
           IF ws-bkfmt-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y' OR ws-found = 'Y'
               READ BookFormatFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO ws-scan-code
                       UNSTRING BookFormatRecord DELIMITED BY ","
                           INTO ws-scan-book, ws-scan-code
                       IF ws-scan-book = FC-BOOK-ID
                           AND FUNCTION TRIM(ws-scan-code) NOT = SPACE
                           MOVE ws-scan-code TO FC-FORMAT
                           MOVE 'Y' TO ws-found
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BookFormatFile.

      *-----------------------------------------------------------------
      *> A RETIRED format can't be given to new titles but the ones
      *> already carrying it still lend under its rules.
       FIND-FORMAT-RULES.
           MOVE 'N' TO ws-eof
           MOVE 'N' TO ws-found
           OPEN INPUT FormatFile
           IF ws-format-status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y' OR ws-found = 'Y'
               READ FormatFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE SPACES TO ws-scan-days ws-scan-cap
                           ws-scan-renew ws-scan-rate
                       UNSTRING FormatRecord DELIMITED BY ","
                           INTO ws-scan-code, ws-scan-desc,
                                ws-scan-days, ws-scan-cap,
                                ws-scan-renew, ws-scan-rate,
                                ws-scan-status
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM
                           (ws-scan-code)) =
                           FUNCTION UPPER-CASE(FUNCTION TRIM
                           (FC-FORMAT))
                           MOVE ws-scan-code TO FC-FORMAT
                           MOVE 'Y' TO ws-found
                           PERFORM TAKE-FORMAT-RULES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FormatFile.

      *-----------------------------------------------------------------
       TAKE-FORMAT-RULES.
           IF FUNCTION TRIM(ws-scan-days) NOT = SPACE
               AND FUNCTION TEST-NUMVAL(ws-scan-days) = 0
               COMPUTE FC-DAYS = FUNCTION NUMVAL(ws-scan-days)
               IF FC-DAYS > 0
                   MOVE 'Y' TO FC-RULES(1:1)
               END-IF
           END-IF
           IF FUNCTION TRIM(ws-scan-cap) NOT = SPACE
               AND FUNCTION TEST-NUMVAL(ws-scan-cap) = 0
               COMPUTE FC-CAP = FUNCTION NUMVAL(ws-scan-cap)
               MOVE 'Y' TO FC-RULES(2:1)
           END-IF
           IF FUNCTION TRIM(ws-scan-renew) NOT = SPACE
               AND FUNCTION TEST-NUMVAL(ws-scan-renew) = 0
               COMPUTE FC-RENEWALS = FUNCTION NUMVAL(ws-scan-renew)
               MOVE 'Y' TO FC-RULES(3:1)
           END-IF
           IF FUNCTION TRIM(ws-scan-rate) NOT = SPACE
               AND FUNCTION TEST-NUMVAL(ws-scan-rate) = 0
               COMPUTE FC-RATE = FUNCTION NUMVAL(ws-scan-rate)
               MOVE 'Y' TO FC-RULES(4:1)
           END-IF.

       END PROGRAM FormatCheck.
