      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared merge of one notice template (kept in
      *          notice_templates.csv by NoticeTemplates) with one
      *          notice's values -- the merge fields {NAME}, {TITLE},
      *          {DUE}, {AMOUNT} and {BRANCH} are replaced by the
      *          trimmed values passed in, and any other text,
      *          braces included, is copied as it stands. Called by
      *          NoticeCompose for every notice and by NoticeTemplates
      *          for a preview. Templates are UTF-8 (the Burmese ones
      *          are all multi-byte), so NM-LENGTH comes back as the
      *          merged text's length in characters, not bytes, and
      *          NM-WIDE 'Y' when any character is outside plain
      *          ASCII -- such an SMS goes as a Unicode message with
      *          the shorter length limit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NoticeMerge.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ws-in-len               PIC 9(4) VALUE 0.
       01  ws-in-pos               PIC 9(4) VALUE 0.
       01  ws-out-pos              PIC 9(4) VALUE 0.
       01  ws-byte-idx             PIC 9(4) VALUE 0.
       01  ws-ord                  PIC 9(3) VALUE 0.
       01  ws-value                PIC X(40).
       01  ws-field-len            PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  NM-TEMPLATE             PIC X(300).
       01  NM-NAME                 PIC X(30).
       01  NM-TITLE                PIC X(40).
       01  NM-DUE                  PIC X(10).
       01  NM-AMOUNT               PIC X(15).
       01  NM-BRANCH               PIC X(30).
       01  NM-TEXT                 PIC X(500).
       01  NM-LENGTH               PIC 9(4).
       01  NM-WIDE                 PIC X.

       PROCEDURE DIVISION USING NM-TEMPLATE, NM-NAME, NM-TITLE,
           NM-DUE, NM-AMOUNT, NM-BRANCH, NM-TEXT, NM-LENGTH, NM-WIDE.
       0000-MAIN-PROCEDURE.
           MOVE SPACES TO NM-TEXT
           MOVE 0 TO NM-LENGTH
           MOVE 'N' TO NM-WIDE
           IF NM-TEMPLATE = SPACES
               GOBACK
           END-IF
           MOVE 300 TO ws-in-len
           PERFORM UNTIL NM-TEMPLATE(ws-in-len:1) NOT = SPACE
               SUBTRACT 1 FROM ws-in-len
           END-PERFORM

           MOVE 1 TO ws-in-pos
           MOVE 1 TO ws-out-pos
           PERFORM UNTIL ws-in-pos > ws-in-len OR ws-out-pos > 500
               MOVE 0 TO ws-field-len
               IF NM-TEMPLATE(ws-in-pos:1) = "{"
                   PERFORM 1000-MATCH-FIELD
               END-IF
               IF ws-field-len > 0
                   PERFORM 2000-APPEND-VALUE
                   ADD ws-field-len TO ws-in-pos
               ELSE
                   MOVE NM-TEMPLATE(ws-in-pos:1)
                       TO NM-TEXT(ws-out-pos:1)
                   ADD 1 TO ws-out-pos
                   ADD 1 TO ws-in-pos
               END-IF
           END-PERFORM

      *> Characters, not bytes: a UTF-8 continuation byte (X'80' to
      *> X'BF') belongs to the character before it.
           PERFORM VARYING ws-byte-idx FROM 1 BY 1
               UNTIL ws-byte-idx >= ws-out-pos
               COMPUTE ws-ord =
                   FUNCTION ORD(NM-TEXT(ws-byte-idx:1)) - 1
               IF ws-ord > 127
                   MOVE 'Y' TO NM-WIDE
               END-IF
               IF ws-ord < 128 OR ws-ord > 191
                   ADD 1 TO NM-LENGTH
               END-IF
           END-PERFORM
           GOBACK.

      *-----------------------------------------------------------------
       1000-MATCH-FIELD.
           MOVE SPACES TO ws-value
           EVALUATE TRUE
               WHEN NM-TEMPLATE(ws-in-pos:6) = "{NAME}"
                   MOVE NM-NAME TO ws-value
                   MOVE 6 TO ws-field-len
               WHEN NM-TEMPLATE(ws-in-pos:7) = "{TITLE}"
                   MOVE NM-TITLE TO ws-value
                   MOVE 7 TO ws-field-len
               WHEN NM-TEMPLATE(ws-in-pos:5) = "{DUE}"
                   MOVE NM-DUE TO ws-value
                   MOVE 5 TO ws-field-len
               WHEN NM-TEMPLATE(ws-in-pos:8) = "{AMOUNT}"
                   MOVE NM-AMOUNT TO ws-value
                   MOVE 8 TO ws-field-len
               WHEN NM-TEMPLATE(ws-in-pos:8) = "{BRANCH}"
                   MOVE NM-BRANCH TO ws-value
                   MOVE 8 TO ws-field-len
           END-EVALUATE.

      *-----------------------------------------------------------------
      *> A blank value merges as nothing at all.
       2000-APPEND-VALUE.
           IF ws-value = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(ws-value) DELIMITED BY SIZE
               INTO NM-TEXT WITH POINTER ws-out-pos
               ON OVERFLOW MOVE 501 TO ws-out-pos
           END-STRING.

       END PROGRAM NoticeMerge.
