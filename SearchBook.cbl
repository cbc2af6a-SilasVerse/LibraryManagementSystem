      * Modified by Silas(23/8/26): Search by subject tag -- one tag,
      *   or two tags combined -- against the booktags.csv keyword
      *   rows TagMaint maintains.
      * Modified by Silas(15/10/26): Each result shows up to three
      *   "also borrowed" titles from title_associations.csv, the
      *   member-free pairing file AlsoBorrowed rebuilds nightly.
      * Modified by Silas(15/10/26): A title in a series (see
      *   SeriesMaint) shows its series and volume number, and the
      *   next volume when we hold it.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT TAG-FILE ASSIGN TO "../booktags.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAG-STATUS.
      *> "Also borrowed" pairings, rebuilt nightly by AlsoBorrowed --
      *> optional; no file just means no related titles shown.
           SELECT ASSOC-FILE ASSIGN TO "../title_associations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSOC-STATUS.
      *> Series and volume links, maintained by SeriesMaint --
      *> optional; a title in no series just shows no series line.
           SELECT SERIES-FILE ASSIGN TO "../series.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SERIES-STATUS.
           SELECT SLINK-FILE ASSIGN TO "../seriesbooks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLINK-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD TAG-FILE.
       01 TAG-RECORD              PIC X(200).

       FD ASSOC-FILE.
       01 ASSOC-RECORD            PIC X(100).

       FD SERIES-FILE.
       01 SERIES-RECORD           PIC X(100).

       FD SLINK-FILE.
       01 SLINK-RECORD            PIC X(50).

       WORKING-STORAGE SECTION.
       01 BOOK-STATUS             PIC XX.
       01 AUTHOR-STATUS           PIC XX.
       01 LINK-STATUS             PIC XX.
       01 TAG-STATUS              PIC XX.
       01 ASSOC-STATUS            PIC XX.
       01 SERIES-STATUS           PIC XX.
       01 SLINK-STATUS            PIC XX.

       01 SEARCH-CRITERIA.
           05 SC-ID               PIC X(5).
       01 TAG-HIT-CNT             PIC 9(3) VALUE 0.
       01 TAG-HIT-IDX             PIC 9(3) VALUE 0.

      *> "Also borrowed" rows, loaded on the first result shown:
      *> title, rank, related title and its name. Only the top three
      *> ranks are kept.
       01 ASSOC-TABLE.
           05 ASSOC-ENTRY OCCURS 3000 TIMES.
               10 AS-BOOK-ID      PIC X(5).
               10 AS-RELATED-ID   PIC X(5).
               10 AS-RELATED-NAME PIC X(30).
       01 ASSOC-CNT               PIC 9(4) VALUE 0.
       01 ASSOC-IDX               PIC 9(4) VALUE 0.
       01 ASSOC-LOADED            PIC X VALUE 'N'.
       01 ASSOC-EOF               PIC X VALUE 'N'.
       01 WS-AS-BOOK              PIC X(5).
       01 WS-AS-RANK              PIC X(2).
       01 WS-AS-RELATED           PIC X(5).
       01 WS-AS-NAME              PIC X(30).
       01 WS-AS-SHOWN             PIC 9 VALUE 0.
       01 WS-AS-LINE              PIC X(110).
       01 WS-AS-PTR               PIC 9(3) VALUE 1.

      *> Series links and names, loaded on the first result shown.
       01 SERIES-TABLE.
           05 SERIES-ENTRY OCCURS 300 TIMES.
               10 SR-ID           PIC X(5).
               10 SR-NAME         PIC X(30).
               10 SR-VOLUMES      PIC 9(3).
       01 SERIES-CNT              PIC 9(3) VALUE 0.
       01 SERIES-IDX              PIC 9(3) VALUE 0.
       01 SLINK-TABLE.
           05 SLINK-ENTRY OCCURS 2000 TIMES.
               10 SL-BOOK-ID      PIC X(5).
               10 SL-SERIES-ID    PIC X(5).
               10 SL-VOLUME       PIC 9(3).
       01 SLINK-CNT               PIC 9(4) VALUE 0.
       01 SLINK-IDX               PIC 9(4) VALUE 0.
       01 SLINK-HIT               PIC 9(4) VALUE 0.
       01 SLINK-NEXT              PIC 9(4) VALUE 0.
       01 SERIES-LOADED           PIC X VALUE 'N'.
       01 SERIES-EOF              PIC X VALUE 'N'.
       01 WS-SR-VOL-X             PIC X(3).
       01 WS-SR-VOL-ED            PIC ZZ9.
       01 WS-SR-NEXT-VOL          PIC 9(3).
       01 WS-SR-NEXT-LINE         PIC X(200).
       01 WS-SR-NEXT-FOUND        PIC X.
       01 WS-SR-NEXT-ID           PIC X(5).
       01 WS-SR-NEXT-NAME         PIC X(30).

      *> Generic substring (contains) check used by CHECK-MATCH so a
      *> partial title/author typed by the clerk still matches.
       01 WS-HAYSTACK             PIC X(35).
           STOP RUN.

       MAIN-PARAGRAPH.
           MOVE 'N' TO ASSOC-LOADED
           MOVE 'N' TO SERIES-LOADED
           MOVE SPACES TO SEARCH-CRITERIA
           SET NO-BOOK-MATCH TO TRUE.
           MOVE 'N' TO found_flag

                           IF BOOK-MATCH-FOUND
                               DISPLAY BOOK-DETAIL
                               PERFORM SHOW-SERIES-POSITION
                               PERFORM SHOW-ALSO-BORROWED
                               SET BOOK-MATCH-FOUND TO TRUE
                           END-IF
                       END-IF
               END-IF
               IF BOOK-CAT-STATUS NOT = "WITHDRAWN"
                   DISPLAY BOOK-DETAIL
                   PERFORM SHOW-SERIES-POSITION
                   PERFORM SHOW-ALSO-BORROWED
                   MOVE 'Y' TO found_flag
               END-IF
           END-IF
                               UNTIL WORKS-IDX > WORKS-CNT
                               IF WORKS-ID(WORKS-IDX) = BOOK-ID
                                   DISPLAY BOOK-DETAIL
                                   PERFORM SHOW-SERIES-POSITION
                                   PERFORM SHOW-ALSO-BORROWED
                                   MOVE 'Y' TO found_flag
                                   EXIT PERFORM
                               END-IF
                                   AND (SC-TAG-2 = SPACES
                                       OR TH-BOTH(TAG-HIT-IDX) = 'Y')
                                   DISPLAY BOOK-DETAIL
                                   PERFORM SHOW-SERIES-POSITION
                                   PERFORM SHOW-ALSO-BORROWED
                                   MOVE 'Y' TO found_flag
                                   EXIT PERFORM
                               END-IF
           END-IF
           DISPLAY HEADER-LINE.

      *-----------------------------------------------------------------
      *> Under the result just shown, the titles its borrowers most
      *> often borrowed too -- up to three, strongest first.
       SHOW-ALSO-BORROWED.
           IF ASSOC-LOADED NOT = 'Y'
               PERFORM LOAD-ASSOCIATIONS
           END-IF
           MOVE 0 TO WS-AS-SHOWN
           MOVE SPACES TO WS-AS-LINE
           MOVE 1 TO WS-AS-PTR
           STRING "            Also borrowed: " DELIMITED BY SIZE
               INTO WS-AS-LINE WITH POINTER WS-AS-PTR
           PERFORM VARYING ASSOC-IDX FROM 1 BY 1
               UNTIL ASSOC-IDX > ASSOC-CNT OR WS-AS-SHOWN = 3
               IF AS-BOOK-ID(ASSOC-IDX) = BOOK-ID
                   IF WS-AS-SHOWN > 0
                       STRING "; " DELIMITED BY SIZE
                           INTO WS-AS-LINE WITH POINTER WS-AS-PTR
                   END-IF
                   STRING FUNCTION TRIM(AS-RELATED-NAME(ASSOC-IDX))
                              DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(AS-RELATED-ID(ASSOC-IDX))
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-AS-LINE WITH POINTER WS-AS-PTR
                   ADD 1 TO WS-AS-SHOWN
               END-IF
           END-PERFORM
           IF WS-AS-SHOWN > 0
               DISPLAY FUNCTION TRIM(WS-AS-LINE TRAILING)
           END-IF.

      *-----------------------------------------------------------------
      *> Under the result just shown, its place in a series and the
      *> volume that follows it, when we hold that one.
       SHOW-SERIES-POSITION.
           IF SERIES-LOADED NOT = 'Y'
               PERFORM LOAD-SERIES
           END-IF
           MOVE 0 TO SLINK-HIT
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               IF SL-BOOK-ID(SLINK-IDX) = BOOK-ID
                   MOVE SLINK-IDX TO SLINK-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SLINK-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SERIES-IDX
           PERFORM VARYING SERIES-IDX FROM 1 BY 1
               UNTIL SERIES-IDX > SERIES-CNT
               IF SR-ID(SERIES-IDX) = SL-SERIES-ID(SLINK-HIT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SERIES-IDX > SERIES-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AS-LINE
           MOVE 1 TO WS-AS-PTR
           MOVE SL-VOLUME(SLINK-HIT) TO WS-SR-VOL-ED
           STRING "            Series: " DELIMITED BY SIZE
                  FUNCTION TRIM(SR-NAME(SERIES-IDX)) DELIMITED BY SIZE
                  " #" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SR-VOL-ED) DELIMITED BY SIZE
               INTO WS-AS-LINE WITH POINTER WS-AS-PTR
           IF SR-VOLUMES(SERIES-IDX) > 0
               MOVE SR-VOLUMES(SERIES-IDX) TO WS-SR-VOL-ED
               STRING " of " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SR-VOL-ED) DELIMITED BY SIZE
                   INTO WS-AS-LINE WITH POINTER WS-AS-PTR
           END-IF
           COMPUTE WS-SR-NEXT-VOL = SL-VOLUME(SLINK-HIT) + 1
           MOVE 0 TO SLINK-NEXT
           PERFORM VARYING SLINK-IDX FROM 1 BY 1
               UNTIL SLINK-IDX > SLINK-CNT
               IF SL-SERIES-ID(SLINK-IDX) = SL-SERIES-ID(SLINK-HIT)
                   AND SL-VOLUME(SLINK-IDX) = WS-SR-NEXT-VOL
                   MOVE SLINK-IDX TO SLINK-NEXT
               END-IF
           END-PERFORM
           IF SLINK-NEXT NOT = 0
               MOVE SPACES TO WS-SR-NEXT-NAME
               CALL 'BookLookup' USING SL-BOOK-ID(SLINK-NEXT),
                   WS-SR-NEXT-LINE, WS-SR-NEXT-FOUND
               IF WS-SR-NEXT-FOUND = 'Y'
                   UNSTRING WS-SR-NEXT-LINE DELIMITED BY ","
                       INTO WS-SR-NEXT-ID, WS-SR-NEXT-NAME
               END-IF
               STRING " -- next: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SR-NEXT-NAME) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      SL-BOOK-ID(SLINK-NEXT) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-AS-LINE WITH POINTER WS-AS-PTR
           END-IF
           DISPLAY FUNCTION TRIM(WS-AS-LINE TRAILING).

       LOAD-SERIES.
           MOVE 'Y' TO SERIES-LOADED
           MOVE 0 TO SERIES-CNT
           MOVE 0 TO SLINK-CNT
           MOVE 'N' TO SERIES-EOF
           OPEN INPUT SERIES-FILE
           IF SERIES-STATUS = "00"
               PERFORM UNTIL SERIES-EOF = 'Y'
                   READ SERIES-FILE
                       AT END MOVE 'Y' TO SERIES-EOF
                       NOT AT END
                           IF SERIES-CNT < 300
                               ADD 1 TO SERIES-CNT
                               MOVE SPACES TO WS-SR-VOL-X
                               UNSTRING SERIES-RECORD DELIMITED BY ","
                                   INTO SR-ID(SERIES-CNT),
                                        SR-NAME(SERIES-CNT),
                                        WS-SR-NEXT-ID,
                                        WS-SR-VOL-X
                               MOVE 0 TO SR-VOLUMES(SERIES-CNT)
                               IF WS-SR-VOL-X NUMERIC
                                   MOVE WS-SR-VOL-X
                                       TO SR-VOLUMES(SERIES-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF
           MOVE 'N' TO SERIES-EOF
           OPEN INPUT SLINK-FILE
           IF SLINK-STATUS = "00"
               PERFORM UNTIL SERIES-EOF = 'Y'
                   READ SLINK-FILE
                       AT END MOVE 'Y' TO SERIES-EOF
                       NOT AT END
                           IF SLINK-CNT < 2000
                               ADD 1 TO SLINK-CNT
                               MOVE SPACES TO WS-SR-VOL-X
                               UNSTRING SLINK-RECORD DELIMITED BY ","
                                   INTO SL-BOOK-ID(SLINK-CNT),
                                        SL-SERIES-ID(SLINK-CNT),
                                        WS-SR-VOL-X
                               MOVE 0 TO SL-VOLUME(SLINK-CNT)
                               IF WS-SR-VOL-X NUMERIC
                                   MOVE WS-SR-VOL-X
                                       TO SL-VOLUME(SLINK-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLINK-FILE
           END-IF.

       LOAD-ASSOCIATIONS.
           MOVE 'Y' TO ASSOC-LOADED
           MOVE 0 TO ASSOC-CNT
           MOVE 'N' TO ASSOC-EOF
           OPEN INPUT ASSOC-FILE
           IF ASSOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ASSOC-EOF = 'Y'
               READ ASSOC-FILE
                   AT END MOVE 'Y' TO ASSOC-EOF
                   NOT AT END
                       MOVE SPACES TO WS-AS-RANK
                       UNSTRING ASSOC-RECORD DELIMITED BY ","
                           INTO WS-AS-BOOK, WS-AS-RANK, WS-AS-RELATED,
                                WS-AS-NAME
                       IF FUNCTION NUMVAL(WS-AS-RANK) <= 3
                           AND FUNCTION TRIM(WS-AS-RANK) NOT = SPACE
                           AND ASSOC-CNT < 3000
                           ADD 1 TO ASSOC-CNT
                           MOVE WS-AS-BOOK TO AS-BOOK-ID(ASSOC-CNT)
                           MOVE WS-AS-RELATED
                               TO AS-RELATED-ID(ASSOC-CNT)
                           MOVE WS-AS-NAME
                               TO AS-RELATED-NAME(ASSOC-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSOC-FILE.

      *-----------------------------------------------------------------
      *> One pass over authors.csv for WS-AU-TARGET, leaving the
      *> row's fields in the WS-AU-* items and WS-AU-FOUND set.
