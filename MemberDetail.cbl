      * (Updated by Silas): Shows the member's credit balance (money
      *            the library holds for them -- see CreditLedger)
      *            beside the accrued fine figure.
      * (Updated by Silas): Borrow history is read off loans.idx by
      *            member (LoanLookup) -- returned loans first, then
      *            the ones still out -- and log.csv is only scanned
      *            end to end when the index is unavailable.
      * (Updated by Silas): A borrowed title that belongs to a series
      *            (see SeriesMaint) shows its series and volume number
      *            under its history row.
      * (Updated by Silas): A return date the member promised on an
      *            overdue phone call (see PhoneCalls) shows under the
      *            balances while it is the latest call on file.
      * (Updated by Silas): Staff alerts on the account (AlertCheck, see
      *            MemberAlerts) show ahead of the detail; a
      *            must-acknowledge alert asks for the operator and a
      *            confirmation first.
      * (Updated by Silas): The member's notice language (see
      *            MemberLang) shows with the detail.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               FILE STATUS IS file_status.
           SELECT CardFile ASSIGN TO "../member_card.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Series names and title links -- see SeriesMaint. Optional.
           SELECT SeriesFile ASSIGN TO "../series.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS series_status.
           SELECT SeriesLinkFile ASSIGN TO "../seriesbooks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS series_status.
      *> Overdue phone-call outcomes -- see PhoneCalls. Optional.
           SELECT PhoneCallFile ASSIGN TO "../phone_calls.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS phone_status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD CardFile.
       01 card_line PIC X(50).

       FD SeriesFile.
       01 series_rec PIC X(100).

       FD SeriesLinkFile.
       01 series_link_rec PIC X(50).

       FD PhoneCallFile.
       01 phone_call_rec PIC X(100).

       WORKING-STORAGE SECTION.

       01 file_status              PIC XX.
       01 series_status            PIC XX.
       01 phone_status             PIC XX.
       01 search_member_id         PIC 9(5).
       01 log_member_id            PIC 9(5).

       01 WS-LOOKUP-ID      PIC X(5).
       01 WS-LOOKUP-LINE    PIC X(200).
       01 WS-LOOKUP-FOUND   PIC X.
      *> Staff alerts on the account -- see AlertCheck. There is no
      *> operator sign-on here, so AlertCheck asks for one when an
      *> alert needs acknowledging.
       01 ak_operator       PIC X(10) VALUE SPACES.
       01 ak_program        PIC X(20) VALUE "MemberDetail".
       01 ak_proceed        PIC X VALUE 'Y'.
      *> Notice language -- see MemberLang.
       01 lg_action         PIC X(4) VALUE "GET ".
       01 lg_lang           PIC X(2).
       01 lg_found          PIC X.

       01 member_record .
           05  member_id         PIC 9(5).
       01  WS-AF-VERBOSE      PIC X VALUE 'N'.
       01  WS-AF-TOTAL        PIC 9(8) VALUE 0.

      *> Keyed loan file call arguments -- see LoanLookup.cbl.
       01  WS-LL-ACTION       PIC X(4).
       01  WS-LL-KEY          PIC X(5).
       01  WS-LL-LINE         PIC X(200).
       01  WS-LL-RESULT       PIC X.
       01 history_line         PIC X(200).

      *> Member credit ledger call arguments -- see CreditLedger.
       01  WS-CL-ACTION       PIC X(4).
       01  WS-CL-DIR          PIC X(2).
       01  WS-CL-SOURCE       PIC X(20).
       01  WS-CL-BALANCE      PIC 9(7).

      *> Series position under each history row -- both files read
      *> once, on the first row shown.
       01 series_table.
           05 series_entry OCCURS 300 TIMES.
              10 sr_id             PIC X(5).
              10 sr_name           PIC X(30).
       01 series_cnt               PIC 9(3) VALUE 0.
       01 series_idx               PIC 9(3) VALUE 0.
       01 series_link_table.
           05 series_link_entry OCCURS 2000 TIMES.
              10 sl_book_id        PIC X(5).
              10 sl_series_id      PIC X(5).
              10 sl_volume         PIC X(3).
       01 series_link_cnt          PIC 9(4) VALUE 0.
       01 series_link_idx          PIC 9(4) VALUE 0.
       01 series_loaded            PIC X VALUE "N".
       01 series_eof               PIC X VALUE "N".
       01 series_book_x            PIC X(5).
       01 series_vol_n             PIC 9(3).
       01 series_vol_ed            PIC ZZ9.
      *> Latest overdue phone call for the member -- see PhoneCalls.
       01 phone_eof                PIC X VALUE "N".
       01 pc_date                  PIC X(10).
       01 pc_operator              PIC X(10).
       01 pc_branch                PIC X(10).
       01 pc_member                PIC X(5).
       01 pc_phone                 PIC X(15).
       01 pc_outcome               PIC X(8).
       01 pc_promise               PIC X(10).
       01 last_call_date           PIC X(10).
       01 last_call_outcome        PIC X(8).
       01 last_call_promise        PIC X(10).
       01 promise_ymd              PIC X(8).
       01 today_ymd                PIC X(8).
      *> Printable ID slip -- see PRINT-MEMBER-CARD.
       01 print_card_choice     PIC X.
       01 card_today            PIC 9(8).
                DISPLAY "Enter Member ID to Search: "
                ACCEPT search_member_id
                MOVE 'N' TO found_flag
                MOVE "N" TO series_loaded
                MOVE search_member_id TO WS-LOOKUP-ID
                CALL 'MemberLookup' USING WS-LOOKUP-ID, WS-LOOKUP-LINE,
                    WS-LOOKUP-FOUND
                    DISPLAY 'No Member found!'
                    GO TO ENDER
                ELSE
                    MOVE SPACES TO ak_operator
                    CALL 'AlertCheck' USING member_id_x, ak_operator,
                        ak_program, ak_proceed
                    IF ak_proceed = 'N'
                        GO TO ENDER
                    END-IF
                    CALL 'MemberLang' USING lg_action, member_id_x,
                        lg_lang, lg_found
                    DISPLAY "Notice language: " lg_lang
                    PERFORM SHOW-HOUSEHOLD
                    PERFORM EXTRACT-HISTORY
                    PERFORM SHOW-PHONE-PROMISE
                    PERFORM PRINT-MEMBER-CARD-PROMPT
                END-IF.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
            EXTRACT-HISTORY.
                MOVE 0 TO found_log_counter
                MOVE 0 TO overdue_unreturn_books
                MOVE 'N' TO header_displayed
                MOVE "MALL" TO WS-LL-ACTION
                MOVE search_member_id TO WS-LL-KEY
                CALL 'LoanLookup' USING WS-LL-ACTION, WS-LL-KEY,
                    WS-LL-LINE, WS-LL-RESULT
                IF WS-LL-RESULT = 'U' THEN
                    PERFORM SCAN-LOG-HISTORY
                ELSE
                    MOVE "NEXT" TO WS-LL-ACTION
                    PERFORM UNTIL WS-LL-RESULT NOT = 'Y'
                        MOVE WS-LL-LINE TO history_line
                        PERFORM SHOW-HISTORY-ROW
                        CALL 'LoanLookup' USING WS-LL-ACTION,
                            WS-LL-KEY, WS-LL-LINE, WS-LL-RESULT
                    END-PERFORM
                END-IF

               IF found_log_counter = 0 THEN
                   DISPLAY "No History Found!"
               ELSE
                   DISPLAY "     "decor_line
                   DISPLAY " "
                   MOVE found_log_counter TO disp_count
                   DISPLAY "Total History Made By This Member: "
                   disp_count
                   MOVE overdue_unreturn_books TO disp_count
                   DISPLAY "Total Unreturned Books That are Overdue: "
                   disp_count
               END-IF
      *> Live accrued balance beside the booked fine history -- the
      *> number the member asks for on the phone.
               MOVE member_id TO WS-AF-MEMBER
               MOVE 'Y' TO WS-AF-VERBOSE
               CALL 'AccruedFine' USING WS-AF-MEMBER,
                   WS-AF-VERBOSE, WS-AF-TOTAL
               IF WS-AF-TOTAL > 0
                   DISPLAY "Accruing on unreturned overdues: "
                       WS-AF-TOTAL " MMK so far"
               END-IF
      *> And any money the library is holding FOR the member.
               MOVE "BAL " TO WS-CL-ACTION
               MOVE SPACES TO WS-CL-DIR
               MOVE 0 TO WS-CL-AMOUNT
               MOVE SPACES TO WS-CL-SOURCE
               CALL 'CreditLedger' USING WS-CL-ACTION, WS-AF-MEMBER,
                   WS-CL-DIR, WS-CL-AMOUNT, WS-CL-SOURCE,
                   WS-CL-BALANCE
               IF WS-CL-BALANCE > 0
                   DISPLAY "Credit balance on account: "
                       WS-CL-BALANCE " MMK"
               END-IF.
      *-----------------------------------------------------------------
      *> log.csv end to end -- only when loans.idx can't be had.
       SCAN-LOG-HISTORY.
                OPEN INPUT LogFile
                IF file_status not = '00' THEN
                    DISPLAY 'Error opening file "log.csv",status:'
                    file_status
                    GO TO ENDER
                END-IF
                PERFORM UNTIL EOF='Y'
                   READ LogFile
                       AT END MOVE 'Y' TO EOF
                       NOT AT END
                       MOVE log TO history_line
                       PERFORM SHOW-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE LogFile.

      *-----------------------------------------------------------------
       SHOW-HISTORY-ROW.
                       UNSTRING history_line DELIMITED BY ','
                       INTO log_id, log_member_id
                       IF log_member_id = search_member_id THEN
                           ADD 1 to found_log_counter

                               MOVE "Y" TO header_displayed
                           END-IF

                           UNSTRING history_line DELIMITED BY ','
                           INTO log_id, log_member_id,book_id
                           ,start_date,end_date,due_flag, return_date

                               END-PERFORM
                           CLOSE BookFile
                           DISPLAY member_history
                           PERFORM SHOW-SERIES-POSITION
                       END-IF.

      *-----------------------------------------------------------------
      *> The title's place in its series, under its history row.
       SHOW-SERIES-POSITION.
                IF series_loaded = "N"
                    PERFORM LOAD-SERIES
                END-IF
                MOVE book_id TO series_book_x
                PERFORM VARYING series_link_idx FROM 1 BY 1
                    UNTIL series_link_idx > series_link_cnt
                    IF sl_book_id(series_link_idx) = series_book_x
                        PERFORM VARYING series_idx FROM 1 BY 1
                            UNTIL series_idx > series_cnt
                            IF sr_id(series_idx) =
                                sl_series_id(series_link_idx)
                                MOVE sl_volume(series_link_idx)
                                    TO series_vol_n
                                MOVE series_vol_n TO series_vol_ed
                                DISPLAY "                    Series: "
                                    FUNCTION TRIM(sr_name(series_idx))
                                    " #" FUNCTION TRIM(series_vol_ed)
                                EXIT PERFORM
                            END-IF
                        END-PERFORM
                        EXIT PERFORM
                    END-IF
                END-PERFORM.

       LOAD-SERIES.
                MOVE "Y" TO series_loaded
                MOVE 0 TO series_cnt
                MOVE 0 TO series_link_cnt
                MOVE "N" TO series_eof
                OPEN INPUT SeriesFile
                IF series_status = "00"
                    PERFORM UNTIL series_eof = "Y"
                        READ SeriesFile
                        AT END MOVE "Y" TO series_eof
                        NOT AT END
                        IF series_cnt < 300
                            ADD 1 TO series_cnt
                            UNSTRING series_rec DELIMITED BY ","
                            INTO sr_id(series_cnt),
                                 sr_name(series_cnt)
                        END-IF
                        END-READ
                    END-PERFORM
                    CLOSE SeriesFile
                END-IF
                MOVE "N" TO series_eof
                OPEN INPUT SeriesLinkFile
                IF series_status = "00"
                    PERFORM UNTIL series_eof = "Y"
                        READ SeriesLinkFile
                        AT END MOVE "Y" TO series_eof
                        NOT AT END
                        IF series_link_cnt < 2000
                            ADD 1 TO series_link_cnt
                            UNSTRING series_link_rec DELIMITED BY ","
                            INTO sl_book_id(series_link_cnt),
                                 sl_series_id(series_link_cnt),
                                 sl_volume(series_link_cnt)
                            IF sl_volume(series_link_cnt) NOT NUMERIC
                                MOVE "000"
                                    TO sl_volume(series_link_cnt)
                            END-IF
                        END-IF
                        END-READ
                    END-PERFORM
                    CLOSE SeriesLinkFile
                END-IF.

      *-----------------------------------------------------------------
      *> The member's latest overdue call, if it ended in a promised
      *> return date. phone_calls.csv is appended in date order, so
      *> the last row for the member is the latest call.
       SHOW-PHONE-PROMISE.
           MOVE SPACES TO last_call_outcome
           MOVE "N" TO phone_eof
           OPEN INPUT PhoneCallFile
           IF phone_status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL phone_eof = "Y"
               READ PhoneCallFile
                   AT END MOVE "Y" TO phone_eof
                   NOT AT END
                       MOVE SPACES TO pc_promise
                       UNSTRING phone_call_rec DELIMITED BY ","
                           INTO pc_date, pc_operator, pc_branch,
                                pc_member, pc_phone, pc_outcome,
                                pc_promise
                       IF pc_member = member_id_x
                           MOVE pc_date TO last_call_date
                           MOVE pc_outcome TO last_call_outcome
                           MOVE pc_promise TO last_call_promise
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PhoneCallFile
           IF FUNCTION TRIM(last_call_outcome) NOT = "PROMISED"
               EXIT PARAGRAPH
           END-IF
           ACCEPT today_ymd FROM DATE YYYYMMDD
           STRING last_call_promise(7:4) DELIMITED BY SIZE
                  last_call_promise(4:2) DELIMITED BY SIZE
                  last_call_promise(1:2) DELIMITED BY SIZE
               INTO promise_ymd
           IF promise_ymd < today_ymd
               DISPLAY "Promised by phone to return overdues by "
                   last_call_promise " (call of " last_call_date
                   ") -- date has passed"
           ELSE
               DISPLAY "Promised by phone to return overdues by "
                   last_call_promise " (call of " last_call_date ")"
           END-IF.

      *-----------------------------------------------------------------
      *> Offer a printable ID slip for the member just looked up.
       PRINT-MEMBER-CARD-PROMPT.
