      *          captured per event afterwards so the figures land
      *          in AnnualReturn instead of a shoebox.
      * Tectonics: cobc
      * (Updated by Silas): Each room carries a tax code (fifth
      *            resources.csv column; rooms set up before it are CT),
      *            set when the room is added or through the new menu
      *            item 7, which also re-prices it. A collected hire fee
      *            is split through TaxCalc and the receipts.csv row
      *            carries the tax code and tax amount in columns 13 and
      *            14.
      * (Updated by Silas): A hire fee can instead be billed to an
      *            organisation account (A at the fee prompt): it is
      *            posted through ArCharge as a ROOM charge with its
      *            tax, and the booking's receipt column carries the
      *            charge number (C + 5 digits).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomBooking IS INITIAL.
               10 RS-NAME     PIC X(25).
               10 RS-TYPE     PIC X(10).
               10 RS-FEE      PIC 9(6).
               10 RS-TAX      PIC X(2).
       01  RESOURCE-CNT       PIC 9(2) VALUE 0.
       01  RESOURCE-IDX       PIC 9(2) VALUE 0.
       01  RESOURCE-PICK      PIC 9(2) VALUE 0.
       01  WS-FEE-DUE         PIC 9(7) VALUE 0.
       01  WS-HOURS           PIC 9(2) VALUE 0.
       01  CONFIRM            PIC X.
       01  WS-TAX-CODE-IN     PIC X(2).

      *> Commercial-tax call arguments -- see TaxCalc. Hire fees are
      *> tax-inclusive.
       01  WS-TX-CODE         PIC X(2).
       01  WS-TX-GROSS        PIC 9(7).
       01  WS-TX-TAX          PIC 9(7).
       01  WS-TX-RATE         PIC 9(4).
       01  WS-TX-FOUND        PIC X.
       01  WS-FEE-TAX         PIC 9(6) VALUE 0.
       01  WS-FEE-NET         PIC 9(7) VALUE 0.

      *> Closure-calendar call arguments -- see ClosureCal.cbl.
       01  WS-CC-ACTION       PIC X(6).
       01  WS-TENDER-CHOICE   PIC 9.
       01  WS-RCPT-TENDER     PIC X(6) VALUE "CASH".

      *> Receivables posting call arguments -- see ArCharge.
       01  WS-AC-ACTION       PIC X(4).
       01  WS-AC-ORG          PIC X(8).
       01  WS-AC-SOURCE       PIC X(6).
       01  WS-AC-REF          PIC X(10).
       01  WS-AC-DESC         PIC X(30).
       01  WS-AC-GROSS        PIC 9(7).
       01  WS-AC-TAX-CODE     PIC X(2).
       01  WS-AC-TAX          PIC 9(7).
       01  WS-AC-CHARGE-ID    PIC X(6).
       01  WS-AC-RESULT       PIC X.

       01  WS-LOCK-ACQUIRED   PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM  PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE  PIC X(100) VALUE SPACES.
           DISPLAY "4) Print a day's schedule"
           DISPLAY "5) Record attendance for an event"
           DISPLAY "6) Cancel a booking"
           DISPLAY "7) Set a room's fee and tax code"
           DISPLAY "8) Done"
           DISPLAY "Enter your choice (1-8): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 6
                  PERFORM CANCEL-BOOKING
              WHEN 7
                  PERFORM SET-RESOURCE-FEE
              WHEN 8
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
                       IF RESOURCE-CNT < 50
                           ADD 1 TO RESOURCE-CNT
                           MOVE 0 TO RS-FEE(RESOURCE-CNT)
                           MOVE SPACES TO RS-TAX(RESOURCE-CNT)
                           UNSTRING RESOURCE-REC DELIMITED BY ","
                               INTO RS-ID(RESOURCE-CNT),
                                    RS-NAME(RESOURCE-CNT),
                                    RS-TYPE(RESOURCE-CNT),
                                    RS-FEE(RESOURCE-CNT),
                                    RS-TAX(RESOURCE-CNT)
                           IF RS-FEE(RESOURCE-CNT) NOT NUMERIC
                               MOVE 0 TO RS-FEE(RESOURCE-CNT)
                           END-IF
      *> Rooms set up before tax codes are hired out taxable.
                           IF RS-TAX(RESOURCE-CNT) = SPACES
                               MOVE "CT" TO RS-TAX(RESOURCE-CNT)
                           END-IF
                           IF RS-ID(RESOURCE-CNT) NUMERIC
                               MOVE RS-ID(RESOURCE-CNT) TO WS-ID-N
                               IF WS-ID-N > MAX-RESOURCE-ID
                      FUNCTION TRIM(RS-NAME(RESOURCE-IDX))
                          DELIMITED BY SIZE ","
                      RS-TYPE(RESOURCE-IDX) DELIMITED BY SIZE ","
                      RS-FEE(RESOURCE-IDX) DELIMITED BY SIZE ","
                      RS-TAX(RESOURCE-IDX) DELIMITED BY SIZE
                   INTO RESOURCE-REC
               WRITE RESOURCE-REC
           END-PERFORM
               DISPLAY RS-ID(RESOURCE-IDX) " "
                   RS-NAME(RESOURCE-IDX) " "
                   RS-TYPE(RESOURCE-IDX) " fee "
                   RS-FEE(RESOURCE-IDX) " MMK/hour tax "
                   RS-TAX(RESOURCE-IDX)
           END-PERFORM.

      *-----------------------------------------------------------------
           ACCEPT RS-TYPE(RESOURCE-CNT)
           MOVE FUNCTION UPPER-CASE(RS-TYPE(RESOURCE-CNT))
               TO RS-TYPE(RESOURCE-CNT)
           DISPLAY "Fee per hour in MMK, tax included (0 = free): "
           ACCEPT WS-IN-X
           MOVE FUNCTION NUMVAL(WS-IN-X) TO RS-FEE(RESOURCE-CNT)
           MOVE "CT" TO RS-TAX(RESOURCE-CNT)
           MOVE RESOURCE-CNT TO RESOURCE-PICK
           PERFORM ACCEPT-TAX-CODE
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Resource " RS-ID(RESOURCE-CNT) " added.".

      *-----------------------------------------------------------------
      *> Re-prices a room and sets its tax code.
       SET-RESOURCE-FEE.
           PERFORM LIST-RESOURCES
           IF RESOURCE-CNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resource ID: "
           ACCEPT WS-PICK-X
           MOVE 0 TO RESOURCE-PICK
           PERFORM VARYING RESOURCE-IDX FROM 1 BY 1
               UNTIL RESOURCE-IDX > RESOURCE-CNT
               IF FUNCTION TRIM(RS-ID(RESOURCE-IDX)) =
                   FUNCTION TRIM(WS-PICK-X)
                   MOVE RESOURCE-IDX TO RESOURCE-PICK
               END-IF
           END-PERFORM
           IF RESOURCE-PICK = 0
               DISPLAY "No such resource."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fee per hour in MMK, tax included (blank = keep "
               RS-FEE(RESOURCE-PICK) "): "
           MOVE SPACES TO WS-IN-X
           ACCEPT WS-IN-X
           IF WS-IN-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-X) TO RS-FEE(RESOURCE-PICK)
           END-IF
           PERFORM ACCEPT-TAX-CODE
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Resource " RS-ID(RESOURCE-PICK) " now "
               RS-FEE(RESOURCE-PICK) " MMK/hour, tax code "
               RS-TAX(RESOURCE-PICK) ".".

      *-----------------------------------------------------------------
      *> Tax code for RESOURCE-PICK -- blank keeps the current one, an
      *> unknown code is refused.
       ACCEPT-TAX-CODE.
           DISPLAY "Tax code (CT taxable, EX exempt; blank = "
               RS-TAX(RESOURCE-PICK) "): "
           MOVE SPACES TO WS-TAX-CODE-IN
           ACCEPT WS-TAX-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-TAX-CODE-IN) TO WS-TAX-CODE-IN
           IF WS-TAX-CODE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-CODE-IN TO WS-TX-CODE
           MOVE 0 TO WS-TX-GROSS
           CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS, WS-TX-TAX,
               WS-TX-RATE, WS-TX-FOUND
           IF WS-TX-FOUND = 'Y'
               MOVE WS-TAX-CODE-IN TO RS-TAX(RESOURCE-PICK)
           ELSE
               DISPLAY "Unknown tax code -- kept "
                   RS-TAX(RESOURCE-PICK) "."
           END-IF.

      *-----------------------------------------------------------------
       TAKE-BOOKING.
           PERFORM LIST-RESOURCES
               - RB-START(BOOKING-CNT)
           COMPUTE WS-FEE-DUE = WS-HOURS * RS-FEE(RESOURCE-PICK)
           IF WS-FEE-DUE > 0
               MOVE RS-TAX(RESOURCE-PICK) TO WS-TX-CODE
               MOVE WS-FEE-DUE TO WS-TX-GROSS
               CALL 'TaxCalc' USING WS-TX-CODE, WS-TX-GROSS,
                   WS-TX-TAX, WS-TX-RATE, WS-TX-FOUND
               MOVE WS-TX-TAX TO WS-FEE-TAX
               COMPUTE WS-FEE-NET = WS-FEE-DUE - WS-FEE-TAX
               DISPLAY "Fee for " WS-HOURS " hour(s): " WS-FEE-DUE
                   " MMK (net " WS-FEE-NET " + tax " WS-FEE-TAX
                   " " WS-TX-CODE ")."
               DISPLAY "Collect now (Y), bill an organisation "
                   "account (A) or later (N)? "
               ACCEPT CONFIRM
               IF CONFIRM = "Y" OR CONFIRM = "y"
                   PERFORM COLLECT-BOOKING-FEE
               END-IF
               IF CONFIRM = "A" OR CONFIRM = "a"
                   PERFORM BILL-BOOKING-FEE
               END-IF
           END-IF
           DISPLAY "Booking " RB-ID(BOOKING-CNT) " taken.".

      *-----------------------------------------------------------------
      *> The fee goes through the till like any other money: into
      *> receipts.csv under the operator's OPEN drawer session,
      *> typed ROOM, tender asked the usual way, with the room's tax
      *> code and the tax in the fee after the blank void columns.
       COLLECT-BOOKING-FEE.
           PERFORM FIND-OPEN-DRAWER
           IF WS-DRAWER-SESSION = SPACES
                  WS-TIME-DISPLAY DELIMITED BY SIZE ","
                  WS-DRAWER-SESSION DELIMITED BY SIZE ","
                  "ROOM" DELIMITED BY SIZE ","
                  WS-RCPT-TENDER DELIMITED BY SIZE ",,,"
                  WS-TX-CODE DELIMITED BY SIZE ","
                  WS-FEE-TAX DELIMITED BY SIZE
               INTO RECEIPT-REC
           WRITE RECEIPT-REC
           CLOSE RECEIPT-FILE
           DISPLAY "Attendance of " RB-ATTEND(BOOKING-PICK)
               " recorded -- event marked HELD.".

      *-----------------------------------------------------------------
      *> A school or community group hiring the room is invoiced
      *> instead of paying at the desk: the fee goes on the group's
      *> receivables account through ArCharge and the booking keeps
      *> the charge number where a receipt number would go.
       BILL-BOOKING-FEE.
           DISPLAY "Organisation account code: "
           ACCEPT WS-AC-ORG
           MOVE FUNCTION UPPER-CASE(WS-AC-ORG) TO WS-AC-ORG
           MOVE "ADD " TO WS-AC-ACTION
           MOVE "ROOM" TO WS-AC-SOURCE
           MOVE RB-ID(BOOKING-CNT) TO WS-AC-REF
           MOVE SPACES TO WS-AC-DESC
           STRING "Room hire " DELIMITED BY SIZE
                  RB-DATE(BOOKING-CNT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RS-ID(RESOURCE-PICK) DELIMITED BY SPACE
               INTO WS-AC-DESC
           MOVE WS-FEE-DUE TO WS-AC-GROSS
           MOVE WS-TX-CODE TO WS-AC-TAX-CODE
           MOVE WS-FEE-TAX TO WS-AC-TAX
           CALL 'ArCharge' USING WS-AC-ACTION, WS-AC-ORG, WS-AC-SOURCE,
               WS-AC-REF, WS-AC-DESC, WS-AC-GROSS, WS-AC-TAX-CODE,
               WS-AC-TAX, WS-AC-CHARGE-ID, WS-AC-RESULT
           EVALUATE WS-AC-RESULT
               WHEN 'Y'
                   MOVE WS-AC-CHARGE-ID TO RB-RECEIPT(BOOKING-CNT)
                   DISPLAY "Fee billed to " FUNCTION TRIM(WS-AC-ORG)
                       " -- charge " WS-AC-CHARGE-ID
                       " goes on its next invoice."
               WHEN 'C'
                   DISPLAY "That account is closed -- fee not billed."
               WHEN OTHER
                   DISPLAY "No such organisation account -- fee not "
                       "billed."
           END-EVALUATE.

      *-----------------------------------------------------------------
       CANCEL-BOOKING.
           DISPLAY "Booking ID to cancel: "
           MOVE "CANCELLED" TO RB-STATUS(BOOKING-PICK)
           MOVE 'Y' TO WS-CHANGED
           DISPLAY "Booking cancelled."
           IF RB-RECEIPT(BOOKING-PICK)(1:1) = "C"
               DISPLAY "The fee was billed to an organisation as "
                   "charge " RB-RECEIPT(BOOKING-PICK) " -- credit "
                   "it against the account's invoice."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(RB-RECEIPT(BOOKING-PICK)) NOT = SPACE
               DISPLAY "A fee was collected on receipt "
                   RB-RECEIPT(BOOKING-PICK) " -- refund it "
