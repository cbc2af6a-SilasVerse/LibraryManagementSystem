      *            BorrowBook only guards loans issued after a
      *            booking exists, not before -- and the bookable
      *            copy count excludes LOST and WITHDRAWN rows.
      * (Updated by Silas): The bookable copy count also leaves out
      *            DAMAGED and WRITE-OFF copies from a damage event.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookingMaint IS INITIAL.
                                    CP-BARCODE, CP-CONDITION,
                                    CP-STATUS
      *> A copy that no longer exists can't honour a booking --
      *> the same LOST/WITHDRAWN filter the holdings counts apply,
      *> plus copies caught in a damage event (see DamageEvent).
                           IF CP-BOOK-ID = WS-BOOK-IN
                               AND FUNCTION TRIM(CP-STATUS)
                                   NOT = "LOST"
                               AND FUNCTION TRIM(CP-STATUS)
                                   NOT = "WITHDRAWN"
                               AND FUNCTION TRIM(CP-STATUS)
                                   NOT = "DAMAGED"
                               AND FUNCTION TRIM(CP-STATUS)
                                   NOT = "WRITE-OFF"
                               ADD 1 TO WS-TITLE-COPIES
                           END-IF
                   END-READ
