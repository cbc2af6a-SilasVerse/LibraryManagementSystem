      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Vendor master. Vendors used to exist only as the
      *          free-text name typed on each acquisitions.csv row,
      *          so one supplier turned up under three spellings and
      *          nothing said who to call or when an invoice fell due.
      *          This screen keeps vendors.csv (vendor ID, name,
      *          contact, payment terms in days, ACTIVE/INACTIVE);
      *          PurchaseOrders, AddNewBook and VendorInvoice validate
      *          against it through VendorCheck, and an INACTIVE
      *          vendor can no longer be ordered from, received from
      *          or invoiced. The import option seeds the master from
      *          the names already on acquisitions.csv so an existing
      *          installation doesn't start by rejecting its own
      *          suppliers. Status changes go through AuditLog.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorMaint IS INITIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "../vendors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT ACQ-FILE ASSIGN TO "../acquisitions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       01  VENDOR-REC      PIC X(120).
       FD  ACQ-FILE.
       01  ACQ-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS  PIC XX.
       01  WS-ACQ-STATUS     PIC XX.
       01  FILE-END          PIC X VALUE 'N'.
       01  WS-MENU-CHOICE    PIC 9.
       01  WS-DONE           PIC X VALUE 'N'.
       01  WS-CHANGED        PIC X VALUE 'N'.

      *> The vendor master, rewritten in place the way authors.csv
      *> is.
       01  VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 200 TIMES.
               10 VD-ID       PIC X(5).
               10 VD-NAME     PIC X(30).
               10 VD-CONTACT  PIC X(40).
               10 VD-TERMS    PIC 9(3).
               10 VD-STATUS   PIC X(8).
       01  VENDOR-CNT        PIC 9(3) VALUE 0.
       01  VENDOR-IDX        PIC 9(3) VALUE 0.
       01  VENDOR-MATCH-IDX  PIC 9(3) VALUE 0.
       01  MAX-VENDOR-ID     PIC 9(5) VALUE 0.
       01  NEW-VENDOR-ID     PIC 9(5).
       01  WS-VD-ID-N        PIC 9(5).

       01  ACQ-ID            PIC X(5).
       01  ACQ-BOOK          PIC X(5).
       01  ACQ-VENDOR        PIC X(30).

       01  WS-NEW-NAME       PIC X(30).
       01  WS-NEW-CONTACT    PIC X(40).
       01  WS-TERMS-X        PIC X(3).
       01  WS-PICK-VENDOR    PIC X(30).
       01  WS-COMMA-CNT      PIC 9(2) VALUE 0.
       01  WS-IMPORTED       PIC 9(3) VALUE 0.
       01  WS-OLD-STATUS     PIC X(8).
       01  CONFIRM           PIC X.

      *> Payment terms a new vendor gets when none is keyed.
       01  WS-DEFAULT-TERMS  PIC 9(3) VALUE 30.

       01  WS-LOCK-ACQUIRED  PIC X VALUE 'N'.
       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ENTITY-TYPE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ENTITY-ID   PIC X(5)  VALUE SPACES.
       01  WS-AUDIT-OLD-STATUS  PIC X(10) VALUE SPACES.
       01  WS-AUDIT-NEW-STATUS  PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           MOVE 'VendorMaint' TO WS-ERRLOG-PROGRAM
           CALL 'FileLock' USING 'LOCK', WS-LOCK-ACQUIRED,
               WS-ERRLOG-PROGRAM
           IF WS-LOCK-ACQUIRED = 'Y'
               PERFORM MAIN-PROCEDURE
               CALL 'FileLock' USING 'UNLOCK', WS-LOCK-ACQUIRED
           ELSE
               DISPLAY "Another transaction is updating the library "
                   "files right now. Please try again shortly."
               MOVE 'Lock contention -- transaction aborted'
                   TO WS-ERRLOG-MESSAGE
               CALL 'ErrorLog' USING WS-ERRLOG-PROGRAM,
                   WS-ERRLOG-MESSAGE
           END-IF
           EXIT PROGRAM.
           STOP RUN.

       MAIN-PROCEDURE.
           PERFORM LOAD-VENDOR-FILE

           MOVE 'N' TO WS-DONE
           MOVE 'N' TO WS-CHANGED
           PERFORM VENDOR-MENU THRU VENDOR-MENU-EXIT
               UNTIL WS-DONE = 'Y'

           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-VENDOR-FILE
               DISPLAY "Vendor master changes saved."
           END-IF.

      *-----------------------------------------------------------------
       VENDOR-MENU.
           DISPLAY "=============================="
           DISPLAY "       ""VENDOR MASTER""      "
           DISPLAY "=============================="
           DISPLAY "1) List vendors"
           DISPLAY "2) Add a vendor"
           DISPLAY "3) Change contact / payment terms"
           DISPLAY "4) Activate / deactivate a vendor"
           DISPLAY "5) Import vendor names from past acquisitions"
           DISPLAY "6) Done"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-6): "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
              WHEN 1
                  PERFORM LIST-VENDORS
              WHEN 2
                  PERFORM ADD-VENDOR
              WHEN 3
                  PERFORM CHANGE-VENDOR
              WHEN 4
                  PERFORM TOGGLE-VENDOR-STATUS
              WHEN 5
                  PERFORM IMPORT-ACQ-VENDORS
              WHEN 6
                  MOVE 'Y' TO WS-DONE
              WHEN OTHER
                  DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
       VENDOR-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       LOAD-VENDOR-FILE.
           MOVE 0 TO VENDOR-CNT
           MOVE 0 TO MAX-VENDOR-ID
           MOVE 'N' TO FILE-END
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ VENDOR-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       IF VENDOR-CNT < 200
                           ADD 1 TO VENDOR-CNT
                           MOVE SPACES TO VD-CONTACT(VENDOR-CNT)
                           MOVE SPACES TO VD-STATUS(VENDOR-CNT)
                           MOVE WS-DEFAULT-TERMS
                               TO VD-TERMS(VENDOR-CNT)
                           UNSTRING VENDOR-REC DELIMITED BY ","
                               INTO VD-ID(VENDOR-CNT),
                                    VD-NAME(VENDOR-CNT),
                                    VD-CONTACT(VENDOR-CNT),
                                    WS-TERMS-X,
                                    VD-STATUS(VENDOR-CNT)
                           IF FUNCTION TRIM(WS-TERMS-X) NUMERIC
                               MOVE FUNCTION NUMVAL(WS-TERMS-X)
                                   TO VD-TERMS(VENDOR-CNT)
                           END-IF
                           IF VD-STATUS(VENDOR-CNT) = SPACES
                               MOVE "ACTIVE" TO VD-STATUS(VENDOR-CNT)
                           END-IF
                           IF VD-ID(VENDOR-CNT) NUMERIC
                               MOVE VD-ID(VENDOR-CNT) TO WS-VD-ID-N
                               IF WS-VD-ID-N > MAX-VENDOR-ID
                                   MOVE WS-VD-ID-N TO MAX-VENDOR-ID
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

      *-----------------------------------------------------------------
       REWRITE-VENDOR-FILE.
           OPEN OUTPUT VENDOR-FILE
           PERFORM VARYING VENDOR-IDX FROM 1 BY 1
               UNTIL VENDOR-IDX > VENDOR-CNT
               MOVE SPACES TO VENDOR-REC
               STRING VD-ID(VENDOR-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(VD-NAME(VENDOR-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(VD-CONTACT(VENDOR-IDX))
                          DELIMITED BY SIZE ","
                      VD-TERMS(VENDOR-IDX) DELIMITED BY SIZE ","
                      VD-STATUS(VENDOR-IDX) DELIMITED BY SIZE
                   INTO VENDOR-REC
               WRITE VENDOR-REC
           END-PERFORM
           CLOSE VENDOR-FILE.

      *-----------------------------------------------------------------
       LIST-VENDORS.
           IF VENDOR-CNT = 0
               DISPLAY "(no vendors on file yet)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID    / Name                           / Terms / "
               "Status   / Contact"
           DISPLAY "------------------------------------------------"
               "------------------------"
           PERFORM VARYING VENDOR-IDX FROM 1 BY 1
               UNTIL VENDOR-IDX > VENDOR-CNT
               DISPLAY VD-ID(VENDOR-IDX) "  "
                   VD-NAME(VENDOR-IDX) "  "
                   VD-TERMS(VENDOR-IDX) "d    "
                   VD-STATUS(VENDOR-IDX) "  "
                   FUNCTION TRIM(VD-CONTACT(VENDOR-IDX))
           END-PERFORM.

      *-----------------------------------------------------------------
       ADD-VENDOR.
           DISPLAY "Vendor name: "
           ACCEPT WS-NEW-NAME
           IF FUNCTION TRIM(WS-NEW-NAME) = SPACE
               DISPLAY "Nothing added."
               EXIT PARAGRAPH
           END-IF
      *> The file is comma-separated and nothing quotes these
      *> fields -- see AuthorMaint's ADD-AUTHOR.
           MOVE 0 TO WS-COMMA-CNT
           INSPECT WS-NEW-NAME TALLYING WS-COMMA-CNT FOR ALL ","
           IF WS-COMMA-CNT > 0
               DISPLAY "Please enter the name without a comma."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-NAME TO WS-PICK-VENDOR
           PERFORM FIND-VENDOR
           IF VENDOR-MATCH-IDX > 0
               DISPLAY "Vendor " VD-ID(VENDOR-MATCH-IDX) " is already "
                   "on file under that name."
               EXIT PARAGRAPH
           END-IF
           IF VENDOR-CNT >= 200
               DISPLAY "Vendor file is full."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-CONTACT-AND-TERMS
           IF WS-COMMA-CNT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-X = SPACES
               MOVE WS-DEFAULT-TERMS TO WS-TERMS-X
           END-IF
           PERFORM APPEND-VENDOR-ENTRY
           MOVE WS-NEW-CONTACT TO VD-CONTACT(VENDOR-CNT)
           MOVE FUNCTION NUMVAL(WS-TERMS-X) TO VD-TERMS(VENDOR-CNT)
           DISPLAY "Vendor " VD-ID(VENDOR-CNT) " added: "
               FUNCTION TRIM(VD-NAME(VENDOR-CNT)) ", "
               VD-TERMS(VENDOR-CNT) " day terms.".

      *-----------------------------------------------------------------
      *> Contact and payment terms as keyed -- blank terms keep
      *> whatever the caller defaults them to. WS-COMMA-CNT > 0 on
      *> return means the entry was refused.
       ASK-CONTACT-AND-TERMS.
           MOVE SPACES TO WS-NEW-CONTACT
           MOVE SPACES TO WS-TERMS-X
           DISPLAY "Contact (person / phone / email): "
           ACCEPT WS-NEW-CONTACT
           MOVE 0 TO WS-COMMA-CNT
           INSPECT WS-NEW-CONTACT TALLYING WS-COMMA-CNT FOR ALL ","
           IF WS-COMMA-CNT > 0
               DISPLAY "Please enter the contact without a comma "
                   "(use / between items)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Payment terms in days (blank = "
               WS-DEFAULT-TERMS "): "
           ACCEPT WS-TERMS-X
           IF WS-TERMS-X NOT = SPACES
               AND FUNCTION TRIM(WS-TERMS-X) NOT NUMERIC
               DISPLAY "Payment terms must be a number of days."
               MOVE 1 TO WS-COMMA-CNT
           END-IF.

      *-----------------------------------------------------------------
      *> New ACTIVE entry for WS-NEW-NAME on the next vendor ID --
      *> the 70001 series keeps vendor IDs clear of the author
      *> authority's 60001 series.
       APPEND-VENDOR-ENTRY.
           IF MAX-VENDOR-ID = 0
               MOVE 70001 TO NEW-VENDOR-ID
           ELSE
               COMPUTE NEW-VENDOR-ID = MAX-VENDOR-ID + 1
           END-IF
           MOVE NEW-VENDOR-ID TO MAX-VENDOR-ID
           ADD 1 TO VENDOR-CNT
           MOVE NEW-VENDOR-ID    TO VD-ID(VENDOR-CNT)
           MOVE WS-NEW-NAME      TO VD-NAME(VENDOR-CNT)
           MOVE SPACES           TO VD-CONTACT(VENDOR-CNT)
           MOVE WS-DEFAULT-TERMS TO VD-TERMS(VENDOR-CNT)
           MOVE "ACTIVE"         TO VD-STATUS(VENDOR-CNT)
           MOVE 'Y' TO WS-CHANGED.

      *-----------------------------------------------------------------
      *> Case-blind match on vendor ID or name in WS-PICK-VENDOR.
       FIND-VENDOR.
           MOVE 0 TO VENDOR-MATCH-IDX
           PERFORM VARYING VENDOR-IDX FROM 1 BY 1
               UNTIL VENDOR-IDX > VENDOR-CNT
               IF FUNCTION TRIM(VD-ID(VENDOR-IDX)) =
                   FUNCTION TRIM(WS-PICK-VENDOR)
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM
                   (VD-NAME(VENDOR-IDX))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PICK-VENDOR))
                   MOVE VENDOR-IDX TO VENDOR-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       CHANGE-VENDOR.
           DISPLAY "Vendor ID or name: "
           ACCEPT WS-PICK-VENDOR
           PERFORM FIND-VENDOR
           IF VENDOR-MATCH-IDX = 0
               DISPLAY "No such vendor."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current contact: "
               FUNCTION TRIM(VD-CONTACT(VENDOR-MATCH-IDX))
           DISPLAY "Current terms  : " VD-TERMS(VENDOR-MATCH-IDX)
               " days"
           DISPLAY "(blank keeps the current value)"
           PERFORM ASK-CONTACT-AND-TERMS
           IF WS-COMMA-CNT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-CONTACT NOT = SPACES
               MOVE WS-NEW-CONTACT TO VD-CONTACT(VENDOR-MATCH-IDX)
               MOVE 'Y' TO WS-CHANGED
           END-IF
           IF WS-TERMS-X NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TERMS-X)
                   TO VD-TERMS(VENDOR-MATCH-IDX)
               MOVE 'Y' TO WS-CHANGED
           END-IF
           DISPLAY "Vendor " VD-ID(VENDOR-MATCH-IDX) " updated.".

      *-----------------------------------------------------------------
      *> ACTIVE <-> INACTIVE. Deactivating stops new orders,
      *> receipts and invoices; nothing already on file changes.
       TOGGLE-VENDOR-STATUS.
           DISPLAY "Vendor ID or name: "
           ACCEPT WS-PICK-VENDOR
           PERFORM FIND-VENDOR
           IF VENDOR-MATCH-IDX = 0
               DISPLAY "No such vendor."
               EXIT PARAGRAPH
           END-IF
           MOVE VD-STATUS(VENDOR-MATCH-IDX) TO WS-OLD-STATUS
           IF FUNCTION TRIM(WS-OLD-STATUS) = "INACTIVE"
               DISPLAY "Reactivate "
                   FUNCTION TRIM(VD-NAME(VENDOR-MATCH-IDX))
                   "? (Y/N): "
           ELSE
               DISPLAY "Deactivate "
                   FUNCTION TRIM(VD-NAME(VENDOR-MATCH-IDX))
                   "? (Y/N): "
           END-IF
           ACCEPT CONFIRM
           IF CONFIRM NOT = 'Y' AND CONFIRM NOT = 'y'
               DISPLAY "No change."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-OLD-STATUS) = "INACTIVE"
               MOVE "ACTIVE" TO VD-STATUS(VENDOR-MATCH-IDX)
           ELSE
               MOVE "INACTIVE" TO VD-STATUS(VENDOR-MATCH-IDX)
           END-IF
           MOVE 'Y' TO WS-CHANGED

           MOVE "VendorMaint"   TO WS-AUDIT-PROGRAM
           MOVE "VENDOR"        TO WS-AUDIT-ENTITY-TYPE
           MOVE VD-ID(VENDOR-MATCH-IDX) TO WS-AUDIT-ENTITY-ID
           MOVE WS-OLD-STATUS   TO WS-AUDIT-OLD-STATUS
           MOVE VD-STATUS(VENDOR-MATCH-IDX) TO WS-AUDIT-NEW-STATUS
           CALL 'AuditLog' USING WS-AUDIT-PROGRAM,
               WS-AUDIT-ENTITY-TYPE, WS-AUDIT-ENTITY-ID,
               WS-AUDIT-OLD-STATUS, WS-AUDIT-NEW-STATUS
           DISPLAY "Vendor " VD-ID(VENDOR-MATCH-IDX) " is now "
               FUNCTION TRIM(VD-STATUS(VENDOR-MATCH-IDX)) ".".

      *-----------------------------------------------------------------
      *> Every distinct vendor name on acquisitions.csv that the
      *> master doesn't know yet goes on as ACTIVE with the default
      *> terms -- contacts get filled in afterwards.
       IMPORT-ACQ-VENDORS.
           MOVE 0 TO WS-IMPORTED
           MOVE 'N' TO FILE-END
           OPEN INPUT ACQ-FILE
           IF WS-ACQ-STATUS NOT = "00"
               DISPLAY "No acquisitions.csv -- nothing to import."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-END = 'Y'
               READ ACQ-FILE
                   AT END MOVE 'Y' TO FILE-END
                   NOT AT END
                       MOVE SPACES TO ACQ-VENDOR
                       UNSTRING ACQ-REC DELIMITED BY ","
                           INTO ACQ-ID, ACQ-BOOK, ACQ-VENDOR
                       IF ACQ-VENDOR NOT = SPACES
                           MOVE ACQ-VENDOR TO WS-PICK-VENDOR
                           PERFORM FIND-VENDOR
                           IF VENDOR-MATCH-IDX = 0
                               IF VENDOR-CNT < 200
                                   MOVE ACQ-VENDOR TO WS-NEW-NAME
                                   PERFORM APPEND-VENDOR-ENTRY
                                   ADD 1 TO WS-IMPORTED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACQ-FILE
           DISPLAY WS-IMPORTED " vendor(s) imported from "
               "acquisitions.csv.".

       END PROGRAM VendorMaint.
