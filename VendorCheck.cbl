      ******************************************************************
      * Author: Silas
      * Date: 15/10/2026
      * Purpose: Shared vendor validation over the vendors.csv master
      *          (vendor ID, name, contact, payment terms in days,
      *          status) that VendorMaint keeps. PurchaseOrders,
      *          AddNewBook and VendorInvoice CALL this the way branch
      *          codes go through BranchCheck, passing either the
      *          vendor ID or the vendor name, and get back a one-byte
      *          verdict:
      *            'V' -- vendor is on the master and ACTIVE
      *            'I' -- vendor is on the master but INACTIVE
      *                   (reject the transaction)
      *            'N' -- vendor is not on the master at all
      *            'M' -- no vendors.csv exists; this installation
      *                   doesn't curate one yet, so skip validation
      *                   the same way BranchCheck does.
      *          Matching is case-insensitive on the trimmed ID or
      *          name; a matched vendor is written back to the caller
      *          as the master's own name and ID, so "Myanmar Books"
      *          and "MYANMAR BOOKS " land on the same purchase order
      *          and the same invoice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VendorCheck.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT VendorFile ASSIGN TO '../vendors.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-vendor-status.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  VendorFile.
       01  VendorRecord             PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  ws-vendor-status         PIC XX.
       01  ws-vendor-eof            PIC X VALUE 'N'.
       01  ws-scan-id               PIC X(5).
       01  ws-scan-name             PIC X(30).
       01  ws-scan-contact          PIC X(40).
       01  ws-scan-terms            PIC X(3).
       01  ws-scan-status           PIC X(8).
       01  ws-want                  PIC X(30).

       LINKAGE SECTION.
      *-----------------------
      *> In: vendor ID or name. Out: the master's name and ID.
       01  LV-VENDOR                PIC X(30).
       01  LV-VENDOR-ID             PIC X(5).
       01  LV-RESULT                PIC X.

       PROCEDURE DIVISION USING LV-VENDOR, LV-VENDOR-ID, LV-RESULT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE 'M' TO LV-RESULT
           MOVE SPACES TO LV-VENDOR-ID
           MOVE 'N' TO ws-vendor-eof
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LV-VENDOR))
               TO ws-want
           OPEN INPUT VendorFile
           IF ws-vendor-status = "00"
               MOVE 'N' TO LV-RESULT
               PERFORM UNTIL ws-vendor-eof = 'Y'
                   READ VendorFile
                       AT END
                           MOVE 'Y' TO ws-vendor-eof
                       NOT AT END
                           MOVE SPACES TO ws-scan-status
                           UNSTRING VendorRecord DELIMITED BY ","
                               INTO ws-scan-id, ws-scan-name,
                                    ws-scan-contact, ws-scan-terms,
                                    ws-scan-status
                           IF FUNCTION TRIM(ws-scan-id) = ws-want
                               OR FUNCTION UPPER-CASE(FUNCTION TRIM
                               (ws-scan-name)) = ws-want
                               MOVE ws-scan-name TO LV-VENDOR
                               MOVE ws-scan-id TO LV-VENDOR-ID
                               IF FUNCTION TRIM(ws-scan-status) =
                                   "INACTIVE"
                                   MOVE 'I' TO LV-RESULT
                               ELSE
                                   MOVE 'V' TO LV-RESULT
                               END-IF
                               MOVE 'Y' TO ws-vendor-eof
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VendorFile
           END-IF
           GOBACK.

       END PROGRAM VendorCheck.
