      *            commitment in commitments.csv -- the promise
      *            becomes the actual acquisitions.csv spend. See
      *            Suggest and BudgetMaint.
      * (Updated by Silas): The vendor is validated against the
      *            vendors.csv master through VendorCheck. A delivery
      *            received against a PO line is posted before the
      *            acquisitions.csv row is written, so the row carries
      *            the PO and line number as columns 7-8; po_lines.csv
      *            keeps its ninth (unit price) column.
      * (Updated by Silas): New copies are written to bookcopies.csv as
      *            RECEIVED with a row on tech_queue.csv (source PO,
      *            DONATION or DIRECT) and stay out of book_count -- a
      *            new title is written with a count of 0 and a top-up
      *            leaves the count alone. TechServices takes each copy
      *            through cataloguing and processing and adds it to the
      *            count when it is READY.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT PoLineFile ASSIGN TO '../po_lines.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-poline-status.
      *> Technical-services queue kept by TechServices -- every
      *> copy received here starts the processing pipeline.
           SELECT TechQueueFile ASSIGN TO '../tech_queue.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tq-status.
           SELECT GenreFile ASSIGN TO '../genre.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       01  GenreRecord              PIC X(30).
       FD  CommitFile.
       01  CommitRecord             PIC X(120).
       FD  TechQueueFile.
       01  TechQueueRecord          PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  ws-add-qty               PIC X(5).
       01  ws-add-qty-valid         PIC X VALUE 'N'.
       01  ws-add-qty-num           PIC 9(5) VALUE 0.

      *> Arguments for the shared audit trail -- see AuditLog.cbl.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE SPACES.
       01  copies-to-write          PIC 9(5) VALUE 0.
       01  copy-write-idx           PIC 9(5) VALUE 0.

      *> New copies go to bookcopies.csv as RECEIVED and onto the
      *> technical-services queue (copy,book,branch,source,stage,
      *> received date,catalogued,processed,ready dates); they join
      *> book_count only when TechServices scans them READY.
       01  ws-tq-status             PIC XX.
       01  first-new-copy-id        PIC 9(6) VALUE 0.
       01  ws-tq-copy               PIC 9(6).
       01  ws-tq-branch             PIC X(10).
       01  ws-tq-source             PIC X(10).
       01  ws-tq-donation           PIC X.
       01  ws-tq-line               PIC X(120).

      *> Acquisition/vendor tracking: one acquisitions.csv row per
      *> stocking event (a fresh add or a restock of an existing
      *> title), so purchasing history isn't limited to the aggregate
       01  acq-id-x                 PIC X(6).
       01  acq-eof-flag             PIC X VALUE 'N'.
       01  ws-vendor-name           PIC X(30).
       01  ws-vendor-id             PIC X(5).
       01  vendor-valid             PIC X VALUE 'N'.
      *> VendorCheck verdict -- see VendorCheck.cbl.
       01  ws-vendor-result         PIC X.
       01  ws-unit-cost             PIC X(7).
       01  ws-cost-valid            PIC X VALUE 'N'.
       01  ws-acq-date              PIC X(10).
               10 ln-qty            PIC 9(3).
               10 ln-received       PIC 9(3).
               10 ln-state          PIC X(9).
               10 ln-price          PIC 9(7).
       01  po-line-cnt              PIC 9(3) VALUE 0.
       01  po-line-idx              PIC 9(3) VALUE 0.
       01  po-line-match            PIC 9(3) VALUE 0.
               IF ws-add-qty-num = 0
                   DISPLAY "No copies added. Add cancelled."
               ELSE
      *> The count on books.csv stays as it is -- the new copies
      *> join it as each is scanned READY in TechServices. Fresh
      *> copies are on their way, though, so a title that had been
      *> withdrawn for lack of stock is back in circulation and can
      *> take holds.
                   IF EX-STATUS(DUP-IDX) = "WITHDRAWN"
                       MOVE EX-ID(DUP-IDX) TO WS-AUDIT-ENTITY-ID
                       MOVE EX-STATUS(DUP-IDX) TO WS-AUDIT-OLD-STATUS
                   PERFORM ASK-ACQUISITION-INFO
                   MOVE EX-ID(DUP-IDX) TO book_id
                   MOVE ws-add-qty-num TO acq-copies
                   PERFORM RECEIVE-AGAINST-PO
                   PERFORM WRITE-ACQUISITION-RECORD
                   MOVE EX-BRANCH(DUP-IDX) TO ws-tq-branch
                   PERFORM QUEUE-NEW-COPIES

                   DISPLAY "*----------------------------------*"
                   DISPLAY "Stock received. Book ID " EX-ID(DUP-IDX)
                       " has " ws-add-qty-num " copies in processing;"
                   DISPLAY "they join its " EX-COUNT(DUP-IDX)
                       " on the shelf as each is made READY."
                   DISPLAY "*----------------------------------*"
               END-IF
               GO TO ENDER
                   ","               DELIMITED BY SIZE
                   FUNCTION TRIM(book_author)  DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   "0"               DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE
                   FUNCTION TRIM(book_genre)   DELIMITED BY SIZE
                   ","               DELIMITED BY SIZE

               PERFORM ASK-ACQUISITION-INFO
               MOVE book_count TO acq-copies
               PERFORM RECEIVE-AGAINST-PO
               PERFORM WRITE-ACQUISITION-RECORD
               MOVE book_branch TO ws-tq-branch
               PERFORM QUEUE-NEW-COPIES

               DISPLAY "*------------------------------------------*"
               DISPLAY "Book successfully added to books.csv."
               DISPLAY "Its copies are in processing and become "
                   "available as each is made READY."
               PERFORM ASK-AUDIENCE-RATING
               PERFORM ASK-CALL-NUMBER
               PERFORM FULFIL-SUGGESTIONS
           ELSE
               OPEN EXTEND CopyFile
           END-IF
           COMPUTE first-new-copy-id = last-copy-id + 1

           PERFORM VARYING copy-write-idx FROM 1 BY 1
               UNTIL copy-write-idx > copies-to-write
                   new-copy-id    DELIMITED BY SIZE ","
                   ws-barcode     DELIMITED BY SIZE ","
                   "GOOD"         DELIMITED BY SIZE ","
                   "RECEIVED"     DELIMITED BY SIZE
                   INTO ws-copy-line
               MOVE ws-copy-line TO CopyRecord
               WRITE CopyRecord
           CLOSE CopyFile
           MOVE 0 TO copies-to-write.

      *-----------------------------------------------------------------
      *> One tech_queue.csv row per copy just written, stage RECEIVED
      *> and dated today. The source is the PO the delivery was
      *> posted against, DONATION for an item kept from Donations,
      *> or DIRECT. Run after WRITE-ACQUISITION-RECORD, which sets
      *> ws-acq-date, with acq-copies holding the copies received.
       QUEUE-NEW-COPIES.
           IF acq-copies = 0 OR first-new-copy-id = 0
               EXIT PARAGRAPH
           END-IF
           IF ws-recv-po NOT = SPACES
               MOVE ws-recv-po TO ws-tq-source
           ELSE
               MOVE SPACES TO ws-tq-donation
               PERFORM UNTIL ws-tq-donation = 'Y'
                   OR ws-tq-donation = 'N'
                   DISPLAY "Kept from a donation? (Y/N): "
                   ACCEPT ws-tq-donation
                   MOVE FUNCTION UPPER-CASE(ws-tq-donation)
                       TO ws-tq-donation
               END-PERFORM
               IF ws-tq-donation = 'Y'
                   MOVE "DONATION" TO ws-tq-source
               ELSE
                   MOVE "DIRECT" TO ws-tq-source
               END-IF
           END-IF
           IF FUNCTION TRIM(ws-tq-branch) = SPACE
               MOVE "MAIN" TO ws-tq-branch
           END-IF

           OPEN EXTEND TechQueueFile
           IF ws-tq-status NOT = "00"
               OPEN OUTPUT TechQueueFile
           END-IF
           MOVE first-new-copy-id TO ws-tq-copy
           PERFORM VARYING copy-write-idx FROM 1 BY 1
               UNTIL copy-write-idx > acq-copies
               MOVE SPACES TO ws-tq-line
               STRING ws-tq-copy DELIMITED BY SIZE ","
                      book_id DELIMITED BY SIZE ","
                      FUNCTION TRIM(ws-tq-branch) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(ws-tq-source) DELIMITED BY SIZE
                      ",RECEIVED," DELIMITED BY SIZE
                      ws-acq-date DELIMITED BY SIZE
                      ",,," DELIMITED BY SIZE
                   INTO ws-tq-line
               MOVE ws-tq-line TO TechQueueRecord
               WRITE TechQueueRecord
               ADD 1 TO ws-tq-copy
           END-PERFORM
           CLOSE TechQueueFile.

      *-----------------------------------------------------------------
      *> Cross-check the entered genre against the optional genre
      *> master list. A missing list just skips validation (this
      *-----------------------------------------------------------------
      *> Prompt for the vendor this stocking event came from and the
      *> per-copy cost paid, so the write-up in WRITE-ACQUISITION-RECORD
      *> has something to log besides the bare count. The vendor has
      *> to be ACTIVE on the vendors.csv master, and is logged under
      *> the master's own spelling.
       ASK-ACQUISITION-INFO.
           PERFORM UNTIL vendor-valid = 'Y'
               DISPLAY "Vendor ID/Name: " ACCEPT ws-vendor-name
               IF ws-vendor-name NOT = SPACE THEN
                   CALL 'VendorCheck' USING ws-vendor-name,
                       ws-vendor-id, ws-vendor-result
                   EVALUATE ws-vendor-result
                       WHEN 'N'
                           DISPLAY "Vendor not on the vendor master."
                               " Add it in Vendor Master first."
                       WHEN 'I'
                           DISPLAY "Vendor "
                               FUNCTION TRIM(ws-vendor-name)
                               " is INACTIVE."
                       WHEN OTHER
                           MOVE 'Y' TO vendor-valid
                   END-EVALUATE
               ELSE
                   DISPLAY "Vendor Name can't be blank!"
               END-IF
      *-----------------------------------------------------------------
      *> Append one acquisitions.csv row (acq_id,book_id,vendor_name,
      *> acq_date,copies_acquired,unit_cost) for this stocking event.
      *> A delivery received against a PO line carries the PO and
      *> line number as columns 7-8, which VendorInvoice sums to
      *> find the copies actually received.
       WRITE-ACQUISITION-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-acq-today
           MOVE ws-acq-today(1:4) TO ws-acq-year
                  acq-copies DELIMITED BY SIZE ","
                  FUNCTION TRIM(ws-unit-cost)   DELIMITED BY SIZE
               INTO ws-acq-line
           MOVE SPACES TO AcqRecord
           IF ws-recv-po NOT = SPACES
               STRING FUNCTION TRIM(ws-acq-line) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      ws-recv-po DELIMITED BY SIZE ","
                      ws-recv-line-n DELIMITED BY SIZE
                   INTO AcqRecord
           ELSE
               MOVE ws-acq-line TO AcqRecord
           END-IF
           WRITE AcqRecord
           CLOSE AcqFile.

      *> raised in PurchaseOrders, post the copies to the ordered
      *> line: short deliveries go PARTIAL or BACKORDER at the
      *> buyer's choice, and a PO whose every line is in closes.
      *> Runs before WRITE-ACQUISITION-RECORD so the acquisition row
      *> can carry the PO line; ws-recv-po stays blank unless a
      *> line was actually posted.
       RECEIVE-AGAINST-PO.
           MOVE SPACES TO ws-recv-po
           MOVE 0 TO ws-recv-line-n
           DISPLAY "Receiving against a purchase order? (Y/N): "
           ACCEPT ws-recv-confirm
           IF ws-recv-confirm NOT = 'Y' AND ws-recv-confirm NOT = 'y'
           IF po-line-match = 0
               DISPLAY "No such PO line -- acquisition recorded "
                   "without one."
               MOVE SPACES TO ws-recv-po
               EXIT PARAGRAPH
           END-IF
      *> The delivery has to come from the vendor the PO is with,
      *> or the invoice match later has nothing to line up against.
           PERFORM LOAD-PO-HEADERS
           IF po-match-idx > 0
               AND FUNCTION UPPER-CASE(FUNCTION TRIM
                   (po-vendor(po-match-idx))) NOT =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(ws-vendor-name))
               DISPLAY "PO " ws-recv-po " is with "
                   FUNCTION TRIM(po-vendor(po-match-idx))
                   " -- acquisition recorded without a PO line."
               MOVE SPACES TO ws-recv-po
               EXIT PARAGRAPH
           END-IF

                                    ln-author(po-line-cnt),
                                    ln-qty(po-line-cnt),
                                    ln-received(po-line-cnt),
                                    ln-state(po-line-cnt),
                                    ln-price(po-line-cnt)
                           IF ln-price(po-line-cnt) NOT NUMERIC
                               MOVE 0 TO ln-price(po-line-cnt)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                          DELIMITED BY SIZE ","
                      ln-qty(po-line-idx) DELIMITED BY SIZE ","
                      ln-received(po-line-idx) DELIMITED BY SIZE ","
                      FUNCTION TRIM(ln-state(po-line-idx))
                          DELIMITED BY SIZE ","
                      ln-price(po-line-idx) DELIMITED BY SIZE
                   INTO PoLineRecord
               WRITE PoLineRecord
           END-PERFORM
           CLOSE PoLineFile.

      *-----------------------------------------------------------------
      *> PO headers, with po-match-idx pointing at ws-recv-po's.
       LOAD-PO-HEADERS.
           MOVE 0 TO po-cnt
           MOVE 0 TO po-match-idx
           MOVE 'N' TO ws-po-file-end
           OPEN INPUT PoFile
           IF ws-po-status NOT = "00"
                   MOVE po-idx TO po-match-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *> The header follows its lines: every line in -> CLOSED,
      *> anything in but not everything -> PARTIAL.
       UPDATE-PO-HEADER.
           PERFORM LOAD-PO-HEADERS
           IF po-match-idx = 0
               EXIT PARAGRAPH
           END-IF
