      *             VOLUN and AUDIT -- may run, per-operator
      *             exceptions override the role, and a denied
      *             attempt lands in error_log.csv.
      * (Updated by Silas): Records menu item 24 runs the cross-file
      *             referential integrity check on demand; the same
      *             check runs every night as a chain step.
      * (Updated by Silas): Main menu item 18, Data File Layouts, runs
      *             LayoutUpgrade -- the record-layout registry check
      *             and the supervised upgrade of old-format rows --
      *             under the new supervisor-only UPGRADE function code.
      * (Updated by Silas): Records menu item 25 runs the table-capacity
      *             report on demand; the nightly chain runs it too and
      *             raises the alerts.
      * (Updated by Silas): Members menu item 14 maintains a member's
      *             reading interests (InterestMaint).
      * (Updated by Silas): Books menu items 26 and 27, Vendor Master
      *             and Vendor Invoices, run VendorMaint and
      *             VendorInvoice under the BOOKMNT gate.
      * (Updated by Silas): Books menu item 28, Restricted Funds, runs
      *             FundLedger under the BOOKMNT gate.
      * (Updated by Silas): Main menu item 19, Volunteer Register, runs
      *             VolunteerShifts (function code VOLREG).
      * (Updated by Silas): Operations menu item 25, Desk Staffing Rota,
      *             runs DeskRota.
      * (Updated by Silas): Main menu item 20, Complaints Register, runs
      *             Complaints (function code COMPLN); open complaints
      *             past their reply date are listed at sign-on after
      *             the batch alerts.
      * (Updated by Silas): Members menu item 15, Deceased Member
      *             Closure (DeceasedClose), gated on the
      *             supervisor-only DECEASE function.
      * (Updated by Silas): Members menu item 16, Subject-Access Dossier
      *             (SubjectAccess), gated on the SUBJACC function.
      * (Updated by Silas): Members menu item 17, Right-to-Erasure
      *             (MemberErasure), gated on the ERASE function.
      * (Updated by Silas): Records menu item 26, Control Exception
      *             Report (ControlExceptions), gated on the CTLRPT
      *             function.
      * (Updated by Silas): the operator table carries the new
      *             own-member column of operators.csv through the
      *             sign-on rewrite.
      * (Updated by Silas): Operations menu item 26, Bank Deposits, runs
      *             BankDeposit under the supervisor-only BANKDEP
      *             function.
      * (Updated by Silas): Records item 27 runs the monthly
      *             commercial-tax return (TaxReturn) under the
      *             supervisor-only TAXRTN function.
      * (Updated by Silas): Operations menu item 27, Receivables, runs
      *             organisation invoicing and receivables (Receivables)
      *             under the supervisor-only RECEIV function.
      * (Updated by Silas): Records menu item 28 runs the collection
      *             valuation for the insurer and auditors.
      * (Updated by Silas): Operations menu item 28, Damage Events and
      *             Claims, runs under the supervisor-only DAMAGE
      *             function.
      * (Updated by Silas): Records item 29 runs the saved report
      *             definitions (ReportWriter); Exit moves to 30.
      * (Updated by Silas): Main menu item 21, Branch Dashboard, runs
      *             BranchDashboard under the supervisor-only DASHBRD
      *             function, and it opens by itself after sign-on for
      *             operators allowed it; Exit moves to 22.
      * (Updated by Silas): Records item 30 runs the membership
      *             demographics and catchment report
      *             (MemberDemographics); Exit moves to 31.
      * (Updated by Silas): Members item 18 runs the lapsed-member
      *             win-back campaigns (WinBack); Exit moves to 19.
      * (Updated by Silas): Books item 29, Reshelving Cart, runs the
      *             shelving scan and cart backlog report (Reshelve) for
      *             every role; Exit moves to 30.
      * (Updated by Silas): Operations item 29, Hold Pick List, runs
      *             HoldPickList; Exit moves to 30.
      * (Updated by Silas): Operations item 30, Hold Pickup Lockers,
      *             runs Lockers; Exit moves to 31.
      * (Updated by Silas): Operations item 31, Self-Check Machine, runs
      *             SelfCheck; Exit moves to 32.
      * (Updated by Silas): Operations item 32, Security Gate Alarms,
      *             runs GateAlarms; Exit moves to 33.
      * (Updated by Silas): Operations item 33, Digital Lending, runs
      *             DigitalLending; Exit moves to 34.
      * (Updated by Silas): Operations item 34, Reading Lists, runs
      *             ReadingLists; Exit moves to 35.
      * (Updated by Silas): Operations item 35, Displays, runs Displays;
      *             Exit moves to 36.
      * (Updated by Silas): Operations item 36, Series Master, runs
      *             SeriesMaint; Exit moves to 37.
      * (Updated by Silas): Operations item 37, Material Formats, runs
      *             FormatMaint; Exit moves to 38.
      * (Updated by Silas): Operations item 38, Technical Services, runs
      *             TechServices; Exit moves to 39.
      * (Updated by Silas): Operations item 39, Policy What-If, runs
      *             PolicySim; Exit moves to 40.
      * (Updated by Silas): Operations item 40, Budget Proposal, runs
      *             BudgetProposal; Exit moves to 41.
      * (Updated by Silas): Operations item 41, Portal Feed, runs
      *             PortalFeed; Exit moves to 42.
      * (Updated by Silas): Operations item 42, Gateway Settlement
      *             Import, runs GatewayImport; Exit moves to 43.
      * (Updated by Silas): Operations item 43, Fine Appeals, runs
      *             FineAppeal; Exit moves to 44.
      * (Updated by Silas): Operations item 44, Overdue Phone Calls,
      *             runs PhoneCalls; Exit moves to 45.
      * (Updated by Silas): Operations item 45, Bookmobile, runs
      *             Bookmobile; Exit moves to 46.
      * (Updated by Silas): Operations item 46, Member Alerts, runs
      *             MemberAlerts; Exit moves to 47.
      * (Updated by Silas): Operations item 47, Shift Handover Log, runs
      *             HandoverLog; Exit moves to 48.
      * (Updated by Silas): Sign-on shows the handover notes for the
      *             operator's desk branch from the current and two
      *             previous shifts not yet read (see HandoverLog), and
      *             records the operator's acknowledgement in
      *             handover_reads.csv.
      * (Updated by Silas): Operations item 48, Notice Templates, runs
      *             NoticeTemplates; Exit moves to 49.
      * (Updated by Silas): Operations item 49, Union Catalogue
      *             Holdings, runs UnionCatalog; Exit moves to 50.
      * (Updated by Silas): Operations item 50, Public PC Sessions, runs
      *             PcSessions; Exit moves to 51.
      * (Updated by Silas): Operations item 51, Hold Fulfilment Report,
      *             runs HoldPerformance; Exit moves to 52.
      * (Updated by Silas): Main menu item 22, Shift Handover Log, runs
      *             HandoverLog under the HANDOVER code every role
      *             holds, so operators without Operations can add
      *             notes; Exit moves to 23. Operations item 47 stays
      *             for those used to it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Main.
           SELECT ALERT-FILE ASSIGN TO '../batch_alerts.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
      *> Complaints register (see Complaints) -- open items past
      *> their charter reply date are listed at sign-on.
           SELECT COMPLAINT-FILE ASSIGN TO '../complaints.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.
      *> Shift handover notes (see HandoverLog) -- the ones this
      *> operator hasn't read are shown at sign-on and the reading
      *> recorded.
           SELECT HANDOVER-FILE ASSIGN TO '../handover_log.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOVER-STATUS.
           SELECT HANDOVER-READ-FILE ASSIGN TO '../handover_reads.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HO-READ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  TRAINING-REC PIC X(60).
       FD  ALERT-FILE.
       01  ALERT-REC    PIC X(120).
       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC PIC X(250).
       FD  HANDOVER-FILE.
       01  HANDOVER-REC PIC X(200).
       FD  HANDOVER-READ-FILE.
       01  HANDOVER-READ-REC PIC X(50).
       WORKING-STORAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       01 WS-OPERATOR-STATUS PIC XX.
               10 OP-FAILS     PIC X(2).
               10 OP-LOCK      PIC X(6).
               10 OP-HIST      PIC X(40).
               10 OP-MEMBER    PIC X(5).
       01 OP-CNT          PIC 9(3) VALUE 0.
       01 OP-IDX          PIC 9(3) VALUE 0.
       01 OP-MATCH-IDX    PIC 9(3) VALUE 0.
           05 FILLER PIC X(8) VALUE "TRAINING".
           05 FILLER PIC X(8) VALUE "CTLBASE".
           05 FILLER PIC X(8) VALUE "YEAREND".
           05 FILLER PIC X(8) VALUE "UPGRADE".
           05 FILLER PIC X(8) VALUE "VOLREG".
           05 FILLER PIC X(8) VALUE "COMPLN".
           05 FILLER PIC X(8) VALUE "DASHBRD".
           05 FILLER PIC X(8) VALUE "HANDOVER".
       01 MENU-CODE-TABLE REDEFINES MENU-CODE-VALUES.
           05 MENU-CODE OCCURS 22 TIMES PIC X(8).
       01 MENU-ALLOW-TABLE.
           05 MENU-ALLOW OCCURS 22 TIMES PIC X.
       01 MENU-IDX        PIC 9(2) VALUE 0.
       01 WS-PC-FUNCTION  PIC X(8).
       01 WS-PC-ALLOWED   PIC X.
       01 ALERT-CNT       PIC 9(3) VALUE 0.
       01 ALERT-IDX       PIC 9(3) VALUE 0.
       01 WS-ALERT-SHOWN  PIC 9(3) VALUE 0.
      *> Overdue-complaint display state.
       01 WS-COMPLAINT-STATUS PIC XX.
       01 CP-ID           PIC X(5).
       01 CP-RECEIVED     PIC X(10).
       01 CP-CHANNEL      PIC X(6).
       01 CP-MEMBER       PIC X(5).
       01 CP-BRANCH       PIC X(10).
       01 CP-CATEGORY     PIC X(8).
       01 CP-ASSIGNED     PIC X(10).
       01 CP-DUE          PIC X(10).
       01 CP-STATUS       PIC X(8).
       01 WS-CP-DUE-FMT   PIC 9(8).
       01 WS-CP-DUE-INT   PIC 9(8).
       01 WS-CP-SHOWN     PIC 9(4) VALUE 0.
      *> Shift-handover display state. A shift is AM or PM of a day,
      *> the evening one starting at the SHIFT hour (default 14);
      *> notes from the current shift and the two before it count.
       01 WS-HANDOVER-STATUS PIC XX.
       01 WS-HO-READ-STATUS PIC XX.
       01 HO-ID           PIC X(5).
       01 HO-DATE         PIC X(10).
       01 HO-TIME         PIC X(5).
       01 HO-SHIFT        PIC X(2).
       01 HO-BRANCH       PIC X(10).
       01 HO-OPERATOR     PIC X(10).
       01 HO-TEXT         PIC X(100).
       01 HO-RD-ID        PIC X(5).
       01 HO-RD-OPERATOR  PIC X(10).
       01 WS-HO-DATE-FMT  PIC 9(8).
       01 WS-HO-SLOT      PIC 9(9) VALUE 0.
       01 WS-NOW-SLOT     PIC 9(9) VALUE 0.
       01 WS-NOW-TIME     PIC 9(8).
       01 WS-SHIFT-HOUR   PIC 9(2) VALUE 14.
       01 WS-DESK-BRANCH  PIC X(10).
       01 WS-HO-BC-RESULT PIC X.
       01 WS-HO-CONFIRM   PIC X.
       01 WS-HO-READ      PIC X VALUE 'N'.
       01 HO-READ-TABLE.
           05 HO-READ-ID OCCURS 500 TIMES PIC X(5).
       01 HO-READ-CNT     PIC 9(3) VALUE 0.
       01 HO-READ-IDX     PIC 9(3) VALUE 0.
       01 HO-UNREAD-TABLE.
           05 HO-UNREAD-ID OCCURS 50 TIMES PIC X(5).
       01 HO-UNREAD-CNT   PIC 9(2) VALUE 0.
       01 HO-UNREAD-IDX   PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.

      ***************************************************MAIN MENU START
           PERFORM COMPUTE-MENU-PERMS
      *> The nightly run's overrun alerts surface right here, not
      *> buried in a CSV nobody opens.
           PERFORM SHOW-BATCH-ALERTS
      *> So do complaints that have run past the charter reply date.
           PERFORM SHOW-COMPLAINT-ALERTS
      *> And the notes the last shifts left for this desk.
           PERFORM SHOW-HANDOVER-NOTES
      *> And a branch manager starts the day on the dashboard.
           IF MENU-ALLOW(21) = 'Y'
               MOVE 0 TO USER-CHOICE
               CALL 'BranchDashboard' USING USER-CHOICE
           END-IF.

       MAIN-PROCEDURE.
      *> The trainee can't miss this, and neither can anyone who
           IF MENU-ALLOW(17) = 'Y'
               DISPLAY "17) Fiscal Year-End Close"
           END-IF
           IF MENU-ALLOW(18) = 'Y'
               DISPLAY "18) Data File Layouts"
           END-IF
           IF MENU-ALLOW(19) = 'Y'
               DISPLAY "19) Volunteer Register"
           END-IF
           IF MENU-ALLOW(20) = 'Y'
               DISPLAY "20) Complaints Register"
           END-IF
           IF MENU-ALLOW(21) = 'Y'
               DISPLAY "21) Branch Dashboard"
           END-IF
           IF MENU-ALLOW(22) = 'Y'
               DISPLAY "22) Shift Handover Log"
           END-IF
           DISPLAY "23) Exit"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-23): "
           ACCEPT USER-CHOICE

           EVALUATE USER-CHOICE
              WHEN 17
                  PERFORM GATED-YEAR-END-CLOSE
              WHEN 18
                  PERFORM GATED-DATA-FILE-LAYOUTS
              WHEN 19
                  PERFORM GATED-VOLUNTEER-REGISTER
              WHEN 20
                  PERFORM GATED-COMPLAINTS-REGISTER
              WHEN 21
                  PERFORM GATED-BRANCH-DASHBOARD
              WHEN 22
                  PERFORM GATED-HANDOVER-LOG
              WHEN 23
                   DISPLAY "Exiting... Goodbye!"
                   GO TO PROGRAM-DONE
              WHEN OTHER
           DISPLAY "11) Homebound Delivery"
           DISPLAY "12) Member Cards"
           DISPLAY "13) Reciprocal Borrowing"
           DISPLAY "14) Reading Interests"
           DISPLAY "15) Deceased Member Closure"
           DISPLAY "16) Subject-Access Dossier"
           DISPLAY "17) Right-to-Erasure"
           DISPLAY "18) Win-Back Campaigns"
           DISPLAY "19) Exit"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-19): "
           ACCEPT USER-CHOICE

           EVALUATE USER-CHOICE
              WHEN 13
                  PERFORM RECIPROCAL-BORROWING
              WHEN 14
                  PERFORM READING-INTERESTS
              WHEN 15
                  MOVE "DECEASE" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM DECEASED-MEMBER-CLOSURE
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 16
                  MOVE "SUBJACC" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM SUBJECT-ACCESS-DOSSIER
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 17
                  MOVE "ERASE" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM RIGHT-TO-ERASURE
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 18
                  PERFORM WIN-BACK-CAMPAIGNS
              WHEN 19
                  DISPLAY "Exiting to Main Menu..."
                  EXIT PARAGRAPH
              WHEN OTHER
           END-IF
           DISPLAY "24) Barcode Labels"
           DISPLAY "25) Rolling Inventory"
           IF WS-BOOKMNT-ALLOW = 'Y'
               DISPLAY "26) Vendor Master"
               DISPLAY "27) Vendor Invoices"
           END-IF
           IF WS-BOOKMNT-ALLOW = 'Y'
               DISPLAY "28) Restricted Funds"
           END-IF
           DISPLAY "29) Reshelving Cart"
           DISPLAY "30) Exit"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-30): "
           ACCEPT USER-CHOICE

           EVALUATE USER-CHOICE
               WHEN 25
                   PERFORM ROLLING-INVENTORY
               WHEN 26
                   PERFORM BOOKS-MAINT-ITEM
               WHEN 27
                   PERFORM BOOKS-MAINT-ITEM
               WHEN 28
                   PERFORM BOOKS-MAINT-ITEM
               WHEN 29
                   PERFORM RESHELVING-CART
               WHEN 30
                   DISPLAY "Exiting to Main Menu..."
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM DONATIONS-MENU-ITEM
               WHEN 23
                   PERFORM PURCHASE-ORDERS
               WHEN 26
                   PERFORM VENDOR-MASTER
               WHEN 27
                   PERFORM VENDOR-INVOICES
               WHEN 28
                   PERFORM RESTRICTED-FUNDS
           END-EVALUATE.

       OPERATIONS-MENU.
           DISPLAY "22) Room and Event Bookings"
           DISPLAY "23) Print Spool"
           DISPLAY "24) Void / Correct Payment"
           DISPLAY "25) Desk Staffing Rota"
           DISPLAY "26) Bank Deposits"
           DISPLAY "27) Receivables"
           DISPLAY "28) Damage Events and Claims"
           DISPLAY "29) Hold Pick List"
           DISPLAY "30) Hold Pickup Lockers"
           DISPLAY "31) Self-Check Machine"
           DISPLAY "32) Security Gate Alarms"
           DISPLAY "33) Digital Lending"
           DISPLAY "34) Reading Lists"
           DISPLAY "35) Displays"
           DISPLAY "36) Series Master"
           DISPLAY "37) Material Formats"
           DISPLAY "38) Technical Services"
           DISPLAY "39) Policy What-If"
           DISPLAY "40) Budget Proposal"
           DISPLAY "41) Portal Feed"
           DISPLAY "42) Gateway Settlement Import"
           DISPLAY "43) Fine Appeals"
           DISPLAY "44) Overdue Phone Calls"
           DISPLAY "45) Bookmobile"
           DISPLAY "46) Member Alerts"
           DISPLAY "47) Shift Handover Log"
           DISPLAY "48) Notice Templates"
           DISPLAY "49) Union Catalogue Holdings"
           DISPLAY "50) Public PC Sessions"
           DISPLAY "51) Hold Fulfilment Report"
           DISPLAY "52) Exit"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-52): "
           ACCEPT USER-CHOICE

           EVALUATE USER-CHOICE
              WHEN 24
                  PERFORM VOID-PAYMENT
              WHEN 25
                  PERFORM DESK-ROTA
              WHEN 26
                  MOVE "BANKDEP" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM BANK-DEPOSITS
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 27
                  MOVE "RECEIV" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM RECEIVABLES
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 28
                  MOVE "DAMAGE" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM DAMAGE-EVENTS
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 29
                  PERFORM HOLD-PICK-LIST
              WHEN 30
                  PERFORM HOLD-LOCKERS
              WHEN 31
                  PERFORM SELF-CHECK-MACHINE
              WHEN 32
                  PERFORM GATE-ALARMS
              WHEN 33
                  PERFORM DIGITAL-LENDING
              WHEN 34
                  PERFORM READING-LISTS
              WHEN 35
                  PERFORM DISPLAYS-MENU-ITEM
              WHEN 36
                  PERFORM SERIES-MASTER
              WHEN 37
                  PERFORM MATERIAL-FORMATS
              WHEN 38
                  PERFORM TECH-SERVICES
              WHEN 39
                  PERFORM POLICY-WHAT-IF
              WHEN 40
                  PERFORM BUDGET-PROPOSAL
              WHEN 41
                  PERFORM PORTAL-FEED
              WHEN 42
                  PERFORM GATEWAY-IMPORT
              WHEN 43
                  PERFORM FINE-APPEALS
              WHEN 44
                  PERFORM PHONE-CALLS
              WHEN 45
                  PERFORM BOOKMOBILE
              WHEN 46
                  PERFORM MEMBER-ALERTS
              WHEN 47
                  PERFORM HANDOVER-LOG
              WHEN 48
                  PERFORM NOTICE-TEMPLATES
              WHEN 49
                  PERFORM UNION-CATALOG
              WHEN 50
                  PERFORM PC-SESSIONS
              WHEN 51
                  PERFORM HOLD-PERFORMANCE
              WHEN 52
                  DISPLAY "Exiting to Main Menu..."
                  EXIT PARAGRAPH
              WHEN OTHER
           DISPLAY "21) Hourly Traffic Profile"
           DISPLAY "22) Annual Statistics Return"
           DISPLAY "23) Batch Timing Trend"
           DISPLAY "24) Referential Integrity Check"
           DISPLAY "25) Table Capacity Report"
           DISPLAY "26) Control Exception Report"
           DISPLAY "27) Monthly Tax Return"
           DISPLAY "28) Collection Valuation"
           DISPLAY "29) Saved Reports"
           DISPLAY "30) Membership Demographics"
           DISPLAY "31) Exit"
           DISPLAY "=============================="
           DISPLAY "Enter your choice (1-31): "
           ACCEPT USER-CHOICE

           EVALUATE USER-CHOICE
              WHEN 23
                  PERFORM BATCH-TREND
              WHEN 24
                  PERFORM INTEGRITY-CHECK
              WHEN 25
                  PERFORM CAPACITY-REPORT
              WHEN 26
                  MOVE "CTLRPT" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM CONTROL-EXCEPTIONS
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 27
                  MOVE "TAXRTN" TO WS-PC-FUNCTION
                  CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                      WS-PC-FUNCTION, WS-PC-ALLOWED
                  IF WS-PC-ALLOWED = 'Y'
                      PERFORM TAX-RETURN
                  ELSE
                      PERFORM DENY-MENU-CHOICE
                  END-IF
              WHEN 28
                  PERFORM COLLECTION-VALUATION
              WHEN 29
                  PERFORM SAVED-REPORTS
              WHEN 30
                  PERFORM MEMBER-DEMOGRAPHICS
              WHEN 31
                  DISPLAY "Exiting to Main Menu..."
                  EXIT PARAGRAPH
              WHEN OTHER
           RECIPROCAL-BORROWING.
           CALL 'Reciprocal' USING USER-CHOICE.

           READING-INTERESTS.
           CALL 'InterestMaint' USING USER-CHOICE.

           DECEASED-MEMBER-CLOSURE.
           CALL 'DeceasedClose' USING USER-CHOICE.

           SUBJECT-ACCESS-DOSSIER.
           CALL 'SubjectAccess' USING USER-CHOICE.

           RIGHT-TO-ERASURE.
           CALL 'MemberErasure' USING USER-CHOICE.

           WIN-BACK-CAMPAIGNS.
           CALL 'WinBack' USING USER-CHOICE.

           LIST-ALL-BOOKS.
           CALL 'ListAllBooks' USING USER-CHOICE.

           ROLLING-INVENTORY.
           CALL 'RollingInventory' USING USER-CHOICE.

           VENDOR-MASTER.
           CALL 'VendorMaint' USING USER-CHOICE.

           VENDOR-INVOICES.
           CALL 'VendorInvoice' USING USER-CHOICE.

           RESTRICTED-FUNDS.
           CALL 'FundLedger' USING USER-CHOICE.

           BORROW-BOOK.
           CALL 'BorrowBook' USING USER-CHOICE.

           VOID-PAYMENT.
           CALL 'VoidPayment' USING USER-CHOICE.

           DESK-ROTA.
           CALL 'DeskRota' USING USER-CHOICE.

           BANK-DEPOSITS.
           CALL 'BankDeposit' USING USER-CHOICE.

           RECEIVABLES.
           CALL 'Receivables' USING USER-CHOICE.

           DAMAGE-EVENTS.
           CALL 'DamageEvent' USING USER-CHOICE.

           RESHELVING-CART.
           CALL 'Reshelve' USING USER-CHOICE.

           HOLD-PICK-LIST.
           CALL 'HoldPickList' USING USER-CHOICE.

           HOLD-LOCKERS.
           CALL 'Lockers' USING USER-CHOICE.

           SELF-CHECK-MACHINE.
           CALL 'SelfCheck' USING USER-CHOICE.

           GATE-ALARMS.
           CALL 'GateAlarms' USING USER-CHOICE.

           DIGITAL-LENDING.
           CALL 'DigitalLending' USING USER-CHOICE.

           READING-LISTS.
           CALL 'ReadingLists' USING USER-CHOICE.

           DISPLAYS-MENU-ITEM.
           CALL 'Displays' USING USER-CHOICE.

           SERIES-MASTER.
           CALL 'SeriesMaint' USING USER-CHOICE.

           MATERIAL-FORMATS.
           CALL 'FormatMaint' USING USER-CHOICE.

           TECH-SERVICES.
           CALL 'TechServices' USING USER-CHOICE.

           POLICY-WHAT-IF.
           CALL 'PolicySim' USING USER-CHOICE.

           BUDGET-PROPOSAL.
           CALL 'BudgetProposal' USING USER-CHOICE.

           PORTAL-FEED.
           CALL 'PortalFeed' USING USER-CHOICE.

           GATEWAY-IMPORT.
           CALL 'GatewayImport' USING USER-CHOICE.

           FINE-APPEALS.
           CALL 'FineAppeal' USING USER-CHOICE.

           PHONE-CALLS.
           CALL 'PhoneCalls' USING USER-CHOICE.

           BOOKMOBILE.
           CALL 'Bookmobile' USING USER-CHOICE.

           MEMBER-ALERTS.
           CALL 'MemberAlerts' USING USER-CHOICE.

           HANDOVER-LOG.
           CALL 'HandoverLog' USING USER-CHOICE.

           NOTICE-TEMPLATES.
           CALL 'NoticeTemplates' USING USER-CHOICE.

           UNION-CATALOG.
           CALL 'UnionCatalog' USING USER-CHOICE.

           PC-SESSIONS.
           CALL 'PcSessions' USING USER-CHOICE.

           HOLD-PERFORMANCE.
           CALL 'HoldPerformance' USING USER-CHOICE.

           SHOW-HISTROY-LOG.
           CALL 'ShowHistoryLogs' USING USER-CHOICE.

           FINE-REVENUE-REPORT.
           CALL 'FineRevenueReport' USING USER-CHOICE.

           TAX-RETURN.
           CALL 'TaxReturn' USING USER-CHOICE.

           COLLECTION-VALUATION.
           CALL 'CollectionValuation' USING USER-CHOICE.

           SAVED-REPORTS.
           CALL 'ReportWriter' USING USER-CHOICE.

           MEMBER-DEMOGRAPHICS.
           CALL 'MemberDemographics' USING USER-CHOICE.

           BRANCH-CIRC-REPORT.
           CALL 'BranchCircReport' USING USER-CHOICE.

           BATCH-TREND.
           CALL 'BatchTrend' USING USER-CHOICE.

           INTEGRITY-CHECK.
           CALL 'IntegrityCheck' USING USER-CHOICE.

           CAPACITY-REPORT.
           CALL 'CapacityReport' USING USER-CHOICE.

           CONTROL-EXCEPTIONS.
           CALL 'ControlExceptions' USING USER-CHOICE.

           BULK-IMPORT.
           CALL 'BulkImport' USING USER-CHOICE.

           YEAR-END-CLOSE.
           CALL 'YearEndClose' USING USER-CHOICE.

           DATA-FILE-LAYOUTS.
           CALL 'LayoutUpgrade' USING USER-CHOICE.

           VOLUNTEER-REGISTER.
           CALL 'VolunteerShifts' USING USER-CHOICE.

           COMPLAINTS-REGISTER.
           CALL 'Complaints' USING USER-CHOICE.

           BRANCH-DASHBOARD.
           CALL 'BranchDashboard' USING USER-CHOICE.

      *-----------------------------------------------------------------
      *> One PermCheck verdict per main-menu function, computed at
      *> sign-on. The no-sign-on legacy path runs as SUPER and so
      *> sees everything, exactly as before.
       COMPUTE-MENU-PERMS.
           PERFORM VARYING MENU-IDX FROM 1 BY 1
               UNTIL MENU-IDX > 22
               MOVE MENU-CODE(MENU-IDX) TO WS-PC-FUNCTION
               CALL 'PermCheck' USING WS-SIGNON-ID, WS-OP-ROLE,
                   WS-PC-FUNCTION, WS-PC-ALLOWED
               PERFORM DENY-MENU-CHOICE
           END-IF.

       GATED-DATA-FILE-LAYOUTS.
           MOVE MENU-CODE(18) TO WS-PC-FUNCTION
           IF MENU-ALLOW(18) = 'Y'
               PERFORM DATA-FILE-LAYOUTS
           ELSE
               PERFORM DENY-MENU-CHOICE
           END-IF.

       GATED-VOLUNTEER-REGISTER.
           MOVE MENU-CODE(19) TO WS-PC-FUNCTION
           IF MENU-ALLOW(19) = 'Y'
               PERFORM VOLUNTEER-REGISTER
           ELSE
               PERFORM DENY-MENU-CHOICE
           END-IF.

       GATED-COMPLAINTS-REGISTER.
           MOVE MENU-CODE(20) TO WS-PC-FUNCTION
           IF MENU-ALLOW(20) = 'Y'
               PERFORM COMPLAINTS-REGISTER
           ELSE
               PERFORM DENY-MENU-CHOICE
           END-IF.

       GATED-BRANCH-DASHBOARD.
           MOVE MENU-CODE(21) TO WS-PC-FUNCTION
           IF MENU-ALLOW(21) = 'Y'
               PERFORM BRANCH-DASHBOARD
           ELSE
               PERFORM DENY-MENU-CHOICE
           END-IF.

       GATED-HANDOVER-LOG.
           MOVE MENU-CODE(22) TO WS-PC-FUNCTION
           IF MENU-ALLOW(22) = 'Y'
               PERFORM HANDOVER-LOG
           ELSE
               PERFORM DENY-MENU-CHOICE
           END-IF.

      *-----------------------------------------------------------------
      *> Shows every NEW batch alert and flips it to SEEN, so each
      *> overrun is announced exactly once.
               CLOSE ALERT-FILE
           END-IF.

      *-----------------------------------------------------------------
      *> Open complaints whose reply-due date has passed. Nothing is
      *> written back -- they keep showing until someone resolves
      *> them in the Complaints Register.
       SHOW-COMPLAINT-ALERTS.
           MOVE 0 TO WS-CP-SHOWN
           MOVE 'N' TO WS-ALERT-EOF
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-RAW FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-NOW-RAW)
           PERFORM UNTIL WS-ALERT-EOF = 'Y'
               READ COMPLAINT-FILE
                   AT END MOVE 'Y' TO WS-ALERT-EOF
                   NOT AT END
                       MOVE SPACES TO CP-STATUS
                       MOVE SPACES TO CP-DUE
                       UNSTRING COMPLAINT-REC DELIMITED BY ","
                           INTO CP-ID, CP-RECEIVED, CP-CHANNEL,
                                CP-MEMBER, CP-BRANCH, CP-CATEGORY,
                                CP-ASSIGNED, CP-DUE, CP-STATUS
                       IF FUNCTION TRIM(CP-STATUS) = "OPEN"
                           AND CP-DUE(1:2) NUMERIC
                           AND CP-DUE(4:2) NUMERIC
                           AND CP-DUE(7:4) NUMERIC
                           STRING CP-DUE(7:4) DELIMITED BY SIZE
                                  CP-DUE(4:2) DELIMITED BY SIZE
                                  CP-DUE(1:2) DELIMITED BY SIZE
                               INTO WS-CP-DUE-FMT
                           COMPUTE WS-CP-DUE-INT =
                               FUNCTION INTEGER-OF-DATE(WS-CP-DUE-FMT)
                           IF WS-CP-DUE-INT < WS-TODAY-INT
                               IF WS-CP-SHOWN = 0
                                   DISPLAY "*** OVERDUE COMPLAINTS ***"
                               END-IF
                               ADD 1 TO WS-CP-SHOWN
                               DISPLAY "  " CP-ID " due " CP-DUE " "
                                   FUNCTION TRIM(CP-BRANCH) " "
                                   FUNCTION TRIM(CP-CATEGORY)
                                   " -> " FUNCTION TRIM(CP-ASSIGNED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-FILE.

      *-----------------------------------------------------------------
      *> Handover notes for the operator's desk branch from the
      *> current and the two previous shifts that the operator
      *> hasn't acknowledged. Acknowledging writes one
      *> handover_reads.csv row per note; declining leaves them to
      *> show again at the next sign-on.
       SHOW-HANDOVER-NOTES.
           MOVE 'N' TO WS-ALERT-EOF
           OPEN INPUT HANDOVER-FILE
           IF WS-HANDOVER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE HANDOVER-FILE
           DISPLAY "Desk branch for this shift (blank = MAIN): "
           ACCEPT WS-DESK-BRANCH
           IF WS-DESK-BRANCH = SPACES
               MOVE "MAIN" TO WS-DESK-BRANCH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DESK-BRANCH) TO WS-DESK-BRANCH
           CALL 'BranchCheck' USING WS-DESK-BRANCH, WS-HO-BC-RESULT
           IF WS-HO-BC-RESULT = 'N'
               DISPLAY "Unknown branch code -- handover notes skipped."
               EXIT PARAGRAPH
           END-IF
           MOVE "SHIFT" TO WS-PARAM-CODE
           CALL 'GetParam' USING WS-PARAM-CODE, WS-PARAM-VALUE,
               WS-PARAM-FOUND
           IF WS-PARAM-FOUND = 'Y' AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE < 24
               MOVE WS-PARAM-VALUE TO WS-SHIFT-HOUR
           END-IF
           ACCEPT WS-NOW-RAW FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-SLOT =
               FUNCTION INTEGER-OF-DATE(WS-NOW-RAW) * 2
           IF WS-NOW-TIME(1:2) NOT < WS-SHIFT-HOUR
               ADD 1 TO WS-NOW-SLOT
           END-IF

           MOVE 0 TO HO-READ-CNT
           OPEN INPUT HANDOVER-READ-FILE
           IF WS-HO-READ-STATUS = "00"
               PERFORM UNTIL WS-ALERT-EOF = 'Y'
                   READ HANDOVER-READ-FILE
                       AT END MOVE 'Y' TO WS-ALERT-EOF
                       NOT AT END
                           UNSTRING HANDOVER-READ-REC DELIMITED BY ","
                               INTO HO-RD-ID, HO-RD-OPERATOR
                           IF HO-RD-OPERATOR = WS-SIGNON-ID
                               AND HO-READ-CNT < 500
                               ADD 1 TO HO-READ-CNT
                               MOVE HO-RD-ID TO HO-READ-ID(HO-READ-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HANDOVER-READ-FILE
           END-IF

           MOVE 0 TO HO-UNREAD-CNT
           MOVE 'N' TO WS-ALERT-EOF
           OPEN INPUT HANDOVER-FILE
           PERFORM UNTIL WS-ALERT-EOF = 'Y'
               READ HANDOVER-FILE
                   AT END MOVE 'Y' TO WS-ALERT-EOF
                   NOT AT END
                       MOVE SPACES TO HO-TEXT
                       UNSTRING HANDOVER-REC DELIMITED BY ","
                           INTO HO-ID, HO-DATE, HO-TIME, HO-SHIFT,
                                HO-BRANCH, HO-OPERATOR, HO-TEXT
                       IF HO-BRANCH = WS-DESK-BRANCH
                           AND HO-DATE(1:2) NUMERIC
                           AND HO-DATE(4:2) NUMERIC
                           AND HO-DATE(7:4) NUMERIC
                           PERFORM SHOW-ONE-HANDOVER-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HANDOVER-FILE
           IF HO-UNREAD-CNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Mark these handover notes as read (Y/N)? "
           ACCEPT WS-HO-CONFIRM
           IF WS-HO-CONFIRM NOT = "Y" AND WS-HO-CONFIRM NOT = "y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HANDOVER-READ-FILE
           IF WS-HO-READ-STATUS NOT = "00"
               OPEN OUTPUT HANDOVER-READ-FILE
           END-IF
           STRING WS-NOW-RAW(7:2) DELIMITED BY SIZE "-"
                  WS-NOW-RAW(5:2) DELIMITED BY SIZE "-"
                  WS-NOW-RAW(1:4) DELIMITED BY SIZE
               INTO WS-TODAY-DISP
           PERFORM VARYING HO-UNREAD-IDX FROM 1 BY 1
               UNTIL HO-UNREAD-IDX > HO-UNREAD-CNT
               MOVE SPACES TO HANDOVER-READ-REC
               STRING HO-UNREAD-ID(HO-UNREAD-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-SIGNON-ID DELIMITED BY SIZE ","
                      WS-TODAY-DISP DELIMITED BY SIZE ","
                      WS-NOW-TIME(1:2) DELIMITED BY SIZE ":"
                      WS-NOW-TIME(3:2) DELIMITED BY SIZE ":"
                      WS-NOW-TIME(5:2) DELIMITED BY SIZE
                   INTO HANDOVER-READ-REC
               WRITE HANDOVER-READ-REC
           END-PERFORM
           CLOSE HANDOVER-READ-FILE.

       SHOW-ONE-HANDOVER-NOTE.
           STRING HO-DATE(7:4) DELIMITED BY SIZE
                  HO-DATE(4:2) DELIMITED BY SIZE
                  HO-DATE(1:2) DELIMITED BY SIZE
               INTO WS-HO-DATE-FMT
           COMPUTE WS-HO-SLOT =
               FUNCTION INTEGER-OF-DATE(WS-HO-DATE-FMT) * 2
           IF HO-SHIFT = "PM"
               ADD 1 TO WS-HO-SLOT
           END-IF
           IF WS-HO-SLOT + 2 < WS-NOW-SLOT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HO-READ
           PERFORM VARYING HO-READ-IDX FROM 1 BY 1
               UNTIL HO-READ-IDX > HO-READ-CNT
               IF HO-READ-ID(HO-READ-IDX) = HO-ID
                   MOVE 'Y' TO WS-HO-READ
               END-IF
           END-PERFORM
           IF WS-HO-READ = 'Y' OR HO-UNREAD-CNT >= 50
               EXIT PARAGRAPH
           END-IF
           IF HO-UNREAD-CNT = 0
               DISPLAY "*** SHIFT HANDOVER -- "
                   FUNCTION TRIM(WS-DESK-BRANCH) " ***"
           END-IF
           ADD 1 TO HO-UNREAD-CNT
           MOVE HO-ID TO HO-UNREAD-ID(HO-UNREAD-CNT)
           DISPLAY "  " HO-DATE " " HO-TIME " " HO-SHIFT " "
               FUNCTION TRIM(HO-OPERATOR) ": " FUNCTION TRIM(HO-TEXT).

      *> Accepts the core files exactly as they stand -- the way
      *> out after a control-total mismatch has been investigated.
           REBASELINE-CONTROL-TOTALS.
                           MOVE SPACES TO OP-FAILS(OP-CNT)
                           MOVE SPACES TO OP-LOCK(OP-CNT)
                           MOVE SPACES TO OP-HIST(OP-CNT)
                           MOVE SPACES TO OP-MEMBER(OP-CNT)
                           UNSTRING OPERATOR-REC DELIMITED BY ","
                               INTO OP-ID(OP-CNT), OP-NAME(OP-CNT),
                                    OP-PASSWORD(OP-CNT),
                                    OP-PWDATE(OP-CNT),
                                    OP-FAILS(OP-CNT),
                                    OP-LOCK(OP-CNT),
                                    OP-HIST(OP-CNT),
                                    OP-MEMBER(OP-CNT)
                       END-IF
               END-READ
           END-PERFORM
                      OP-FAILS(OP-IDX) DELIMITED BY SIZE ","
                      OP-LOCK(OP-IDX) DELIMITED BY SIZE ","
                      FUNCTION TRIM(OP-HIST(OP-IDX))
                          DELIMITED BY SIZE ","
                      OP-MEMBER(OP-IDX) DELIMITED BY SIZE
                   INTO OPERATOR-REC
               WRITE OPERATOR-REC
           END-PERFORM
