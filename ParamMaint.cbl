      *            seeded codes, so an unseeded code set by hand
      *            would have been silently dropped on the next
      *            edit.
      * (Updated by Silas): NAWIN, the new-arrival alert window read by
      *            NewArrivals, joins the seed table.
      * (Updated by Silas): RPDAY, the repair turnaround BranchDashboard
      *            reads, joins the seed table.
      * (Updated by Silas): WBMON, the months without a loan after which
      *            WinBack counts a member as lapsed (default 12), is
      *            seeded.
      * (Updated by Silas): BWCIR, BWTRN, BWHLD, BWWED and BWBAS, the
      *            segment weights BudgetProposal spreads next year's
      *            acquisition budget by, are seeded (40/20/20/10/10).
      * (Updated by Silas): SHIFT, the hour the evening desk shift
      *            starts (default 14), seeded for the shift handover
      *            log (HandoverLog and the sign-on display).
      * (Updated by Silas): SMSLN and SMSUN, the plain-text (160) and
      *            Unicode (70) SMS length limits NoticeCompose holds a
      *            composed SMS to, are seeded.
      * (Updated by Silas): Seeds PCQST, PCQFA, PCQSF, PCQGE and PCQGU,
      *            the daily public PC minutes for each member type and
      *            for a guest pass (PcSessions).
      * (Updated by Silas): Seeds HLWAI, the hold wait in days that puts
      *            a title on the hold performance report's long-wait
      *            list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParamMaint IS INITIAL.
               "ARWIN0000002Auto-renew window (days)            ".
           05  FILLER PIC X(48) VALUE
               "RENMX0000002Renewal limit per loan              ".
           05  FILLER PIC X(48) VALUE
               "NAWIN0000007New-arrival alert window (days)     ".
           05  FILLER PIC X(48) VALUE
               "RTBSY0000012Rota busy above tx/staff-hour       ".
           05  FILLER PIC X(48) VALUE
               "RTIDL0000002Rota overstaffed below tx/staff-hr  ".
           05  FILLER PIC X(48) VALUE
               "CMPDY0000010Complaint reply (working days)      ".
           05  FILLER PIC X(48) VALUE
               "SARDY0000030Subject-access reply days           ".
           05  FILLER PIC X(48) VALUE
               "CTLPC0000200Control flag % of branch average    ".
           05  FILLER PIC X(48) VALUE
               "CTLRP0000003Control repeat waivers same member  ".
           05  FILLER PIC X(48) VALUE
               "CTLVM0000030Control void minutes before close   ".
           05  FILLER PIC X(48) VALUE
               "DEPLG0000003Days before unbanked money is late  ".
           05  FILLER PIC X(48) VALUE
               "ARTRM0000030Days allowed to pay an org invoice  ".
           05  FILLER PIC X(48) VALUE
               "VALRT0000010Valuation depreciation % per year   ".
           05  FILLER PIC X(48) VALUE
               "VALFL0000020Valuation floor % of cost           ".
           05  FILLER PIC X(48) VALUE
               "VALDC0015000Valuation default copy cost MMK     ".
           05  FILLER PIC X(48) VALUE
               "RPDAY0000030Repair turnaround promised (days)   ".
           05  FILLER PIC X(48) VALUE
               "WBMON0000012Win-back: months without a loan     ".
           05  FILLER PIC X(48) VALUE
               "DLMAX0000005Digital loans per member            ".
           05  FILLER PIC X(48) VALUE
               "DLDAY0000014Default digital loan period (days)  ".
           05  FILLER PIC X(48) VALUE
               "DLREM0000005Metered licence warning (loans left)".
           05  FILLER PIC X(48) VALUE
               "DLEXP0000030Licence expiry warning (days)       ".
           05  FILLER PIC X(48) VALUE
               "BWCIR0000040Budget weight: circulation share    ".
           05  FILLER PIC X(48) VALUE
               "BWTRN0000020Budget weight: turnover             ".
           05  FILLER PIC X(48) VALUE
               "BWHLD0000020Budget weight: hold demand          ".
           05  FILLER PIC X(48) VALUE
               "BWWED0000010Budget weight: weeding replacement  ".
           05  FILLER PIC X(48) VALUE
               "BWBAS0000010Budget weight: holdings base        ".
           05  FILLER PIC X(48) VALUE
               "SHIFT0000014Hour the evening desk shift starts  ".
           05  FILLER PIC X(48) VALUE
               "SMSLN0000160Plain-text SMS length limit (chars) ".
           05  FILLER PIC X(48) VALUE
               "SMSUN0000070Unicode SMS length limit (chars)    ".
           05  FILLER PIC X(48) VALUE
               "PCQST0000090PC minutes a day -- STUDENT         ".
           05  FILLER PIC X(48) VALUE
               "PCQFA0000120PC minutes a day -- FACULTY         ".
           05  FILLER PIC X(48) VALUE
               "PCQSF0000120PC minutes a day -- STAFF           ".
           05  FILLER PIC X(48) VALUE
               "PCQGE0000060PC minutes a day -- GENERAL         ".
           05  FILLER PIC X(48) VALUE
               "PCQGU0000030PC minutes a day -- guest pass      ".
           05  FILLER PIC X(48) VALUE
               "HLWAI0000030Long hold wait reported (days)      ".
       01  PARAM-SEED-TABLE REDEFINES PARAM-SEED-VALUES.
           05  PARAM-SEED OCCURS 62 TIMES.
               10  PS-CODE     PIC X(5).
               10  PS-DEFAULT  PIC 9(7).
               10  PS-DESC     PIC X(36).

       01  PARAM-TABLE.
           05 PARAM-ENTRY OCCURS 62 TIMES.
               10 PM-CODE      PIC X(5).
               10 PM-VALUE     PIC 9(7).
       01  PM-IDX            PIC 9(2) VALUE 0.
       SHOW-PARAMETERS.
           DISPLAY "Code  / Value   / Meaning"
           DISPLAY "------------------------------------------------"
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > 62
               DISPLAY PM-CODE(PM-IDX) " " PM-VALUE(PM-IDX) " "
                   PS-DESC(PM-IDX)
           END-PERFORM.
           ACCEPT WS-PICK-CODE
           MOVE FUNCTION UPPER-CASE(WS-PICK-CODE) TO WS-PICK-CODE
           MOVE 0 TO WS-PICK-IDX
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > 62
               IF FUNCTION TRIM(PM-CODE(PM-IDX)) =
                   FUNCTION TRIM(WS-PICK-CODE)
                   MOVE PM-IDX TO WS-PICK-IDX
      *> file already holds -- codes added in later releases pick up
      *> their default automatically.
       LOAD-PARAMETERS.
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > 62
               MOVE PS-CODE(PM-IDX) TO PM-CODE(PM-IDX)
               MOVE PS-DEFAULT(PM-IDX) TO PM-VALUE(PM-IDX)
           END-PERFORM
                       UNSTRING PARAM-REC DELIMITED BY ","
                           INTO WS-FILE-CODE, WS-FILE-VALUE
                       PERFORM VARYING PM-JDX FROM 1 BY 1
                           UNTIL PM-JDX > 62
                           IF FUNCTION TRIM(PM-CODE(PM-JDX)) =
                               FUNCTION TRIM(WS-FILE-CODE)
                               COMPUTE PM-VALUE(PM-JDX) =
      *-----------------------------------------------------------------
       REWRITE-PARAM-FILE.
           OPEN OUTPUT PARAM-FILE
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > 62
               MOVE SPACES TO PARAM-REC
               STRING FUNCTION TRIM(PM-CODE(PM-IDX))
                          DELIMITED BY SIZE ","
