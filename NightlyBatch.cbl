      *          used to be a person walking the menus -- this runs
      *          the whole chain in order (a dated BackupRestore set
      *          first, then CheckLog, the CourtesyReminders
      *          export, NewArrivals, ArchiveLog, EndOfDaySummary,
      *          the KpiTrend snapshot, the GlExport journal batch,
      *          the CatalogExport feed,
      *          ReconcileBooks, IntegrityCheck, BuildBookIndex,
      *          BuildMemberIndex, BuildLoanIndex, AlsoBorrowed,
      *          RetentionSweep, CapacityReport and LogRotate) with
      *          the interactive CONFIRM
      *          prompts suppressed (the called steps recognise
      *          USER-CHOICE 99 as batch mode), writes a per-step
      *          status row to batch_run_status.csv as each step
      *            between CheckLog and CourtesyReminders, so loans
      *            due inside the ARWIN window renew before the
      *            night's courtesy export reads the due dates.
      * (Updated by Silas): BuildLoanIndex joins the chain as step
      *            15, after the other two index builds, so loans.idx
      *            starts each day matching the night's rewrites of
      *            log.csv (CheckLog, AutoRenew, ArchiveLog) even if
      *            a program outside the desk screens touched it.
      * (Updated by Silas): IntegrityCheck joins the chain as step
      *            12, right after ReconcileBooks: orphan keys across
      *            the loan, member, copy, fine, hold and receipt
      *            files go to integrity_exceptions.csv, and any new
      *            ones raise a batch alert for the next sign-on.
      * (Updated by Silas): CapacityReport joins the chain as step 18,
      *            before LogRotate: every data file's row count against
      *            the in-memory table limits of the programs that load
      *            it, to capacity_report.csv, with a batch alert per
      *            file at 80% (WARNING) or 100% (FAILURE).
      * (Updated by Silas): AlsoBorrowed joins the chain as step 16,
      *            just ahead of RetentionSweep, so the night's title
      *            associations are counted before old loans lose their
      *            member.
      * (Updated by Silas): NewArrivals joins the chain as step 5, after
      *            CourtesyReminders: titles catalogued since the last
      *            run are matched against reader interests and the
      *            alerts go out by each member's channel.
      * (Updated by Silas): TaxReturn (the monthly commercial-tax
      *            return) can be scheduled on the run calendar; its
      *            capture is export_tax_return.csv.
      * (Updated by Silas): A batch_schedule.csv step named RPT:<name>
      *            runs that saved report definition through
      *            ReportWriter; its capture is the CSV or print file
      *            the definition writes.
      * (Updated by Silas): After the chain, tonight's outputs are
      *            delivered per distribution.csv to the recipient
      *            groups in dist_recipients.csv
      *            (../outbound/<recipient>/), branch outputs split per
      *            branch; each delivery goes in dist_manifest.csv and
      *            missing or empty outputs raise a batch alert.
      *            BranchCircReport can be scheduled.
      * (Updated by Silas): Reshelve (the daily reshelving cart backlog
      *            report) can be scheduled; its capture is
      *            reshelve_report.txt.
      * (Updated by Silas): HoldPickList (the morning hold pick list for
      *            every branch) can be scheduled; its capture is
      *            hold_picklist.txt.
      * (Updated by Silas): Lockers (locker pickup import, uncollected
      *            sweep and loading of READY holds) can be scheduled;
      *            its capture is locker_load.csv.
      * (Updated by Silas): GateAlarms (the daily gate alarm import and
      *            the weekly alarm report) can be scheduled; its
      *            capture is gate_alarm_report.txt.
      * (Updated by Silas): DigitalLending (the digital loan expiry
      *            sweep, hold advance and licence warning report) can
      *            be scheduled; its capture is
      *            digital_licence_report.txt.
      * (Updated by Silas): Displays (the daily display sweep and
      *            circulation report) can be scheduled; its capture is
      *            display_report.txt.
      * (Updated by Silas): TechServices (the new-stock processing
      *            backlog report) can be scheduled; its capture is
      *            tech_backlog_report.txt.
      * (Updated by Silas): PortalFeed (the online portal member account
      *            feed) can be scheduled; its capture is
      *            portal_accounts.csv.
      * (Updated by Silas): GatewayImport (the payment gateway's daily
      *            settlement file) can be scheduled; its capture is
      *            gateway_exceptions.csv.
      * (Updated by Silas): FineAppeal (the quarterly fine appeals
      *            report, for the quarter just ended) can be scheduled;
      *            its capture is appeals_report.txt.
      * (Updated by Silas): PhoneCalls (the day's overdue telephone call
      *            worklist) can be scheduled; its capture is
      *            phone_worklist.txt.
      * (Updated by Silas): Bookmobile (last month's per-stop
      *            statistics) can be scheduled; its capture is
      *            bookmobile_stats.txt.
      * (Updated by Silas): NoticeCompose (finished notice text from the
      *            templates, letters to the print spool) can be
      *            scheduled; its capture is composed_notices.csv.
      * (Updated by Silas): UnionCatalog (the union catalogue holdings
      *            feed, changes only, after taking in the catalogue's
      *            acknowledgment) can be scheduled; its capture is
      *            union_feed.csv.
      * (Updated by Silas): PcSessions (closes public PC sessions left
      *            open from an earlier day, then the year's PC usage
      *            report) can be scheduled; its capture is
      *            pc_usage.txt.
      * (Updated by Silas): HoldPerformance (hold fulfilment report,
      *            year to date) can be scheduled; its capture is
      *            hold_performance.txt.
      * (Updated by Silas): distribution.csv takes a fifth column, Y
      *            when the output's first row is a heading; only then
      *            is row 1 copied to every branch of a split, so a
      *            headerless export (export_branch_circulation.csv) no
      *            longer sends one branch's first row to all of them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyBatch IS INITIAL.
           SELECT ALERT-FILE ASSIGN TO "../batch_alerts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
      *> Distribution lists for the night's outputs, the recipients
      *> in each group, and the manifest of what was delivered.
           SELECT DIST-FILE ASSIGN TO "../distribution.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT RECIP-FILE ASSIGN TO "../dist_recipients.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIP-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "../dist_manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT DLV-IN-FILE ASSIGN TO WS-DLV-SOURCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-IN-STATUS.
           SELECT DLV-OUT-FILE ASSIGN TO WS-DLV-TARGET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  HISTORY-REC     PIC X(60).
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(120).
       FD  DIST-FILE.
       01  DIST-REC        PIC X(120).
       FD  RECIP-FILE.
       01  RECIP-REC       PIC X(80).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(250).
       FD  DLV-IN-FILE.
       01  DLV-IN-REC      PIC X(400).
       FD  DLV-OUT-FILE.
       01  DLV-OUT-REC     PIC X(400).

       WORKING-STORAGE SECTION.
      *> 99 is the batch-mode convention the chain steps recognise --
           05  FILLER PIC X(16) VALUE "CheckLog".
           05  FILLER PIC X(16) VALUE "AutoRenew".
           05  FILLER PIC X(16) VALUE "CourtesyReminder".
           05  FILLER PIC X(16) VALUE "NewArrivals".
           05  FILLER PIC X(16) VALUE "ArchiveLog".
           05  FILLER PIC X(16) VALUE "EndOfDaySummary".
           05  FILLER PIC X(16) VALUE "KpiTrend".
           05  FILLER PIC X(16) VALUE "GlExport".
           05  FILLER PIC X(16) VALUE "CatalogExport".
           05  FILLER PIC X(16) VALUE "ReconcileBooks".
           05  FILLER PIC X(16) VALUE "IntegrityCheck".
           05  FILLER PIC X(16) VALUE "BuildBookIndex".
           05  FILLER PIC X(16) VALUE "BuildMemberIndex".
           05  FILLER PIC X(16) VALUE "BuildLoanIndex".
           05  FILLER PIC X(16) VALUE "AlsoBorrowed".
           05  FILLER PIC X(16) VALUE "RetentionSweep".
           05  FILLER PIC X(16) VALUE "CapacityReport".
           05  FILLER PIC X(16) VALUE "LogRotate".
       01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
           05  STEP-NAME OCCURS 19 TIMES PIC X(16).

       01  WS-ERRLOG-PROGRAM PIC X(20) VALUE SPACES.
       01  WS-ERRLOG-MESSAGE PIC X(100) VALUE SPACES.
       01  WS-DDMM           PIC X(4).
       01  ws-copy-result    PIC S9(9) COMP-5 VALUE 0.
       01  WS-OUT-SOURCE     PIC X(40).
      *> A saved report's name and the file it wrote -- see
      *> ReportWriter.
       01  WS-RPT-NAME       PIC X(10).
       01  WS-RPT-OUT        PIC X(60).
       01  WS-OUT-DATED      PIC X(60).

      *> Step timing, the history it feeds, and the overrun check
       01  WS-PARAM-FOUND    PIC X.
       01  WS-ALERT-TEXT     PIC X(90).

      *> Tonight's completed steps, fixed and scheduled -- an output
      *> is only distributed when the step that writes it ran.
       01  DONE-TABLE.
           05 DONE-STEP OCCURS 60 TIMES PIC X(18).
       01  DONE-CNT          PIC 9(2) VALUE 0.
       01  DONE-IDX          PIC 9(2) VALUE 0.
       01  WS-DONE-NAME      PIC X(18).

      *> distribution.csv: output file,step that writes it,recipient
      *> group,split column (the column holding the branch code in
      *> a branch-specific output; blank or 0 = whole file),heading
      *> row (Y = the output's first row is column headings, copied
      *> to every branch; anything else = every row is filtered).
      *> dist_recipients.csv: group,recipient,branch -- each
      *> recipient's files land in ../outbound/<recipient>/, and a
      *> recipient with a branch gets only that branch's rows of a
      *> split output.
       01  WS-DIST-STATUS    PIC XX.
       01  WS-RECIP-STATUS   PIC XX.
       01  WS-MANIFEST-STATUS PIC XX.
       01  WS-DLV-IN-STATUS  PIC XX.
       01  WS-DLV-OUT-STATUS PIC XX.
       01  WS-DIST-EOF       PIC X VALUE 'N'.
       01  DIST-TABLE.
           05 DIST-ENTRY OCCURS 100 TIMES.
               10 DS-OUTPUT      PIC X(40).
               10 DS-STEP        PIC X(18).
               10 DS-GROUP       PIC X(12).
               10 DS-SPLIT       PIC 9(2).
               10 DS-HEADING     PIC X.
       01  DIST-CNT          PIC 9(3) VALUE 0.
       01  DIST-IDX          PIC 9(3) VALUE 0.
       01  DS-SPLIT-X        PIC X(2).
       01  DS-HEADING-X      PIC X(3).
       01  RECIP-TABLE.
           05 RECIP-ENTRY OCCURS 100 TIMES.
               10 RC-GROUP       PIC X(12).
               10 RC-NAME        PIC X(20).
               10 RC-BRANCH      PIC X(10).
       01  RECIP-CNT         PIC 9(3) VALUE 0.
       01  RECIP-IDX         PIC 9(3) VALUE 0.
       01  WS-STEP-RAN       PIC X VALUE 'N'.
       01  WS-DLV-SOURCE     PIC X(80).
       01  WS-DLV-TARGET     PIC X(80).
       01  WS-DLV-FOLDER     PIC X(60).
       01  WS-DLV-SRC-ROWS   PIC 9(6) VALUE 0.
       01  WS-DLV-ROWS       PIC 9(6) VALUE 0.
       01  WS-DLV-RESULT     PIC X(10).
       01  WS-DLV-RECIPS     PIC 9(3) VALUE 0.
       01  WS-DELIVERED      PIC 9(4) VALUE 0.
       01  WS-DLV-FIELD      PIC X(60).
       01  WS-DLV-PTR        PIC 9(3) VALUE 1.
       01  ws-dir-result     PIC S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.
       01 USER-CHOICE PIC 9(2).
       PROCEDURE DIVISION USING USER-CHOICE.
           MOVE 0 TO WS-STEPS-RUN
           PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 19 OR WS-CHAIN-FAILED = 'Y'

      *> The run calendar adds tonight's scheduled reports after
      *> the fixed chain -- only when the chain itself held up.
               PERFORM RUN-SCHEDULED-STEPS
           END-IF

      *> Then tonight's outputs go out to their recipients -- not
      *> after a stopped chain, whose outputs can't be trusted.
           IF WS-CHAIN-FAILED = 'N'
               PERFORM DISTRIBUTE-OUTPUTS
           END-IF

           PERFORM CHECK-CHAIN-DEADLINE

           CLOSE STATUS-FILE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 5
      *> New-arrival alerts for reader interests -- after CheckLog
      *> has rewritten notice_ledger.csv for the night.
                   CALL 'NewArrivals' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 6
                   CALL 'ArchiveLog' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 7
                   CALL 'EndOfDaySummary' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 8
      *> The day's KPI row lands right after the day's summary.
                   CALL 'KpiTrend' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 9
      *> The day's money movements post to the ledger once the day's
      *> figures are settled.
                   CALL 'GlExport' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 10
                   CALL 'CatalogExport' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 11
                   CALL 'ReconcileBooks' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 12
      *> Orphan keys are looked for once the night's rewrites of
      *> log.csv have settled; the count back is the new ones.
                   CALL 'IntegrityCheck' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 13
                   CALL 'BuildBookIndex' USING WS-BATCH-RESULT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 14
                   CALL 'BuildMemberIndex' USING WS-BATCH-RESULT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 15
                   CALL 'BuildLoanIndex' USING WS-BATCH-RESULT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 16
      *> Title associations are counted while tonight's history still
      *> carries its members -- RetentionSweep anonymizes right after.
                   CALL 'AlsoBorrowed' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 17
      *> Privacy retention sweep runs late -- it only touches the
      *> archive and the notice ledger the earlier steps settled.
                   CALL 'RetentionSweep' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 18
      *> Table capacity is measured once the night's archive and
      *> retention passes have settled the file sizes; it raises
      *> its own alerts and never stops the chain.
                   CALL 'CapacityReport' USING WS-BATCH-CHOICE,
                       WS-BATCH-RESULT, WS-BATCH-COUNT
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
               WHEN 19
      *> Rotation goes last of all, once every step has finished
      *> appending to the files it segments.
                   CALL 'LogRotate' USING WS-BATCH-CHOICE,
               PERFORM WRITE-COMPLETED-ROW
               PERFORM RECORD-STEP-TIMING
               ADD 1 TO WS-STEPS-RUN
               MOVE WS-STEP-NAME TO WS-DONE-NAME
               PERFORM NOTE-STEP-DONE
               IF WS-STEP-NAME = "IntegrityCheck"
                   AND WS-BATCH-COUNT > 0
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING 'IntegrityCheck found ' DELIMITED BY SIZE
                          WS-BATCH-COUNT DELIMITED BY SIZE
                          ' new orphan reference(s) -- see '
                              DELIMITED BY SIZE
                          'integrity_exceptions.csv' DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-ROW
               END-IF
           END-IF.
       RUN-ONE-STEP-EXIT.
           EXIT.
                   END-CALL
                   MOVE "../export_fine_revenue.csv"
                       TO WS-OUT-SOURCE
               WHEN "TaxReturn"
                   CALL 'TaxReturn' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../export_tax_return.csv"
                       TO WS-OUT-SOURCE
               WHEN "FineAging"
                   CALL 'FineAging' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../collections_handoff.csv"
                       TO WS-OUT-SOURCE
               WHEN "BranchCircReport"
                   CALL 'BranchCircReport' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../export_branch_circulation.csv"
                       TO WS-OUT-SOURCE
               WHEN "Lockers"
                   CALL 'Lockers' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../locker_load.csv"
                       TO WS-OUT-SOURCE
               WHEN "GateAlarms"
                   CALL 'GateAlarms' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../gate_alarm_report.txt"
                       TO WS-OUT-SOURCE
               WHEN "DigitalLending"
                   CALL 'DigitalLending' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../digital_licence_report.txt"
                       TO WS-OUT-SOURCE
               WHEN "Displays"
                   CALL 'Displays' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../display_report.txt" TO WS-OUT-SOURCE
               WHEN "TechServices"
                   CALL 'TechServices' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../tech_backlog_report.txt"
                       TO WS-OUT-SOURCE
               WHEN "PortalFeed"
                   CALL 'PortalFeed' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../portal_accounts.csv" TO WS-OUT-SOURCE
               WHEN "GatewayImport"
                   CALL 'GatewayImport' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../gateway_exceptions.csv"
                       TO WS-OUT-SOURCE
               WHEN "FineAppeal"
                   CALL 'FineAppeal' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../appeals_report.txt" TO WS-OUT-SOURCE
               WHEN "PhoneCalls"
                   CALL 'PhoneCalls' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../phone_worklist.txt" TO WS-OUT-SOURCE
               WHEN "Bookmobile"
                   CALL 'Bookmobile' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../bookmobile_stats.txt" TO WS-OUT-SOURCE
               WHEN "NoticeCompose"
                   CALL 'NoticeCompose' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../composed_notices.csv" TO WS-OUT-SOURCE
               WHEN "UnionCatalog"
                   CALL 'UnionCatalog' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../union_feed.csv" TO WS-OUT-SOURCE
               WHEN "PcSessions"
                   CALL 'PcSessions' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../pc_usage.txt" TO WS-OUT-SOURCE
               WHEN "HoldPerformance"
                   CALL 'HoldPerformance' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../hold_performance.txt" TO WS-OUT-SOURCE
               WHEN "HoldPickList"
                   CALL 'HoldPickList' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../hold_picklist.txt"
                       TO WS-OUT-SOURCE
               WHEN "Reshelve"
                   CALL 'Reshelve' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../reshelve_report.txt"
                       TO WS-OUT-SOURCE
               WHEN "MemberStatement"
                   CALL 'MemberStatement' USING WS-BATCH-CHOICE
                       ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                   END-CALL
                   MOVE "../member_statements.txt"
                       TO WS-OUT-SOURCE
      *> RPT:<name> runs a saved report definition; the capture is
      *> whichever file the definition writes (none for SCREEN).
               WHEN OTHER
                   IF SC-NAME(1:4) = "RPT:"
                       MOVE SC-NAME(5:10) TO WS-RPT-NAME
                       MOVE SPACES TO WS-RPT-OUT
                       CALL 'ReportWriter' USING WS-BATCH-CHOICE,
                           WS-RPT-NAME, WS-RPT-OUT
                           ON EXCEPTION MOVE 'Y' TO WS-STEP-FAILED
                       END-CALL
                       MOVE WS-RPT-OUT TO WS-OUT-SOURCE
                   ELSE
                       DISPLAY "   (unknown step name -- skipped)"
                       MOVE 'Y' TO WS-STEP-FAILED
                   END-IF
           END-EVALUATE

           IF WS-STEP-FAILED = 'Y'
               PERFORM WRITE-COMPLETED-ROW
               PERFORM RECORD-STEP-TIMING
               ADD 1 TO WS-SCHED-RUN
               MOVE SC-NAME TO WS-DONE-NAME
               PERFORM NOTE-STEP-DONE
           END-IF.

      *-----------------------------------------------------------------
       NOTE-STEP-DONE.
           IF DONE-CNT < 60
               ADD 1 TO DONE-CNT
               MOVE WS-DONE-NAME TO DONE-STEP(DONE-CNT)
           END-IF.

      *-----------------------------------------------------------------
      *> Every distribution.csv row whose step ran tonight: the
      *> output (tonight's dated capture when there is one, else the
      *> live file) goes to each recipient in its group, split per
      *> branch where the row says so. Each delivery -- and each
      *> output found missing or empty -- gets a dist_manifest.csv
      *> row; missing, empty and undeliverable outputs also raise a
      *> batch alert. No distribution.csv, no distribution.
       DISTRIBUTE-OUTPUTS.
           PERFORM LOAD-DISTRIBUTION
           IF DIST-CNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RECIPIENTS
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE "Distribution" TO WS-STEP-NAME
           MOVE 0 TO WS-BATCH-COUNT
           PERFORM MARK-STEP-START
           PERFORM WRITE-STARTED-ROW
           DISPLAY " "
           DISPLAY ">> Distribution of tonight's outputs"
           MOVE 0 TO WS-DELIVERED
           CALL "CBL_CREATE_DIR" USING "../outbound"
               RETURNING ws-dir-result
           PERFORM VARYING DIST-IDX FROM 1 BY 1
               UNTIL DIST-IDX > DIST-CNT
               PERFORM DISTRIBUTE-ONE-OUTPUT
           END-PERFORM
           MOVE WS-DELIVERED TO WS-BATCH-COUNT
           PERFORM WRITE-COMPLETED-ROW
           PERFORM RECORD-STEP-TIMING
           DISPLAY "   " WS-DELIVERED " deliver(ies) -- see "
               "dist_manifest.csv.".

       DISTRIBUTE-ONE-OUTPUT.
           MOVE 'N' TO WS-STEP-RAN
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-CNT
               IF DONE-STEP(DONE-IDX) = DS-STEP(DIST-IDX)
                   MOVE 'Y' TO WS-STEP-RAN
               END-IF
           END-PERFORM
           IF WS-STEP-RAN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DLV-SOURCE
           STRING "../batchout_" DELIMITED BY SIZE
                  WS-TODAY-RAW DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(DS-OUTPUT(DIST-IDX)) DELIMITED BY SIZE
               INTO WS-DLV-SOURCE
           PERFORM COUNT-SOURCE-ROWS
           IF WS-DLV-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-DLV-SOURCE
               STRING "../" DELIMITED BY SIZE
                      FUNCTION TRIM(DS-OUTPUT(DIST-IDX))
                          DELIMITED BY SIZE
                   INTO WS-DLV-SOURCE
               PERFORM COUNT-SOURCE-ROWS
           END-IF
           IF WS-DLV-IN-STATUS NOT = "00" OR WS-DLV-SRC-ROWS = 0
               IF WS-DLV-IN-STATUS NOT = "00"
                   MOVE "MISSING" TO WS-DLV-RESULT
               ELSE
                   MOVE "EMPTY" TO WS-DLV-RESULT
               END-IF
               MOVE SPACES TO WS-DLV-TARGET
               MOVE 0 TO WS-DLV-ROWS
               MOVE 0 TO RECIP-IDX
               PERFORM WRITE-MANIFEST-ROW
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'Distribution: ' DELIMITED BY SIZE
                      FUNCTION TRIM(DS-OUTPUT(DIST-IDX))
                          DELIMITED BY SIZE
                      ' from ' DELIMITED BY SIZE
                      FUNCTION TRIM(DS-STEP(DIST-IDX))
                          DELIMITED BY SIZE
                      ' is ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DLV-RESULT) DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DLV-RECIPS
           PERFORM VARYING RECIP-IDX FROM 1 BY 1
               UNTIL RECIP-IDX > RECIP-CNT
               IF RC-GROUP(RECIP-IDX) = DS-GROUP(DIST-IDX)
                   ADD 1 TO WS-DLV-RECIPS
                   PERFORM DELIVER-TO-RECIPIENT
               END-IF
           END-PERFORM
           IF WS-DLV-RECIPS = 0
               MOVE "NO-RECIP" TO WS-DLV-RESULT
               MOVE SPACES TO WS-DLV-TARGET
               MOVE 0 TO WS-DLV-ROWS
               MOVE 0 TO RECIP-IDX
               PERFORM WRITE-MANIFEST-ROW
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'Distribution: group ' DELIMITED BY SIZE
                      FUNCTION TRIM(DS-GROUP(DIST-IDX))
                          DELIMITED BY SIZE
                      ' for ' DELIMITED BY SIZE
                      FUNCTION TRIM(DS-OUTPUT(DIST-IDX))
                          DELIMITED BY SIZE
                      ' has no recipients' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-ROW
           END-IF.

      *> WS-DLV-SOURCE's non-blank rows into WS-DLV-SRC-ROWS; the
      *> open status is left in WS-DLV-IN-STATUS for the caller.
       COUNT-SOURCE-ROWS.
           MOVE 0 TO WS-DLV-SRC-ROWS
           OPEN INPUT DLV-IN-FILE
           IF WS-DLV-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DIST-EOF
           PERFORM UNTIL WS-DIST-EOF = 'Y'
               READ DLV-IN-FILE
                   AT END MOVE 'Y' TO WS-DIST-EOF
                   NOT AT END
                       IF DLV-IN-REC NOT = SPACES
                           ADD 1 TO WS-DLV-SRC-ROWS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLV-IN-FILE
           MOVE "00" TO WS-DLV-IN-STATUS.

      *> One recipient's copy, as ../outbound/<recipient>/
      *> <date>_<output>: the whole file, or only the recipient's
      *> branch rows of a split output.
       DELIVER-TO-RECIPIENT.
           MOVE SPACES TO WS-DLV-FOLDER
           STRING "../outbound/" DELIMITED BY SIZE
                  FUNCTION TRIM(RC-NAME(RECIP-IDX)) DELIMITED BY SIZE
               INTO WS-DLV-FOLDER
           CALL "CBL_CREATE_DIR" USING WS-DLV-FOLDER
               RETURNING ws-dir-result
           MOVE SPACES TO WS-DLV-TARGET
           STRING FUNCTION TRIM(WS-DLV-FOLDER) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-TODAY-RAW DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(DS-OUTPUT(DIST-IDX)) DELIMITED BY SIZE
               INTO WS-DLV-TARGET
           MOVE "DELIVERED" TO WS-DLV-RESULT
           IF DS-SPLIT(DIST-IDX) > 0
               AND RC-BRANCH(RECIP-IDX) NOT = SPACES
               PERFORM SPLIT-FOR-BRANCH
           ELSE
               MOVE WS-DLV-SRC-ROWS TO WS-DLV-ROWS
               CALL "CBL_COPY_FILE" USING
                   FUNCTION TRIM(WS-DLV-SOURCE)
                   FUNCTION TRIM(WS-DLV-TARGET)
                   RETURNING ws-copy-result
               IF ws-copy-result NOT = 0
                   MOVE "FAILED" TO WS-DLV-RESULT
               END-IF
           END-IF
           PERFORM WRITE-MANIFEST-ROW
           IF WS-DLV-RESULT = "DELIVERED"
               ADD 1 TO WS-DELIVERED
           ELSE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING 'Distribution: ' DELIMITED BY SIZE
                      FUNCTION TRIM(DS-OUTPUT(DIST-IDX))
                          DELIMITED BY SIZE
                      ' could not be delivered to ' DELIMITED BY SIZE
                      FUNCTION TRIM(RC-NAME(RECIP-IDX))
                          DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-ROW
           END-IF.

       SPLIT-FOR-BRANCH.
           MOVE 0 TO WS-DLV-ROWS
           OPEN INPUT DLV-IN-FILE
           OPEN OUTPUT DLV-OUT-FILE
           IF WS-DLV-IN-STATUS NOT = "00"
               OR WS-DLV-OUT-STATUS NOT = "00"
               MOVE "FAILED" TO WS-DLV-RESULT
               CLOSE DLV-IN-FILE
               CLOSE DLV-OUT-FILE
               EXIT PARAGRAPH
           END-IF
      *> A heading row, where distribution.csv says the output has
      *> one, goes to every branch; otherwise row 1 is data and is
      *> filtered like the rest.
           MOVE 'N' TO WS-DIST-EOF
           IF DS-HEADING(DIST-IDX) = 'Y'
               READ DLV-IN-FILE
                   AT END MOVE 'Y' TO WS-DIST-EOF
                   NOT AT END
                       MOVE DLV-IN-REC TO DLV-OUT-REC
                       WRITE DLV-OUT-REC
               END-READ
           END-IF
           PERFORM UNTIL WS-DIST-EOF = 'Y'
               READ DLV-IN-FILE
                   AT END MOVE 'Y' TO WS-DIST-EOF
                   NOT AT END
                       MOVE 1 TO WS-DLV-PTR
                       PERFORM DS-SPLIT(DIST-IDX) TIMES
                           MOVE SPACES TO WS-DLV-FIELD
                           UNSTRING DLV-IN-REC DELIMITED BY ","
                               INTO WS-DLV-FIELD
                               WITH POINTER WS-DLV-PTR
                       END-PERFORM
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-DLV-FIELD)) =
                           RC-BRANCH(RECIP-IDX)
                           MOVE DLV-IN-REC TO DLV-OUT-REC
                           WRITE DLV-OUT-REC
                           ADD 1 TO WS-DLV-ROWS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DLV-IN-FILE
           CLOSE DLV-OUT-FILE.

      *> date,time,output,step,group,recipient,branch,source,target,
      *> rows,result (DELIVERED/FAILED/MISSING/EMPTY/NO-RECIP).
       WRITE-MANIFEST-ROW.
           PERFORM STAMP-DATE-TIME
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               CLOSE MANIFEST-FILE
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE SPACES TO MANIFEST-REC
           IF RECIP-IDX = 0
               STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                      WS-TIME-DISPLAY DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-OUTPUT(DIST-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-STEP(DIST-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-GROUP(DIST-IDX))
                          DELIMITED BY SIZE ",,,"
                      FUNCTION TRIM(WS-DLV-SOURCE) DELIMITED BY SIZE
                      ",," DELIMITED BY SIZE
                      WS-DLV-ROWS DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-DLV-RESULT) DELIMITED BY SIZE
                   INTO MANIFEST-REC
           ELSE
               STRING WS-TODAY-DISPLAY DELIMITED BY SIZE ","
                      WS-TIME-DISPLAY DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-OUTPUT(DIST-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-STEP(DIST-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(DS-GROUP(DIST-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RC-NAME(RECIP-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(RC-BRANCH(RECIP-IDX))
                          DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-DLV-SOURCE) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DLV-TARGET) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-DLV-ROWS DELIMITED BY SIZE ","
                      FUNCTION TRIM(WS-DLV-RESULT) DELIMITED BY SIZE
                   INTO MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE.

      *-----------------------------------------------------------------
       LOAD-DISTRIBUTION.
           MOVE 0 TO DIST-CNT
           MOVE 'N' TO WS-DIST-EOF
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DIST-EOF = 'Y'
               READ DIST-FILE
                   AT END MOVE 'Y' TO WS-DIST-EOF
                   NOT AT END
                       IF DIST-REC NOT = SPACES AND DIST-CNT < 100
                           ADD 1 TO DIST-CNT
                           MOVE SPACES TO DS-SPLIT-X DS-HEADING-X
                           UNSTRING DIST-REC DELIMITED BY ","
                               INTO DS-OUTPUT(DIST-CNT)
                                    DS-STEP(DIST-CNT)
                                    DS-GROUP(DIST-CNT)
                                    DS-SPLIT-X
                                    DS-HEADING-X
                           MOVE 'N' TO DS-HEADING(DIST-CNT)
                           IF FUNCTION UPPER-CASE(
                               FUNCTION TRIM(DS-HEADING-X)) = "Y"
                               MOVE 'Y' TO DS-HEADING(DIST-CNT)
                           END-IF
                           MOVE FUNCTION UPPER-CASE(DS-GROUP(DIST-CNT))
                               TO DS-GROUP(DIST-CNT)
                           MOVE 0 TO DS-SPLIT(DIST-CNT)
                           IF FUNCTION TRIM(DS-SPLIT-X) IS NUMERIC
                               COMPUTE DS-SPLIT(DIST-CNT) =
                                   FUNCTION NUMVAL(DS-SPLIT-X)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-FILE.

       LOAD-RECIPIENTS.
           MOVE 0 TO RECIP-CNT
           MOVE 'N' TO WS-DIST-EOF
           OPEN INPUT RECIP-FILE
           IF WS-RECIP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DIST-EOF = 'Y'
               READ RECIP-FILE
                   AT END MOVE 'Y' TO WS-DIST-EOF
                   NOT AT END
                       IF RECIP-REC NOT = SPACES AND RECIP-CNT < 100
                           ADD 1 TO RECIP-CNT
                           MOVE SPACES TO RECIP-ENTRY(RECIP-CNT)
                           UNSTRING RECIP-REC DELIMITED BY ","
                               INTO RC-GROUP(RECIP-CNT)
                                    RC-NAME(RECIP-CNT)
                                    RC-BRANCH(RECIP-CNT)
                           MOVE FUNCTION UPPER-CASE(RC-GROUP(RECIP-CNT))
                               TO RC-GROUP(RECIP-CNT)
                           MOVE FUNCTION UPPER-CASE(
                               RC-BRANCH(RECIP-CNT))
                               TO RC-BRANCH(RECIP-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIP-FILE.

      *-----------------------------------------------------------------
       CAPTURE-DATED-OUTPUT.
           IF FUNCTION TRIM(WS-OUT-SOURCE) = SPACE
