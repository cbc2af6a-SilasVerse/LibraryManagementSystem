      *          Called from HoldManage, the Kiosk holds view, and
      *          CatalogExport's availability rows.
      * Tectonics: cobc
      * (Updated by Silas): Its estimate for each new hold is kept on
      *            hold_estimates.csv by HoldEstimateLog, for the hold
      *            performance report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldEstimate.
