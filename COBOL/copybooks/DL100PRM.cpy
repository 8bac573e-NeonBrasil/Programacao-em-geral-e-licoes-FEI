      *          an emergency override that wins over the file.
      *          COPYed into Calculadora (CKPTINT), CalcTrend
      *          (TRNDTOL, TRNDWIN), CalcAge (AGETHRES), CalcArch
      *          (ARCHRETN), CalcEdit and CalcRcv (RCVDAYS), CalcWin
      *          (WINDLINE, WINRUNS) and the CalcParm maintenance
      *          screen.
      *          ParmValue is eight digits, right-justified and
      *          zero-filled; a value that is not numeric is ignored
      *          by every reader, which falls back to its compiled-in
      * Modification History:
      * 05/09/2026 CAY  Initial version.  Record length is 62 bytes,
      *                 key the first 8.
      * 15/10/2026 CAY  New parameter RCVDAYS, the feed receipt
      *                 window in calendar days, read by CalcEdit and
      *                 the CalcRcv report.  Layout unchanged.
      * 15/10/2026 CAY  New parameters WINDLINE, the stream completion
      *                 deadline as hhmm from the start of the business
      *                 date (hh past 23 is the next morning), and
      *                 WINRUNS, the runs a step's average covers, read
      *                 by the CalcWin batch-window report.  Layout
      *                 unchanged.
      * 15/10/2026 CAY  Purpose list brought up to date with the
      *                 RCVDAYS and WINDLINE/WINRUNS readers.
      ******************************************************************
       01  ParmRecord.
           05  ParmKey               PIC X(08).
