      ******************************************************************
      * Copybook: DL100STL
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: Step-log record for the Calculadora batch family -
      *          the shared sequential CALC.STEPLOG every program in
      *          the nightly stream (CalcEdit, Calculadora, CalcLoad,
      *          CalcRpt, CalcBal, CalcGlx, CalcTrend) opens EXTEND
      *          for one write as it starts and one as it ends.  A
      *          start record ("S") carries the business date, run-id
      *          where the step knows it, step name and start time;
      *          the end record ("E") repeats those and adds the end
      *          time, records in and out and the return code, so one
      *          end record is the whole story of a step and a start
      *          with no end is a step that stopped.  COPYed into
      *          those seven programs and the CalcWin batch-window
      *          report that reads the log.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 80 bytes.
      ******************************************************************
       01  StepLogRecord.
           05  StepLogType           PIC X(01).
               88  STEPLOG-START     VALUE "S".
               88  STEPLOG-END       VALUE "E".
           05  StepLogBusDate        PIC 9(08).
           05  StepLogRunId          PIC X(08).
           05  StepLogStep           PIC X(08).
           05  StepLogStartDate      PIC 9(08).
           05  StepLogStartTime      PIC 9(08).
           05  StepLogEndDate        PIC 9(08).
           05  StepLogEndTime        PIC 9(08).
           05  StepLogRecsIn         PIC 9(09).
           05  StepLogRecsOut        PIC 9(09).
           05  StepLogReturnCode     PIC 9(02).
           05  FILLER                PIC X(03).
