002294*                 and the Monday alarm stops crying wolf.  No
002295*                 same-weekday history in the window reports
002296*                 itself and proves nothing.
002306* 15/10/2026 CAY  Step log: a start record as the step begins and
002316*                 an end record as it finishes (times, records in
002326*                 and out, return code) on the shared step log
002336*                 CALC.STEPLOG (DL100STL), for the CalcWin
002346*                 batch-window report, dated, with the run-id, by
002356*                 tonight's summary record.
002366******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CalcTrend.
002600 ENVIRONMENT DIVISION.
003130         ACCESS MODE IS RANDOM
003140         RECORD KEY IS ParmKey
003150         FILE STATUS IS TRND-PRMF-STATUS.
003160     SELECT StepLogFile ASSIGN TO "STEPLOG"
003170         ORGANIZATION IS SEQUENTIAL
003180         FILE STATUS IS TRND-STL-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  SummaryFile
003600     COPY DL100SUM.
003610 FD  ParmFile.
003620     COPY DL100PRM.
003630 FD  StepLogFile
003640     RECORDING MODE IS F.
003650     COPY DL100STL.
003700 WORKING-STORAGE SECTION.
003800*-----------------------------------------------------------------
003900* File status and loop switches.
008500 77  TRND-CUR-RATE             PIC 9(03)V99 VALUE ZERO.
008600 77  TRND-VOL-DEV              PIC S9(13)V99 VALUE ZERO.
008700 77  TRND-RATE-DEV             PIC S9(03)V99 VALUE ZERO.
008708*-----------------------------------------------------------------
008716* Step-log fields: when this step started, and the business date,
008724* run-id and record counts its start and end records carry.
008732*-----------------------------------------------------------------
008740 77  TRND-STL-STATUS           PIC X(02) VALUE "00".
008748 77  TRND-STL-START-DATE       PIC 9(08) VALUE ZERO.
008756 77  TRND-STL-START-TIME       PIC 9(08) VALUE ZERO.
008764 77  TRND-STL-BUS-DATE         PIC 9(08) VALUE ZERO.
008772 77  TRND-STL-RUN-ID           PIC X(08) VALUE SPACES.
008780 77  TRND-STL-RECS-IN          PIC 9(09) VALUE ZERO.
008788 77  TRND-STL-RECS-OUT         PIC 9(09) VALUE ZERO.
008800 LINKAGE SECTION.
008900*-----------------------------------------------------------------
009000* TRND-PARM-AREA - the standard batch PARM layout.  The text is
010100 PROCEDURE DIVISION USING TRND-PARM-AREA.
010200 MAIN-PROCEDURE.
010300     PERFORM InitializeRun
010310     PERFORM WriteStepStart
010400     PERFORM LoadSummaries
010500     PERFORM PrintTrendReport
010600     PERFORM CheckVariance
010700     IF TRND-ALARM
010800         MOVE 8 TO RETURN-CODE
010900     END-IF
010910     PERFORM WriteStepEnd
011000     STOP RUN.
011100
011200*-----------------------------------------------------------------
033800             "- ALARM RAISED ***"
033900         SET TRND-ALARM TO TRUE
034000     END-IF.
034001
034002*-----------------------------------------------------------------
034003* WriteStepStart - the start record on the shared step log
034004* CALC.STEPLOG (DL100STL) the batch-window report reads.
034005*-----------------------------------------------------------------
034006 WriteStepStart.
034007     ACCEPT TRND-STL-START-DATE FROM DATE YYYYMMDD
034008     ACCEPT TRND-STL-START-TIME FROM TIME
034009     ACCEPT TRND-STL-BUS-DATE FROM DATE YYYYMMDD
034010     PERFORM BuildStepLogRecord
034011     SET STEPLOG-START TO TRUE
034012     PERFORM WriteStepLogRecord.
034013
034014*-----------------------------------------------------------------
034015* WriteStepEnd - the end record: the start fields again, the end
034016* time, records in and out (summary runs read, none written; the
034017* business date and run-id are tonight's summary record's) and
034018* the return code the step is ending with.  A step stopped on a
034019* fatal error never gets here, and its start record standing
034020* alone is what the report shows.
034021*-----------------------------------------------------------------
034022 WriteStepEnd.
034023     IF TRND-RUN-COUNT > ZERO
034024         MOVE TRND-R-RUN-DATE (1) TO TRND-STL-BUS-DATE
034025         MOVE TRND-R-RUN-ID (1) TO TRND-STL-RUN-ID
034026     END-IF
034027     MOVE TRND-RUN-COUNT TO TRND-STL-RECS-IN
034028     MOVE ZERO TO TRND-STL-RECS-OUT
034029     PERFORM BuildStepLogRecord
034030     SET STEPLOG-END TO TRUE
034031     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
034032     ACCEPT StepLogEndTime FROM TIME
034033     MOVE RETURN-CODE TO StepLogReturnCode
034034     PERFORM WriteStepLogRecord.
034035
034036 BuildStepLogRecord.
034037     MOVE SPACES TO StepLogRecord
034038     MOVE TRND-STL-BUS-DATE   TO StepLogBusDate
034039     MOVE TRND-STL-RUN-ID     TO StepLogRunId
034040     MOVE "CALCTRND"          TO StepLogStep
034041     MOVE TRND-STL-START-DATE TO StepLogStartDate
034042     MOVE TRND-STL-START-TIME TO StepLogStartTime
034043     MOVE ZERO                TO StepLogEndDate
034044     MOVE ZERO                TO StepLogEndTime
034045     MOVE TRND-STL-RECS-IN    TO StepLogRecsIn
034046     MOVE TRND-STL-RECS-OUT   TO StepLogRecsOut
034047     MOVE ZERO                TO StepLogReturnCode.
034048
034049*-----------------------------------------------------------------
034050* WriteStepLogRecord - the log opens EXTEND for just the one
034051* write.  The log is for the batch window, not the books: a log
034052* that cannot be written is reported and the step carries on.
034053*-----------------------------------------------------------------
034054 WriteStepLogRecord.
034055     OPEN EXTEND StepLogFile
034056     IF TRND-STL-STATUS NOT = "00"
034057         DISPLAY "CALCTRND: STEP LOG NOT AVAILABLE - STATUS "
034058             TRND-STL-STATUS " - STEP NOT LOGGED"
034059     ELSE
034060         WRITE StepLogRecord
034061         IF TRND-STL-STATUS NOT = "00"
034062             DISPLAY "CALCTRND: STEP LOG WRITE FAILED "
034063                 "- STATUS " TRND-STL-STATUS
034064         END-IF
034065         CLOSE StepLogFile
034066     END-IF.
034100 END PROGRAM CalcTrend.
