000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Daily batch-window report for the Calculadora batch
000500*          family.  Every program in the nightly stream writes
000600*          a start and an end record to the shared step log
000700*          CALC.STEPLOG (DL100STL).  This report reads the log
000800*          and, for every step that ended under the report's
000900*          business date, prints when it ran, its elapsed time
001000*          against its own average over its last WINRUNS runs
001100*          for earlier business dates, its records in and out
001200*          and its return code, flagging a step that ran more
001300*          than twice as long as usual.  A step that started
001400*          and never wrote its end record is listed as such,
001500*          RC 4.  The stream's finish - the last end time of
001600*          the date - is held against the completion deadline
001700*          WINDLINE on the run-parameter file, and the report
001800*          ends RC 8 when the stream finished after it, so the
001900*          window creeping shows up before the ledger transmit
002000*          misses its cutoff.  The report date is the EXEC
002100*          PARM (yyyymmdd); absent, the business date of the
002200*          last end record on the log, tonight's run.
002300* Tectonics: cobc
002400*-----------------------------------------------------------------
002500* Modification History:
002600* 15/10/2026 CAY  Initial version.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CalcWin.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT StepLogFile ASSIGN TO "STEPLOG"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WIN-STL-STATUS.
003600     SELECT ParmFile ASSIGN TO "PARMFILE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS ParmKey
004000         FILE STATUS IS WIN-PRMF-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  StepLogFile
004400     RECORDING MODE IS F.
004500     COPY DL100STL.
004600 FD  ParmFile.
004700     COPY DL100PRM.
004800 WORKING-STORAGE SECTION.
004900*-----------------------------------------------------------------
005000* File status and loop switches.
005100*-----------------------------------------------------------------
005200 77  WIN-STL-STATUS            PIC X(02) VALUE "00".
005300 77  WIN-PRMF-STATUS           PIC X(02) VALUE "00".
005400 77  WIN-EOF-SW                PIC X(01) VALUE "N".
005500     88  WIN-END-OF-FILE       VALUE "Y".
005600 77  WIN-FOUND-SW              PIC X(01) VALUE "N".
005700     88  WIN-FOUND             VALUE "Y".
005800*-----------------------------------------------------------------
005900* Report date, the completion deadline and the averaging
006000* window.  WINDLINE is hhmm from midnight at the start of the
006100* business date, so hh runs past 23 for a deadline the next
006200* morning: the default 3000 is 06:00 the day after.  WINRUNS
006300* is how many of a step's earlier runs make its average.
006400*-----------------------------------------------------------------
006500 77  WIN-RUN-DATE              PIC 9(08) VALUE ZERO.
006600 77  WIN-RUN-DAYNUM            PIC 9(07) COMP VALUE ZERO.
006700 77  WIN-NEXT-DAYNUM           PIC 9(07) COMP VALUE ZERO.
006800 01  WIN-DEADLINE              PIC 9(04) VALUE 3000.
006900 01  FILLER REDEFINES WIN-DEADLINE.
007000     05  WIN-DL-HH             PIC 9(02).
007100     05  WIN-DL-MM             PIC 9(02).
007200 77  WIN-DEADLINE-MINS         PIC S9(07) COMP VALUE ZERO.
007300 77  WIN-RUNS-MAX              PIC 9(02) COMP VALUE 30.
007400 77  WIN-RUNS                  PIC 9(02) VALUE 10.
007500*-----------------------------------------------------------------
007600* Step history: per step name, a ring of the elapsed seconds
007700* of its last WINRUNS end records for business dates before
007800* the report date.  The log is in time order, so each new run
007900* overwrites the oldest.
008000*-----------------------------------------------------------------
008100 77  WIN-STEP-MAX              PIC 9(02) COMP VALUE 20.
008200 77  WIN-STEP-COUNT            PIC 9(02) COMP VALUE ZERO.
008300 01  WIN-STEP-TABLE.
008400     05  WIN-STEP-ENTRY OCCURS 20 TIMES
008500                 INDEXED BY WIN-STEP-IDX.
008600         10  WIN-S-STEP        PIC X(08).
008700         10  WIN-S-HIST-COUNT  PIC 9(02) COMP.
008800         10  WIN-S-NEXT        PIC 9(02) COMP.
008900         10  WIN-S-ELAPSED     PIC 9(07) COMP
009000                               OCCURS 30 TIMES.
009100 77  WIN-FIND-STEP             PIC X(08) VALUE SPACES.
009200 77  WIN-H-SUB                 PIC 9(02) COMP VALUE ZERO.
009300 77  WIN-H-SUM                 PIC 9(09) COMP VALUE ZERO.
009400 77  WIN-AVERAGE               PIC 9(07) COMP VALUE ZERO.
009500*-----------------------------------------------------------------
009600* The report date's lines, in log order.  A start record that
009700* belongs to the date goes in as "S" and becomes "E" when its
009800* end record (same step, start date and start time) arrives;
009900* one whose end record turns out to carry another business
010000* date goes to "X" and is not printed.  An "S" left at the end
010100* of the log is a step that never finished.
010200*-----------------------------------------------------------------
010300 77  WIN-ROW-MAX               PIC 9(03) COMP VALUE 100.
010400 77  WIN-ROW-COUNT             PIC 9(03) COMP VALUE ZERO.
010500 01  WIN-ROW-TABLE.
010600     05  WIN-ROW-ENTRY OCCURS 100 TIMES
010700                 INDEXED BY WIN-ROW-IDX.
010800         10  WIN-R-TYPE        PIC X(01).
010900             88  WIN-R-OPEN    VALUE "S".
011000             88  WIN-R-ENDED   VALUE "E".
011100             88  WIN-R-OTHER   VALUE "X".
011200         10  WIN-R-STEP        PIC X(08).
011300         10  WIN-R-RUN-ID      PIC X(08).
011400         10  WIN-R-START-DATE  PIC 9(08).
011500         10  WIN-R-START-TIME  PIC 9(08).
011600         10  WIN-R-END-DATE    PIC 9(08).
011700         10  WIN-R-END-TIME    PIC 9(08).
011800         10  WIN-R-ELAPSED     PIC 9(07).
011900         10  WIN-R-RECS-IN     PIC 9(09).
012000         10  WIN-R-RECS-OUT    PIC 9(09).
012100         10  WIN-R-RC          PIC 9(02).
012200*-----------------------------------------------------------------
012300* Elapsed-time work fields.  Times are hhmmsscc as ACCEPT FROM
012400* TIME gives them; the hundredths are dropped.
012500*-----------------------------------------------------------------
012600 01  WIN-TIME                  PIC 9(08) VALUE ZERO.
012700 01  FILLER REDEFINES WIN-TIME.
012800     05  WIN-T-HH              PIC 9(02).
012900     05  WIN-T-MM              PIC 9(02).
013000     05  WIN-T-SS              PIC 9(02).
013100     05  WIN-T-CC              PIC 9(02).
013200 77  WIN-START-DAYNUM          PIC 9(07) COMP VALUE ZERO.
013300 77  WIN-START-SECS            PIC 9(05) COMP VALUE ZERO.
013400 77  WIN-END-DAYNUM            PIC 9(07) COMP VALUE ZERO.
013500 77  WIN-END-SECS              PIC 9(05) COMP VALUE ZERO.
013600 77  WIN-ELAPSED               PIC S9(09) COMP VALUE ZERO.
013700*-----------------------------------------------------------------
013800* The stream's finish: the latest end date and time among the
013900* report date's end records, then as minutes from midnight at
014000* the start of the business date.
014100*-----------------------------------------------------------------
014200 77  WIN-LAST-END-DATE         PIC 9(08) VALUE ZERO.
014300 77  WIN-LAST-END-TIME         PIC 9(08) VALUE ZERO.
014400 77  WIN-FINISH-MINS           PIC S9(07) COMP VALUE ZERO.
014500*-----------------------------------------------------------------
014600* Day-number conversion work fields, the same March-based
014700* Gregorian day count CalcAge uses.
014800*-----------------------------------------------------------------
014900 01  WIN-CD-DATE               PIC 9(08) VALUE ZERO.
015000 01  FILLER REDEFINES WIN-CD-DATE.
015100     05  WIN-CD-YEAR           PIC 9(04).
015200     05  WIN-CD-MONTH          PIC 9(02).
015300     05  WIN-CD-DAY            PIC 9(02).
015400 77  WIN-CD-WORK-YEAR          PIC 9(05) COMP VALUE ZERO.
015500 77  WIN-CD-WORK-MONTH         PIC 9(03) COMP VALUE ZERO.
015600 77  WIN-CD-QUOT-4             PIC 9(05) COMP VALUE ZERO.
015700 77  WIN-CD-QUOT-100           PIC 9(05) COMP VALUE ZERO.
015800 77  WIN-CD-QUOT-400           PIC 9(05) COMP VALUE ZERO.
015900 77  WIN-CD-MONTH-DAYS         PIC 9(05) COMP VALUE ZERO.
016000 77  WIN-CD-DAYNUM             PIC 9(07) COMP VALUE ZERO.
016100*-----------------------------------------------------------------
016200* Counters for the closing block.
016300*-----------------------------------------------------------------
016400 77  WIN-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
016500 77  WIN-SKIPPED-COUNT         PIC 9(07) COMP VALUE ZERO.
016600 77  WIN-ENDED-COUNT           PIC 9(03) COMP VALUE ZERO.
016700 77  WIN-OPEN-COUNT            PIC 9(03) COMP VALUE ZERO.
016800 77  WIN-SLOW-COUNT            PIC 9(03) COMP VALUE ZERO.
016900*-----------------------------------------------------------------
017000* Report lines.
017100*-----------------------------------------------------------------
017200 01  WIN-HEAD-LINE.
017300     05  FILLER                PIC X(18)
017400             VALUE "STEP     RUN-ID   ".
017500     05  FILLER                PIC X(36)
017600             VALUE "STARTED           ENDED             ".
017700     05  FILLER                PIC X(16)
017800             VALUE "ELAPSED AVERAGE ".
017900     05  FILLER                PIC X(24)
018000             VALUE "    RECS-IN    RECS-OUT ".
018100     05  FILLER                PIC X(02) VALUE "RC".
018200 01  WIN-DETAIL-LINE.
018300     05  WIN-L-START-PART.
018400         10  WIN-L-STEP            PIC X(08).
018500         10  FILLER                PIC X(01) VALUE SPACE.
018600         10  WIN-L-RUN-ID          PIC X(08).
018700         10  FILLER                PIC X(01) VALUE SPACE.
018800         10  WIN-L-START-DATE      PIC 9(08).
018900         10  FILLER                PIC X(01) VALUE SPACE.
019000         10  WIN-L-START-HH        PIC 9(02).
019100         10  FILLER                PIC X(01) VALUE ":".
019200         10  WIN-L-START-MM        PIC 9(02).
019300         10  FILLER                PIC X(01) VALUE ":".
019400         10  WIN-L-START-SS        PIC 9(02).
019500         10  FILLER                PIC X(01) VALUE SPACE.
019600     05  WIN-L-END-AREA.
019700         10  WIN-L-END-DATE    PIC 9(08).
019800         10  FILLER            PIC X(01) VALUE SPACE.
019900         10  WIN-L-END-HH      PIC 9(02).
020000         10  FILLER            PIC X(01) VALUE ":".
020100         10  WIN-L-END-MM      PIC 9(02).
020200         10  FILLER            PIC X(01) VALUE ":".
020300         10  WIN-L-END-SS      PIC 9(02).
020400         10  FILLER            PIC X(01) VALUE SPACE.
020500         10  WIN-L-ELAPSED     PIC ZZZ,ZZ9.
020600         10  FILLER            PIC X(01) VALUE SPACE.
020700         10  WIN-L-AVERAGE     PIC ZZZ,ZZ9.
020800         10  WIN-L-AVERAGE-X REDEFINES WIN-L-AVERAGE
020900                               PIC X(07).
021000         10  FILLER            PIC X(01) VALUE SPACE.
021100         10  WIN-L-RECS-IN     PIC ZZZ,ZZZ,ZZ9.
021200         10  FILLER            PIC X(01) VALUE SPACE.
021300         10  WIN-L-RECS-OUT    PIC ZZZ,ZZZ,ZZ9.
021400         10  FILLER            PIC X(01) VALUE SPACE.
021500         10  WIN-L-RC          PIC Z9.
021600         10  FILLER            PIC X(01) VALUE SPACE.
021700         10  WIN-L-FLAG        PIC X(20).
021800 77  WIN-DISP-MINS             PIC ZZZZ9.
021900 LINKAGE SECTION.
022000*-----------------------------------------------------------------
022100* WIN-PARM-AREA - the standard batch PARM layout.  The PARM
022200* text is the report date (PARM='yyyymmdd'); zero length
022300* reports the business date of the last end record on the log.
022400*-----------------------------------------------------------------
022500 01  WIN-PARM-AREA.
022600     05  WIN-PARM-LEN          PIC S9(04) COMP.
022700     05  WIN-PARM-DATE         PIC 9(08).
022800 PROCEDURE DIVISION USING WIN-PARM-AREA.
022900 MAIN-PROCEDURE.
023000     PERFORM InitializeRun
023100     PERFORM OpenStepLog
023200     PERFORM ReadStepLogRecord
023300     PERFORM ProcessOneLogRecord UNTIL WIN-END-OF-FILE
023400     CLOSE StepLogFile
023500     DISPLAY "CALCWIN BATCH-WINDOW REPORT"
023600     DISPLAY "BUSINESS DATE............: " WIN-RUN-DATE
023700     DISPLAY "COMPLETION DEADLINE......: " WIN-DL-HH ":"
023800         WIN-DL-MM " FROM THE START OF THE BUSINESS DATE"
023900     DISPLAY "AVERAGE OVER (RUNS)......: " WIN-RUNS
024000     DISPLAY "ELAPSED AND AVERAGE ARE IN SECONDS"
024100     DISPLAY WIN-HEAD-LINE
024200     IF WIN-ROW-COUNT = ZERO
024300         DISPLAY "  (NO STEP LOGGED FOR THE DATE)"
024400     END-IF
024500     PERFORM PrintOneRow
024600         VARYING WIN-ROW-IDX FROM 1 BY 1
024700         UNTIL WIN-ROW-IDX > WIN-ROW-COUNT
024800     PERFORM PrintWindowTotals
024900     STOP RUN.
025000
025100*-----------------------------------------------------------------
025200* InitializeRun - the deadline and averaging window, then the
025300* report date: the EXEC PARM wins; absent, a first pass over
025400* the log finds the business date of its last end record.
025500*-----------------------------------------------------------------
025600 InitializeRun.
025700     PERFORM GetRunParameters
025800     IF WIN-PARM-LEN >= 8 AND WIN-PARM-DATE NUMERIC
025900         MOVE WIN-PARM-DATE TO WIN-RUN-DATE
026000     ELSE
026100         PERFORM OpenStepLog
026200         PERFORM ReadStepLogRecord
026300         PERFORM FindLastBusinessDate UNTIL WIN-END-OF-FILE
026400         CLOSE StepLogFile
026500         MOVE "N" TO WIN-EOF-SW
026600         IF WIN-RUN-DATE = ZERO
026700             DISPLAY "CALCWIN: NO END RECORD ON THE STEP LOG "
026800                 "- NOTHING TO REPORT"
026900             MOVE 4 TO RETURN-CODE
027000             STOP RUN
027100         END-IF
027200     END-IF
027300     MOVE WIN-RUN-DATE TO WIN-CD-DATE
027400     PERFORM ConvertDateToDayNumber
027500     MOVE WIN-CD-DAYNUM TO WIN-RUN-DAYNUM
027600     ADD 1 WIN-RUN-DAYNUM GIVING WIN-NEXT-DAYNUM
027700     COMPUTE WIN-DEADLINE-MINS = WIN-DL-HH * 60 + WIN-DL-MM.
027800
027900 FindLastBusinessDate.
028000     IF STEPLOG-END AND StepLogBusDate NUMERIC
028100         AND StepLogBusDate NOT = ZERO
028200         MOVE StepLogBusDate TO WIN-RUN-DATE
028300     END-IF
028400     PERFORM ReadStepLogRecord.
028500
028600*-----------------------------------------------------------------
028700* GetRunParameters - reads the completion deadline (WINDLINE)
028800* and the averaging window (WINRUNS) from the central
028900* run-parameter file.  A missing file, key or unusable value
029000* falls back to the compiled default with a warning rather
029100* than silently.
029200*-----------------------------------------------------------------
029300 GetRunParameters.
029400     OPEN INPUT ParmFile
029500     IF WIN-PRMF-STATUS NOT = "00"
029600         DISPLAY "CALCWIN: RUN-PARAMETER FILE NOT AVAILABLE "
029700             "- STATUS " WIN-PRMF-STATUS
029800             " - COMPILED DEFAULTS APPLY"
029900     ELSE
030000         PERFORM ReadDeadlineParm
030100         PERFORM ReadWindowRunsParm
030200         CLOSE ParmFile
030300     END-IF.
030400
030500 ReadDeadlineParm.
030600     MOVE "WINDLINE" TO ParmKey
030700     READ ParmFile
030800         INVALID KEY
030900             DISPLAY "CALCWIN: NO WINDLINE ON THE "
031000                 "RUN-PARAMETER FILE - DEFAULT APPLIES"
031100     END-READ
031200     IF WIN-PRMF-STATUS = "00"
031300         IF ParmValueNum NUMERIC
031400             AND ParmValueNum NOT > 4759
031500             AND ParmValue (7:2) NOT > "59"
031600             MOVE ParmValueNum TO WIN-DEADLINE
031700         ELSE
031800             DISPLAY "CALCWIN: WINDLINE VALUE NOT A TIME "
031900                 "(HHMM, HH UP TO 47) - DEFAULT APPLIES"
032000         END-IF
032100     END-IF.
032200
032300 ReadWindowRunsParm.
032400     MOVE "WINRUNS " TO ParmKey
032500     READ ParmFile
032600         INVALID KEY
032700             DISPLAY "CALCWIN: NO WINRUNS ON THE "
032800                 "RUN-PARAMETER FILE - DEFAULT APPLIES"
032900     END-READ
033000     IF WIN-PRMF-STATUS = "00"
033100         IF ParmValueNum NUMERIC
033200             AND ParmValueNum > ZERO
033300             AND ParmValueNum NOT > WIN-RUNS-MAX
033400             MOVE ParmValueNum TO WIN-RUNS
033500         ELSE
033600             DISPLAY "CALCWIN: WINRUNS VALUE NOT 1 TO "
033700                 WIN-RUNS-MAX " - DEFAULT APPLIES"
033800         END-IF
033900     END-IF.
034000
034100*-----------------------------------------------------------------
034200* OpenStepLog - stops the run immediately if the OPEN fails.
034300*-----------------------------------------------------------------
034400 OpenStepLog.
034500     OPEN INPUT StepLogFile
034600     IF WIN-STL-STATUS NOT = "00"
034700         DISPLAY "CALCWIN: OPEN FAILED ON STEPLOGFILE "
034800             "- STATUS " WIN-STL-STATUS
034900         MOVE 12 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200
035300 ReadStepLogRecord.
035400     READ StepLogFile
035500         AT END
035600             SET WIN-END-OF-FILE TO TRUE
035700     END-READ.
035800
035900*-----------------------------------------------------------------
036000* ProcessOneLogRecord - a start record the report date could
036100* own is kept until its end record arrives; an end record goes
036200* to the report date's lines or, for an earlier date, to its
036300* step's history.  A record with unusable dates or times is
036400* skipped with a warning rather than stop the report.
036500*-----------------------------------------------------------------
036600 ProcessOneLogRecord.
036700     ADD 1 TO WIN-READ-COUNT
036800     EVALUATE TRUE
036900         WHEN StepLogBusDate NOT NUMERIC
037000             OR StepLogStartDate NOT NUMERIC
037100             OR StepLogStartTime NOT NUMERIC
037200             PERFORM SkipLogRecord
037300         WHEN STEPLOG-START
037400             PERFORM ProcessStartRecord
037500         WHEN STEPLOG-END
037600             IF StepLogEndDate NOT NUMERIC
037700                 OR StepLogEndTime NOT NUMERIC
037800                 OR StepLogRecsIn NOT NUMERIC
037900                 OR StepLogRecsOut NOT NUMERIC
038000                 OR StepLogReturnCode NOT NUMERIC
038100                 PERFORM SkipLogRecord
038200             ELSE
038300                 PERFORM ProcessEndRecord
038400             END-IF
038500         WHEN OTHER
038600             PERFORM SkipLogRecord
038700     END-EVALUATE
038800     PERFORM ReadStepLogRecord.
038900
039000 SkipLogRecord.
039100     ADD 1 TO WIN-SKIPPED-COUNT
039200     DISPLAY "CALCWIN: STEP LOG RECORD " WIN-READ-COUNT
039300         " NOT USABLE - SKIPPED".
039400
039500*-----------------------------------------------------------------
039600* ProcessStartRecord - a step starts before it knows its
039700* business date for certain, so a start record is kept when it
039800* carries the report date or began on the report date or the
039900* day after, the night the date's stream runs.
040000*-----------------------------------------------------------------
040100 ProcessStartRecord.
040200     MOVE StepLogStartDate TO WIN-CD-DATE
040300     PERFORM ConvertDateToDayNumber
040400     IF StepLogBusDate = WIN-RUN-DATE
040500         OR WIN-CD-DAYNUM = WIN-RUN-DAYNUM
040600         OR WIN-CD-DAYNUM = WIN-NEXT-DAYNUM
040700         PERFORM AddReportRow
040800         SET WIN-R-OPEN (WIN-ROW-IDX) TO TRUE
040900         MOVE ZERO TO WIN-R-END-DATE (WIN-ROW-IDX)
041000         MOVE ZERO TO WIN-R-END-TIME (WIN-ROW-IDX)
041100         MOVE ZERO TO WIN-R-ELAPSED (WIN-ROW-IDX)
041200         MOVE ZERO TO WIN-R-RECS-IN (WIN-ROW-IDX)
041300         MOVE ZERO TO WIN-R-RECS-OUT (WIN-ROW-IDX)
041400         MOVE ZERO TO WIN-R-RC (WIN-ROW-IDX)
041500     END-IF.
041600
041700*-----------------------------------------------------------------
041800* ProcessEndRecord - closes the matching start line, if one
041900* was kept, and files the run under its business date: the
042000* report date's lines, or the step's history when it is
042100* earlier.  Runs for later dates than the report date (an old
042200* date being reported) take no part.
042300*-----------------------------------------------------------------
042400 ProcessEndRecord.
042500     PERFORM ComputeElapsed
042600     MOVE "N" TO WIN-FOUND-SW
042700     SET WIN-ROW-IDX TO 1
042800     SEARCH WIN-ROW-ENTRY
042900         AT END
043000             CONTINUE
043100         WHEN WIN-ROW-IDX > WIN-ROW-COUNT
043200             CONTINUE
043300         WHEN WIN-R-OPEN (WIN-ROW-IDX)
043400             AND WIN-R-STEP (WIN-ROW-IDX) = StepLogStep
043500             AND WIN-R-START-DATE (WIN-ROW-IDX)
043600                 = StepLogStartDate
043700             AND WIN-R-START-TIME (WIN-ROW-IDX)
043800                 = StepLogStartTime
043900             SET WIN-FOUND TO TRUE
044000     END-SEARCH
044100     EVALUATE TRUE
044200         WHEN StepLogBusDate = WIN-RUN-DATE
044300             IF NOT WIN-FOUND
044400                 PERFORM AddReportRow
044500             END-IF
044600             PERFORM StoreEndedRow
044700         WHEN WIN-FOUND
044800             SET WIN-R-OTHER (WIN-ROW-IDX) TO TRUE
044900     END-EVALUATE
045000     IF StepLogBusDate < WIN-RUN-DATE
045100         AND StepLogBusDate NOT = ZERO
045200         PERFORM AddStepHistory
045300     END-IF.
045400
045500*-----------------------------------------------------------------
045600* AddReportRow - a new line for the report date, WIN-ROW-IDX
045700* left on it.
045800*-----------------------------------------------------------------
045900 AddReportRow.
046000     IF WIN-ROW-COUNT >= WIN-ROW-MAX
046100         DISPLAY "CALCWIN: MORE THAN " WIN-ROW-MAX
046200             " STEPS LOGGED FOR " WIN-RUN-DATE
046300             " - RUN STOPPED"
046400         MOVE 12 TO RETURN-CODE
046500         STOP RUN
046600     END-IF
046700     ADD 1 TO WIN-ROW-COUNT
046800     SET WIN-ROW-IDX TO WIN-ROW-COUNT
046900     MOVE StepLogStep      TO WIN-R-STEP (WIN-ROW-IDX)
047000     MOVE StepLogRunId     TO WIN-R-RUN-ID (WIN-ROW-IDX)
047100     MOVE StepLogStartDate TO WIN-R-START-DATE (WIN-ROW-IDX)
047200     MOVE StepLogStartTime TO WIN-R-START-TIME (WIN-ROW-IDX).
047300
047400 StoreEndedRow.
047500     SET WIN-R-ENDED (WIN-ROW-IDX) TO TRUE
047600     MOVE StepLogRunId      TO WIN-R-RUN-ID (WIN-ROW-IDX)
047700     MOVE StepLogEndDate    TO WIN-R-END-DATE (WIN-ROW-IDX)
047800     MOVE StepLogEndTime    TO WIN-R-END-TIME (WIN-ROW-IDX)
047900     MOVE WIN-ELAPSED       TO WIN-R-ELAPSED (WIN-ROW-IDX)
048000     MOVE StepLogRecsIn     TO WIN-R-RECS-IN (WIN-ROW-IDX)
048100     MOVE StepLogRecsOut    TO WIN-R-RECS-OUT (WIN-ROW-IDX)
048200     MOVE StepLogReturnCode TO WIN-R-RC (WIN-ROW-IDX)
048300     IF StepLogEndDate > WIN-LAST-END-DATE
048400         OR (StepLogEndDate = WIN-LAST-END-DATE
048500             AND StepLogEndTime > WIN-LAST-END-TIME)
048600         MOVE StepLogEndDate TO WIN-LAST-END-DATE
048700         MOVE StepLogEndTime TO WIN-LAST-END-TIME
048800     END-IF.
048900
049000*-----------------------------------------------------------------
049100* AddStepHistory - puts an earlier date's elapsed time into its
049200* step's ring, over the oldest once the ring holds WINRUNS.
049300*-----------------------------------------------------------------
049400 AddStepHistory.
049500     MOVE StepLogStep TO WIN-FIND-STEP
049600     PERFORM FindStepEntry
049700     IF NOT WIN-FOUND
049800         IF WIN-STEP-COUNT >= WIN-STEP-MAX
049900             DISPLAY "CALCWIN: STEP LOG NAMES MORE THAN "
050000                 WIN-STEP-MAX " STEPS - RUN STOPPED"
050100             MOVE 12 TO RETURN-CODE
050200             STOP RUN
050300         END-IF
050400         ADD 1 TO WIN-STEP-COUNT
050500         SET WIN-STEP-IDX TO WIN-STEP-COUNT
050600         MOVE StepLogStep TO WIN-S-STEP (WIN-STEP-IDX)
050700         MOVE ZERO TO WIN-S-HIST-COUNT (WIN-STEP-IDX)
050800         MOVE 1 TO WIN-S-NEXT (WIN-STEP-IDX)
050900     END-IF
051000     MOVE WIN-S-NEXT (WIN-STEP-IDX) TO WIN-H-SUB
051100     MOVE WIN-ELAPSED
051200         TO WIN-S-ELAPSED (WIN-STEP-IDX, WIN-H-SUB)
051300     IF WIN-S-HIST-COUNT (WIN-STEP-IDX) < WIN-RUNS
051400         ADD 1 TO WIN-S-HIST-COUNT (WIN-STEP-IDX)
051500     END-IF
051600     IF WIN-H-SUB >= WIN-RUNS
051700         MOVE 1 TO WIN-S-NEXT (WIN-STEP-IDX)
051800     ELSE
051900         ADD 1 TO WIN-S-NEXT (WIN-STEP-IDX)
052000     END-IF.
052100
052200*-----------------------------------------------------------------
052300* FindStepEntry - looks WIN-FIND-STEP up in the step history,
052400* WIN-STEP-IDX left on it when found.
052500*-----------------------------------------------------------------
052600 FindStepEntry.
052700     MOVE "N" TO WIN-FOUND-SW
052800     SET WIN-STEP-IDX TO 1
052900     SEARCH WIN-STEP-ENTRY
053000         AT END
053100             CONTINUE
053200         WHEN WIN-STEP-IDX > WIN-STEP-COUNT
053300             CONTINUE
053400         WHEN WIN-S-STEP (WIN-STEP-IDX) = WIN-FIND-STEP
053500             SET WIN-FOUND TO TRUE
053600     END-SEARCH.
053700
053800*-----------------------------------------------------------------
053900* ComputeElapsed - whole seconds from the start date and time
054000* to the end date and time, across midnight by day number.  A
054100* clock that went backwards counts as zero.
054200*-----------------------------------------------------------------
054300 ComputeElapsed.
054400     MOVE StepLogStartDate TO WIN-CD-DATE
054500     PERFORM ConvertDateToDayNumber
054600     MOVE WIN-CD-DAYNUM TO WIN-START-DAYNUM
054700     MOVE StepLogStartTime TO WIN-TIME
054800     COMPUTE WIN-START-SECS =
054900         WIN-T-HH * 3600 + WIN-T-MM * 60 + WIN-T-SS
055000     MOVE StepLogEndDate TO WIN-CD-DATE
055100     PERFORM ConvertDateToDayNumber
055200     MOVE WIN-CD-DAYNUM TO WIN-END-DAYNUM
055300     MOVE StepLogEndTime TO WIN-TIME
055400     COMPUTE WIN-END-SECS =
055500         WIN-T-HH * 3600 + WIN-T-MM * 60 + WIN-T-SS
055600     COMPUTE WIN-ELAPSED =
055700         (WIN-END-DAYNUM - WIN-START-DAYNUM) * 86400
055800         + WIN-END-SECS - WIN-START-SECS
055900     IF WIN-ELAPSED < ZERO
056000         MOVE ZERO TO WIN-ELAPSED
056100     END-IF.
056200
056300*-----------------------------------------------------------------
056400* PrintOneRow - one line per step of the report date: an ended
056500* step against its average, flagged when it ran more than
056600* twice as long; a step with no end record as such.  A step
056700* with no earlier runs, or one averaging under a second, has
056800* nothing to be flagged against.
056900*-----------------------------------------------------------------
057000 PrintOneRow.
057100     IF NOT WIN-R-OTHER (WIN-ROW-IDX)
057200         MOVE WIN-R-STEP (WIN-ROW-IDX) TO WIN-L-STEP
057300         MOVE WIN-R-RUN-ID (WIN-ROW-IDX) TO WIN-L-RUN-ID
057400         MOVE WIN-R-START-DATE (WIN-ROW-IDX) TO WIN-L-START-DATE
057500         MOVE WIN-R-START-TIME (WIN-ROW-IDX) TO WIN-TIME
057600         MOVE WIN-T-HH TO WIN-L-START-HH
057700         MOVE WIN-T-MM TO WIN-L-START-MM
057800         MOVE WIN-T-SS TO WIN-L-START-SS
057900         IF WIN-R-OPEN (WIN-ROW-IDX)
058000             ADD 1 TO WIN-OPEN-COUNT
058100             DISPLAY WIN-L-START-PART
058200                 "*** NO END RECORD - STEP DID NOT FINISH ***"
058300         ELSE
058400             ADD 1 TO WIN-ENDED-COUNT
058500             PERFORM FormatEndedRow
058600             DISPLAY WIN-DETAIL-LINE
058700         END-IF
058800     END-IF.
058900
059000 FormatEndedRow.
059100     MOVE WIN-R-END-DATE (WIN-ROW-IDX) TO WIN-L-END-DATE
059200     MOVE WIN-R-END-TIME (WIN-ROW-IDX) TO WIN-TIME
059300     MOVE WIN-T-HH TO WIN-L-END-HH
059400     MOVE WIN-T-MM TO WIN-L-END-MM
059500     MOVE WIN-T-SS TO WIN-L-END-SS
059600     MOVE WIN-R-ELAPSED (WIN-ROW-IDX) TO WIN-L-ELAPSED
059700     MOVE WIN-R-RECS-IN (WIN-ROW-IDX) TO WIN-L-RECS-IN
059800     MOVE WIN-R-RECS-OUT (WIN-ROW-IDX) TO WIN-L-RECS-OUT
059900     MOVE WIN-R-RC (WIN-ROW-IDX) TO WIN-L-RC
060000     MOVE SPACES TO WIN-L-FLAG
060100     MOVE WIN-R-STEP (WIN-ROW-IDX) TO WIN-FIND-STEP
060200     PERFORM FindStepEntry
060300     IF WIN-FOUND
060400         MOVE ZERO TO WIN-H-SUM
060500         PERFORM AddHistorySlot
060600             VARYING WIN-H-SUB FROM 1 BY 1
060700             UNTIL WIN-H-SUB > WIN-S-HIST-COUNT (WIN-STEP-IDX)
060800         DIVIDE WIN-H-SUM BY WIN-S-HIST-COUNT (WIN-STEP-IDX)
060900             GIVING WIN-AVERAGE ROUNDED
061000         MOVE WIN-AVERAGE TO WIN-L-AVERAGE
061100         IF WIN-AVERAGE > ZERO
061200             AND WIN-R-ELAPSED (WIN-ROW-IDX) > WIN-AVERAGE * 2
061300             ADD 1 TO WIN-SLOW-COUNT
061400             MOVE "*** OVER 2X AVERAGE" TO WIN-L-FLAG
061500         END-IF
061600     ELSE
061700         MOVE "   NONE" TO WIN-L-AVERAGE-X
061800     END-IF.
061900
062000 AddHistorySlot.
062100     ADD WIN-S-ELAPSED (WIN-STEP-IDX, WIN-H-SUB) TO WIN-H-SUM.
062200
062300*-----------------------------------------------------------------
062400* ConvertDateToDayNumber - turns WIN-CD-DATE (yyyymmdd) into a
062500* running Gregorian day count in WIN-CD-DAYNUM, the same way
062600* CalcAge does: January and February count as months 13 and
062700* 14 of the prior year so the leap day falls at the end of the
062800* shifted year.  The DIVIDEs truncate, which is what the
062900* formula expects.
063000*-----------------------------------------------------------------
063100 ConvertDateToDayNumber.
063200     IF WIN-CD-MONTH < 3
063300         COMPUTE WIN-CD-WORK-YEAR = WIN-CD-YEAR - 1
063400         COMPUTE WIN-CD-WORK-MONTH = WIN-CD-MONTH + 12
063500     ELSE
063600         MOVE WIN-CD-YEAR TO WIN-CD-WORK-YEAR
063700         MOVE WIN-CD-MONTH TO WIN-CD-WORK-MONTH
063800     END-IF
063900     DIVIDE WIN-CD-WORK-YEAR BY 4
064000         GIVING WIN-CD-QUOT-4
064100     DIVIDE WIN-CD-WORK-YEAR BY 100
064200         GIVING WIN-CD-QUOT-100
064300     DIVIDE WIN-CD-WORK-YEAR BY 400
064400         GIVING WIN-CD-QUOT-400
064500     COMPUTE WIN-CD-MONTH-DAYS =
064600         (153 * (WIN-CD-WORK-MONTH - 3) + 2) / 5
064700     COMPUTE WIN-CD-DAYNUM =
064800         (365 * WIN-CD-WORK-YEAR) + WIN-CD-QUOT-4
064900         - WIN-CD-QUOT-100 + WIN-CD-QUOT-400
065000         + WIN-CD-MONTH-DAYS + WIN-CD-DAY.
065100
065200*-----------------------------------------------------------------
065300* PrintWindowTotals - the closing number block and the
065400* deadline check.  The stream's finish is the last end time of
065500* the date, in minutes from midnight at the start of the
065600* business date like the deadline; finishing after it ends the
065700* report RC 8.  A step with no end record ends it RC 4 when
065800* the deadline was met.
065900*-----------------------------------------------------------------
066000 PrintWindowTotals.
066100     DISPLAY "STEPS ENDED..............: " WIN-ENDED-COUNT
066200     DISPLAY "STEPS WITH NO END RECORD.: " WIN-OPEN-COUNT
066300     DISPLAY "STEPS OVER 2X AVERAGE....: " WIN-SLOW-COUNT
066400     IF WIN-SKIPPED-COUNT > ZERO
066500         DISPLAY "LOG RECORDS SKIPPED......: " WIN-SKIPPED-COUNT
066600     END-IF
066700     IF WIN-ENDED-COUNT = ZERO
066800         DISPLAY "STREAM FINISHED..........: NO STEP ENDED"
066900         MOVE 4 TO RETURN-CODE
067000     ELSE
067100         MOVE WIN-LAST-END-DATE TO WIN-CD-DATE
067200         PERFORM ConvertDateToDayNumber
067300         MOVE WIN-LAST-END-TIME TO WIN-TIME
067400         COMPUTE WIN-FINISH-MINS =
067500             (WIN-CD-DAYNUM - WIN-RUN-DAYNUM) * 1440
067600             + WIN-T-HH * 60 + WIN-T-MM
067700         DISPLAY "STREAM FINISHED..........: "
067800             WIN-LAST-END-DATE " " WIN-T-HH ":" WIN-T-MM
067900         IF WIN-FINISH-MINS > WIN-DEADLINE-MINS
068000             COMPUTE WIN-DISP-MINS =
068100                 WIN-FINISH-MINS - WIN-DEADLINE-MINS
068200             DISPLAY "CALCWIN: *** STREAM FINISHED "
068300                 WIN-DISP-MINS " MINUTES AFTER THE "
068400                 "COMPLETION DEADLINE ***"
068500             MOVE 8 TO RETURN-CODE
068600         ELSE
068700             IF WIN-OPEN-COUNT > ZERO
068800                 MOVE 4 TO RETURN-CODE
068900             END-IF
069000         END-IF
069100     END-IF.
069200 END PROGRAM CalcWin.
