002300*-----------------------------------------------------------------
002400* Modification History:
002500* 03/09/2026 CAY  Initial version.
002510* 15/10/2026 CAY  Reversals: the row's reversal flag and link
002520*                 (DL100AUD AuditRevFlag/AuditLinkKey) load onto
002530*                 the master, a refresh keeps the reversed mark
002540*                 and link Calculadora set on an original, and a
002550*                 posted reversal row marks its original reversed
002560*                 if it is not already, so the master holds the
002570*                 link both ways from the audit file alone.
002574* 15/10/2026 CAY  Step log: a start record as the step begins and
002578*                 an end record as it finishes (times, records in
002582*                 and out, return code) on the shared step log
002586*                 CALC.STEPLOG (DL100STL), for the CalcWin
002590*                 batch-window report.  Dated, with the run-id,
002594*                 by the last audit row read - tonight's run.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CalcLoad.
004000     SELECT XrefFile ASSIGN TO "REJXREF"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS LOAD-XREF-STATUS.
004210     SELECT StepLogFile ASSIGN TO "STEPLOG"
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS LOAD-STL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  AuditFile
005000 FD  XrefFile
005100     RECORDING MODE IS F.
005200     COPY DL100XRF.
005210 FD  StepLogFile
005220     RECORDING MODE IS F.
005230     COPY DL100STL.
005300 WORKING-STORAGE SECTION.
005400*-----------------------------------------------------------------
005500* File status and loop switches.
007800 77  LOAD-REFRESHED-COUNT      PIC 9(09) COMP VALUE ZERO.
007900 77  LOAD-OPEN-REJ-COUNT       PIC 9(09) COMP VALUE ZERO.
008000 77  LOAD-FALLBACK-COUNT       PIC 9(09) COMP VALUE ZERO.
008009 77  LOAD-MARKED-COUNT         PIC 9(09) COMP VALUE ZERO.
008018 77  LOAD-NO-ORIG-COUNT        PIC 9(09) COMP VALUE ZERO.
008027*-----------------------------------------------------------------
008036* Reversal work areas: the master row as built from the audit
008045* row, held while the copy already on the master is read for
008054* its reversed mark, and the key of the row being loaded while
008063* a reversal's original is marked.
008072*-----------------------------------------------------------------
008081 01  LOAD-BUILT-MASTER         PIC X(87).
008090 01  LOAD-SAVED-KEY            PIC X(17).
008098*-----------------------------------------------------------------
008106* Step-log fields: when this step started, and the business date,
008114* run-id and record counts its start and end records carry.
008122*-----------------------------------------------------------------
008130 77  LOAD-STL-STATUS           PIC X(02) VALUE "00".
008138 77  LOAD-STL-START-DATE       PIC 9(08) VALUE ZERO.
008146 77  LOAD-STL-START-TIME       PIC 9(08) VALUE ZERO.
008154 77  LOAD-STL-BUS-DATE         PIC 9(08) VALUE ZERO.
008162 77  LOAD-STL-RUN-ID           PIC X(08) VALUE SPACES.
008170 77  LOAD-STL-RECS-IN          PIC 9(09) VALUE ZERO.
008178 77  LOAD-STL-RECS-OUT         PIC 9(09) VALUE ZERO.
008186 PROCEDURE DIVISION.
008200 MAIN-PROCEDURE.
008210     PERFORM WriteStepStart
008300     PERFORM OpenFiles
008400     PERFORM ReadAuditRecord
008500     PERFORM LoadOneRecord UNTIL LOAD-END-OF-FILE
008600     PERFORM PrintLoadReport
008700     PERFORM CloseFiles
008710     PERFORM WriteStepEnd
008800     STOP RUN.
008900
009000*-----------------------------------------------------------------
014300*-----------------------------------------------------------------
014400 LoadOneRecord.
014500     ADD 1 TO LOAD-READ-COUNT
014510     MOVE AuditRunDate TO LOAD-STL-BUS-DATE
014520     MOVE AuditRunId TO LOAD-STL-RUN-ID
014600     IF AuditRunDate NOT = LOAD-LAST-DATE
014700         MOVE AuditRunDate TO LOAD-LAST-DATE
014800         MOVE ZERO TO LOAD-DATE-POS
015300     IF AUDIT-REJECTED AND AUDIT-CORR-OPEN
015400         PERFORM WriteXrefRecord
015500     END-IF
015510     IF AUDIT-REVERSAL AND AUDIT-POSTED
015520         PERFORM MarkOriginalReversed
015530     END-IF
015600     PERFORM ReadAuditRecord.
015700
015800*-----------------------------------------------------------------
017800     MOVE AuditReasonCode    TO AuditMstReasonCode
017900     MOVE AuditCorrStatus    TO AuditMstCorrStatus
018000     MOVE AuditResubDate     TO AuditMstResubDate
018010     MOVE AuditSource        TO AuditMstSource
018020     IF AUDIT-REVERSAL
018030         SET AUDIT-MST-REVERSAL TO TRUE
018040         MOVE AuditLinkKey   TO AuditMstLinkKey
018050     ELSE
018060         MOVE SPACES         TO AuditMstRevFlag
018070         MOVE ZERO           TO AuditMstLinkDate
018080         MOVE ZERO           TO AuditMstLinkPos
018090     END-IF.
018200
018300*-----------------------------------------------------------------
018400* WriteOrRefreshMaster - adds the row to the master, or, when
018500* the key is already there from an earlier load, rewrites it so
018600* corrections keyed since (status O flipped to C) land on the
018700* master too.  Any other failure stops the run - a half-loaded
018710* master would answer inquiries wrong.  An original already
018720* marked reversed on the master keeps its mark and link, which
018730* the audit row it was loaded from never carries.
018900*-----------------------------------------------------------------
019000 WriteOrRefreshMaster.
019100     WRITE AuditMstRecord
020200     END-IF.
020300
020400 RefreshMasterRecord.
020405     MOVE AuditMstRecord TO LOAD-BUILT-MASTER
020410     READ MasterFile
020415         INVALID KEY
020420             DISPLAY "CALCLOAD: MASTERFILE READ FAILED "
020425                 "- STATUS " LOAD-MASTER-STATUS
020430             MOVE 12 TO RETURN-CODE
020435             STOP RUN
020440     END-READ
020445     IF AUDIT-MST-REVERSED
020450         MOVE AuditMstLinkKey TO LOAD-SAVED-KEY
020455         MOVE LOAD-BUILT-MASTER TO AuditMstRecord
020460         IF NOT AUDIT-MST-REVERSAL
020465             SET AUDIT-MST-REVERSED TO TRUE
020470             MOVE LOAD-SAVED-KEY TO AuditMstLinkKey
020475         END-IF
020480     ELSE
020485         MOVE LOAD-BUILT-MASTER TO AuditMstRecord
020490     END-IF
020500     REWRITE AuditMstRecord
020600         INVALID KEY
020700             DISPLAY "CALCLOAD: MASTERFILE REWRITE FAILED "
023100     END-IF
023200     ADD 1 TO LOAD-OPEN-REJ-COUNT.
023300
023302*-----------------------------------------------------------------
023304* MarkOriginalReversed - a posted reversal row marks the
023306* original it names reversed on the master, linked back to the
023308* reversal, when Calculadora's own mark is not already there
023310* (a master rebuilt from the audit file).  An original no
023312* longer on the master is counted for the report and left.
023314*-----------------------------------------------------------------
023316 MarkOriginalReversed.
023318     MOVE AuditMstKey TO LOAD-SAVED-KEY
023320     MOVE AuditLinkKey TO AuditMstKey
023322     READ MasterFile
023324         INVALID KEY
023326             ADD 1 TO LOAD-NO-ORIG-COUNT
023328     END-READ
023330     IF LOAD-MASTER-STATUS = "00"
023332         AND NOT AUDIT-MST-REVERSED
023334         SET AUDIT-MST-REVERSED TO TRUE
023336         MOVE LOAD-SAVED-KEY TO AuditMstLinkKey
023338         REWRITE AuditMstRecord
023340             INVALID KEY
023342                 DISPLAY "CALCLOAD: MASTERFILE REWRITE FAILED "
023344                     "- STATUS " LOAD-MASTER-STATUS
023346                 MOVE 12 TO RETURN-CODE
023348                 STOP RUN
023350         END-REWRITE
023352         ADD 1 TO LOAD-MARKED-COUNT
023354     END-IF
023356     IF LOAD-MASTER-STATUS NOT = "00" AND "23"
023358         DISPLAY "CALCLOAD: MASTERFILE READ FAILED "
023360             "- STATUS " LOAD-MASTER-STATUS
023362         MOVE 12 TO RETURN-CODE
023364         STOP RUN
023366     END-IF.
023368
023400*-----------------------------------------------------------------
023500* PrintLoadReport - the closing number block for the morning
023600* check: what was read, what the master gained or refreshed,
024200     DISPLAY "MASTER ROWS ADDED........: " LOAD-ADDED-COUNT
024300     DISPLAY "MASTER ROWS REFRESHED....: " LOAD-REFRESHED-COUNT
024400     DISPLAY "OPEN REJECTS INDEXED.....: " LOAD-OPEN-REJ-COUNT
024410     DISPLAY "ORIGINALS MARKED REVERSED: " LOAD-MARKED-COUNT
024420     IF LOAD-NO-ORIG-COUNT > ZERO
024430         DISPLAY "REVERSALS WITH NO ORIGINAL ON MASTER: "
024440             LOAD-NO-ORIG-COUNT
024450     END-IF
024500     IF LOAD-FALLBACK-COUNT > ZERO
024600         DISPLAY "ROWS KEYED BY COUNT......: "
024700             LOAD-FALLBACK-COUNT
024800             " (NO POSITION ON ROW - PRE-CONVERSION)"
024900     END-IF.
024901
024902*-----------------------------------------------------------------
024903* WriteStepStart - the start record on the shared step log
024904* CALC.STEPLOG (DL100STL) the batch-window report reads.
024905*-----------------------------------------------------------------
024906 WriteStepStart.
024907     ACCEPT LOAD-STL-START-DATE FROM DATE YYYYMMDD
024908     ACCEPT LOAD-STL-START-TIME FROM TIME
024909     ACCEPT LOAD-STL-BUS-DATE FROM DATE YYYYMMDD
024910     PERFORM BuildStepLogRecord
024911     SET STEPLOG-START TO TRUE
024912     PERFORM WriteStepLogRecord.
024913
024914*-----------------------------------------------------------------
024915* WriteStepEnd - the end record: the start fields again, the end
024916* time, records in and out (audit rows read, and master rows
024917* added or refreshed; the business date and run-id are the last
024918* audit row's, tonight's run) and the return code the step is
024919* ending with.  A step stopped on a fatal error never gets here,
024920* and its start record standing alone is what the report shows.
024921*-----------------------------------------------------------------
024922 WriteStepEnd.
024923     MOVE LOAD-READ-COUNT TO LOAD-STL-RECS-IN
024924     ADD LOAD-ADDED-COUNT LOAD-REFRESHED-COUNT
024925         GIVING LOAD-STL-RECS-OUT
024926     PERFORM BuildStepLogRecord
024927     SET STEPLOG-END TO TRUE
024928     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
024929     ACCEPT StepLogEndTime FROM TIME
024930     MOVE RETURN-CODE TO StepLogReturnCode
024931     PERFORM WriteStepLogRecord.
024932
024933 BuildStepLogRecord.
024934     MOVE SPACES TO StepLogRecord
024935     MOVE LOAD-STL-BUS-DATE   TO StepLogBusDate
024936     MOVE LOAD-STL-RUN-ID     TO StepLogRunId
024937     MOVE "CALCLOAD"          TO StepLogStep
024938     MOVE LOAD-STL-START-DATE TO StepLogStartDate
024939     MOVE LOAD-STL-START-TIME TO StepLogStartTime
024940     MOVE ZERO                TO StepLogEndDate
024941     MOVE ZERO                TO StepLogEndTime
024942     MOVE LOAD-STL-RECS-IN    TO StepLogRecsIn
024943     MOVE LOAD-STL-RECS-OUT   TO StepLogRecsOut
024944     MOVE ZERO                TO StepLogReturnCode.
024945
024946*-----------------------------------------------------------------
024947* WriteStepLogRecord - the log opens EXTEND for just the one
024948* write.  The log is for the batch window, not the books: a log
024949* that cannot be written is reported and the step carries on.
024950*-----------------------------------------------------------------
024951 WriteStepLogRecord.
024952     OPEN EXTEND StepLogFile
024953     IF LOAD-STL-STATUS NOT = "00"
024954         DISPLAY "CALCLOAD: STEP LOG NOT AVAILABLE - STATUS "
024955             LOAD-STL-STATUS " - STEP NOT LOGGED"
024956     ELSE
024957         WRITE StepLogRecord
024958         IF LOAD-STL-STATUS NOT = "00"
024959             DISPLAY "CALCLOAD: STEP LOG WRITE FAILED "
024960                 "- STATUS " LOAD-STL-STATUS
024961         END-IF
024962         CLOSE StepLogFile
024963     END-IF.
025000 END PROGRAM CalcLoad.
