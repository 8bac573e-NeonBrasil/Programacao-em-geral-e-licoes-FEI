002500*-----------------------------------------------------------------
002600* Modification History:
002700* 07/09/2026 CAY  Initial version.
002710* 15/10/2026 CAY  A posted reversal goes to the ledger as an
002720*                 offset record (type "O") instead of a detail:
002730*                 its own record key and negated amount, plus
002740*                 the business date and record key of the
002750*                 original entry it offsets, so the ledger backs
002760*                 the original out rather than booking a fresh
002770*                 figure.  Offsets count in the trailer count,
002780*                 hash and both sides of the proof like details,
002790*                 and are counted and summed on the report.
002791* 15/10/2026 CAY  Ledger record layout moved to DL100GLX for the
002792*                 acknowledgement match.  A proved extract now
002793*                 sets the business date "S" (sent) on the
002794*                 ledger status file CALC.GLSTAT (DL100GLS) with
002795*                 its trailer count and hash, for CalcAck to
002796*                 acknowledge or break and CalcReg to show.
002806* 15/10/2026 CAY  Step log: a start record as the step begins and
002816*                 an end record as it finishes (times, records in
002826*                 and out, return code) on the shared step log
002836*                 CALC.STEPLOG (DL100STL), for the CalcWin
002846*                 batch-window report.
002856******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CalcGlx.
003100 ENVIRONMENT DIVISION.
004000     SELECT LedgerFile ASSIGN TO "GLEXT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS GLX-LEDGER-STATUS.
004210     SELECT GlStatFile ASSIGN TO "GLSTAT"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS RANDOM
004240         RECORD KEY IS GlStatDate
004250         FILE STATUS IS GLX-GLSTAT-STATUS.
004260     SELECT StepLogFile ASSIGN TO "STEPLOG"
004270         ORGANIZATION IS SEQUENTIAL
004280         FILE STATUS IS GLX-STL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ResultFile
005000     COPY DL100AUD.
005100 FD  LedgerFile
005200     RECORDING MODE IS F.
005210     COPY DL100GLX.
005220 FD  GlStatFile.
005230     COPY DL100GLS.
005240 FD  StepLogFile
005250     RECORDING MODE IS F.
005260     COPY DL100STL.
007100 WORKING-STORAGE SECTION.
007200*-----------------------------------------------------------------
007300* File status and loop switches.
007500 77  GLX-RESULT-STATUS         PIC X(02) VALUE "00".
007600 77  GLX-AUDIT-STATUS          PIC X(02) VALUE "00".
007700 77  GLX-LEDGER-STATUS         PIC X(02) VALUE "00".
007710 77  GLX-GLSTAT-STATUS         PIC X(02) VALUE "00".
007720 77  GLX-GLSTAT-FOUND-SW       PIC X(02) VALUE SPACES.
007730     88  GLX-GLSTAT-FOUND      VALUE "00".
007800 77  GLX-EOF-SW                PIC X(01) VALUE "N".
007900     88  GLX-END-OF-FILE       VALUE "Y".
008000 77  GLX-HDR-WRITTEN-SW        PIC X(01) VALUE "N".
009600 77  GLX-RES-SUM               PIC S9(9)V99 VALUE ZERO.
009700 77  GLX-AUD-POSTED            PIC 9(09) COMP VALUE ZERO.
009800 77  GLX-AUD-SUM               PIC S9(9)V99 VALUE ZERO.
009810 77  GLX-OFFSET-COUNT          PIC 9(09) COMP VALUE ZERO.
009820 77  GLX-OFFSET-SUM            PIC S9(9)V99 VALUE ZERO.
009900*-----------------------------------------------------------------
010000* Trailer fields.  The hash accumulator is wider than the
010100* trailer's ten digits so it never overflows; only the
010800 01  GLX-HASH-AMOUNT           PIC 9(7)V99 VALUE ZERO.
010900 01  GLX-HASH-VIEW REDEFINES GLX-HASH-AMOUNT
011000                               PIC 9(09).
011008*-----------------------------------------------------------------
011016* Step-log fields: when this step started, and the business date,
011024* run-id and record counts its start and end records carry.
011032*-----------------------------------------------------------------
011040 77  GLX-STL-STATUS            PIC X(02) VALUE "00".
011048 77  GLX-STL-START-DATE        PIC 9(08) VALUE ZERO.
011056 77  GLX-STL-START-TIME        PIC 9(08) VALUE ZERO.
011064 77  GLX-STL-BUS-DATE          PIC 9(08) VALUE ZERO.
011072 77  GLX-STL-RUN-ID            PIC X(08) VALUE SPACES.
011080 77  GLX-STL-RECS-IN           PIC 9(09) VALUE ZERO.
011088 77  GLX-STL-RECS-OUT          PIC 9(09) VALUE ZERO.
011100 LINKAGE SECTION.
011200*-----------------------------------------------------------------
011300* GLX-PARM-AREA - the standard batch PARM layout.  The PARM
012000 PROCEDURE DIVISION USING GLX-PARM-AREA.
012100 MAIN-PROCEDURE.
012200     PERFORM InitializeRun
012210     PERFORM WriteStepStart
012300     PERFORM OpenFiles
012400     PERFORM CountResultFile
012500     PERFORM BuildLedgerDetails
012600     PERFORM ProveBothSides
012700     PERFORM FinishLedgerFile
012710     PERFORM RecordLedgerSent
012800     PERFORM PrintExtractReport
012900     PERFORM CloseFiles
013000     IF GLX-MISMATCH
013100         MOVE 12 TO RETURN-CODE
013200     END-IF
013210     PERFORM WriteStepEnd
013300     STOP RUN.
013400
013500*-----------------------------------------------------------------
016900             "- STATUS " GLX-LEDGER-STATUS
017000         MOVE 12 TO RETURN-CODE
017100         STOP RUN
017110     END-IF
017120     OPEN I-O GlStatFile
017130     IF GLX-GLSTAT-STATUS NOT = "00"
017140         DISPLAY "CALCGLX: OPEN FAILED ON GLSTATFILE "
017150             "- STATUS " GLX-GLSTAT-STATUS
017160         MOVE 12 TO RETURN-CODE
017170         STOP RUN
017200     END-IF.
017300
017400*-----------------------------------------------------------------
017700 CloseFiles.
017800     CLOSE ResultFile
017900     CLOSE AuditFile
017910     CLOSE LedgerFile
017920     CLOSE GlStatFile.
018100
018200*-----------------------------------------------------------------
018300* CountResultFile - one side of the proof: the posted count
022500             PERFORM WriteLedgerHeader
022600         END-IF
022700         IF AUDIT-POSTED
022710             IF AUDIT-REVERSAL
022720                 PERFORM WriteLedgerOffset
022730             ELSE
022740                 PERFORM WriteLedgerDetail
022750             END-IF
022900         END-IF
023000     END-IF
023100     PERFORM ReadAuditRecord.
026100         MOVE AuditCalcResult TO GLX-HASH-AMOUNT
026200         ADD GLX-HASH-VIEW TO GLX-AMOUNT-HASH
026300     END-IF.
026304
026308*-----------------------------------------------------------------
026312* WriteLedgerOffset - one offset record per posted reversal,
026316* naming the original entry it backs out, rolled into the same
026320* count, sum and amount hash as a detail.
026324*-----------------------------------------------------------------
026328 WriteLedgerOffset.
026332     MOVE SPACES TO LedgerRecord
026336     MOVE "O" TO LedgerRecordType
026340     MOVE AuditRecPos      TO LedgerOffKey
026344     MOVE AuditCalcResult  TO LedgerOffAmount
026348     MOVE AuditLinkDate    TO LedgerOffOrigDate
026352     MOVE AuditLinkPos     TO LedgerOffOrigKey
026356     MOVE AuditSource      TO LedgerOffSource
026360     PERFORM WriteLedgerRecord
026364     ADD 1 TO GLX-AUD-POSTED
026368     ADD AuditCalcResult TO GLX-AUD-SUM
026372     ADD 1 TO GLX-OFFSET-COUNT
026376     ADD AuditCalcResult TO GLX-OFFSET-SUM
026380     IF AuditCalcResult NUMERIC
026384         MOVE AuditCalcResult TO GLX-HASH-AMOUNT
026388         ADD GLX-HASH-VIEW TO GLX-AMOUNT-HASH
026392     END-IF.
026400
026500*-----------------------------------------------------------------
026600* ProveBothSides - the result side and the audit side must
030300         MOVE GLX-AMOUNT-HASH-10 TO LedgerTrlHash
030400         PERFORM WriteLedgerRecord
030500     END-IF.
030502
030504*-----------------------------------------------------------------
030506* RecordLedgerSent - a proved file is on its way to the ledger:
030508* the business date goes to "S" on the ledger status file with
030510* the trailer figures, and any earlier acknowledgement of the
030512* date is cleared, since a rerun builds a new generation the
030514* ledger has not answered yet.  A withheld file is never sent
030516* and leaves the status as it was.
030518*-----------------------------------------------------------------
030520 RecordLedgerSent.
030522     IF NOT GLX-MISMATCH
030524         MOVE GLX-RUN-DATE TO GlStatDate
030526         READ GlStatFile
030528             INVALID KEY
030530                 CONTINUE
030532         END-READ
030534         IF GLX-GLSTAT-STATUS NOT = "00" AND "23"
030536             DISPLAY "CALCGLX: GLSTATFILE READ FAILED "
030538                 "- STATUS " GLX-GLSTAT-STATUS
030540             MOVE 12 TO RETURN-CODE
030542             STOP RUN
030544         END-IF
030546         MOVE GLX-GLSTAT-STATUS TO GLX-GLSTAT-FOUND-SW
030548         MOVE ZERO TO GlStatRecord
030550         MOVE GLX-RUN-DATE TO GlStatDate
030552         MOVE GLX-RUN-ID TO GlStatRunId
030554         SET GLSTAT-SENT TO TRUE
030556         MOVE GLX-AUD-POSTED TO GlStatSentCount
030558         MOVE GLX-AMOUNT-HASH-10 TO GlStatSentHash
030560         ACCEPT GlStatSentDate FROM DATE YYYYMMDD
030562         ACCEPT GlStatSentTime FROM TIME
030564         IF GLX-GLSTAT-FOUND
030566             REWRITE GlStatRecord
030568         ELSE
030570             WRITE GlStatRecord
030572         END-IF
030574         IF GLX-GLSTAT-STATUS NOT = "00"
030576             DISPLAY "CALCGLX: GLSTATFILE UPDATE FAILED "
030578                 "- STATUS " GLX-GLSTAT-STATUS
030580             MOVE 12 TO RETURN-CODE
030582             STOP RUN
030584         END-IF
030586     END-IF.
030600
030700*-----------------------------------------------------------------
030800* WriteLedgerRecord - one write on the interface file, checked
032800     DISPLAY "RUN ID...................: " GLX-RUN-ID
032900     DISPLAY "POSTED DETAILS WRITTEN...: " GLX-AUD-POSTED
033000     DISPLAY "POSTED AMOUNT SUM........: " GLX-AUD-SUM
033010     DISPLAY "  OF WHICH OFFSETS.......: " GLX-OFFSET-COUNT
033020     DISPLAY "  OFFSET AMOUNT SUM......: " GLX-OFFSET-SUM
033100     DISPLAY "TRAILER AMOUNT HASH......: " GLX-AMOUNT-HASH-10
033200     IF GLX-MISMATCH
033300         DISPLAY "CALCGLX: *** FILE NOT PROVED - TRAILER "
033400             "WITHHELD - DO NOT TRANSMIT ***"
033500     END-IF.
033501
033502*-----------------------------------------------------------------
033503* WriteStepStart - the start record on the shared step log
033504* CALC.STEPLOG (DL100STL) the batch-window report reads.
033505*-----------------------------------------------------------------
033506 WriteStepStart.
033507     ACCEPT GLX-STL-START-DATE FROM DATE YYYYMMDD
033508     ACCEPT GLX-STL-START-TIME FROM TIME
033509     MOVE GLX-RUN-DATE TO GLX-STL-BUS-DATE
033510     PERFORM BuildStepLogRecord
033511     SET STEPLOG-START TO TRUE
033512     PERFORM WriteStepLogRecord.
033513
033514*-----------------------------------------------------------------
033515* WriteStepEnd - the end record: the start fields again, the end
033516* time, records in and out (posted results, and the details and
033517* offsets written to the ledger file) and the return code the
033518* step is ending with.  A step stopped on a fatal error never
033519* gets here, and its start record standing alone is what the
033520* report shows.
033521*-----------------------------------------------------------------
033522 WriteStepEnd.
033523     MOVE GLX-RUN-ID TO GLX-STL-RUN-ID
033524     MOVE GLX-RES-POSTED TO GLX-STL-RECS-IN
033525     MOVE GLX-AUD-POSTED TO GLX-STL-RECS-OUT
033526     PERFORM BuildStepLogRecord
033527     SET STEPLOG-END TO TRUE
033528     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
033529     ACCEPT StepLogEndTime FROM TIME
033530     MOVE RETURN-CODE TO StepLogReturnCode
033531     PERFORM WriteStepLogRecord.
033532
033533 BuildStepLogRecord.
033534     MOVE SPACES TO StepLogRecord
033535     MOVE GLX-STL-BUS-DATE   TO StepLogBusDate
033536     MOVE GLX-STL-RUN-ID     TO StepLogRunId
033537     MOVE "CALCGLX"          TO StepLogStep
033538     MOVE GLX-STL-START-DATE TO StepLogStartDate
033539     MOVE GLX-STL-START-TIME TO StepLogStartTime
033540     MOVE ZERO               TO StepLogEndDate
033541     MOVE ZERO               TO StepLogEndTime
033542     MOVE GLX-STL-RECS-IN    TO StepLogRecsIn
033543     MOVE GLX-STL-RECS-OUT   TO StepLogRecsOut
033544     MOVE ZERO               TO StepLogReturnCode.
033545
033546*-----------------------------------------------------------------
033547* WriteStepLogRecord - the log opens EXTEND for just the one
033548* write.  The log is for the batch window, not the books: a log
033549* that cannot be written is reported and the step carries on.
033550*-----------------------------------------------------------------
033551 WriteStepLogRecord.
033552     OPEN EXTEND StepLogFile
033553     IF GLX-STL-STATUS NOT = "00"
033554         DISPLAY "CALCGLX: STEP LOG NOT AVAILABLE - STATUS "
033555             GLX-STL-STATUS " - STEP NOT LOGGED"
033556     ELSE
033557         WRITE StepLogRecord
033558         IF GLX-STL-STATUS NOT = "00"
033559             DISPLAY "CALCGLX: STEP LOG WRITE FAILED "
033560                 "- STATUS " GLX-STL-STATUS
033561         END-IF
033562         CLOSE StepLogFile
033563     END-IF.
033600 END PROGRAM CalcGlx.
