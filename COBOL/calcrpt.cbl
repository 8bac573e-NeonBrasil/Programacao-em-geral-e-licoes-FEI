002386*                 so a chain of operations on one running
002388*                 figure reads as a chain down the page instead
002390*                 of a row of unexplained operands.
002391* 15/10/2026 CAY  The subtotals-by-source block now follows the
002392*                 source master (DL100SRC, CALC.SRCMAST): one
002393*                 line per source on the master, labelled with
002394*                 its description, plus OTHER for a source not
002395*                 on the master, instead of the fixed EX/PU/BL.
002405* 15/10/2026 CAY  High-value hold queue: a result held for
002415*                 supervisor approval prints with status HELD
002425*                 and is counted apart from posted and rejected,
002435*                 with its own held count and held sum on every
002445*                 subtotal and grand-total line, so the report
002455*                 still ties to the control report.  A detail
002465*                 a supervisor released off the queue shows R
002475*                 in the REF column.
002476* 15/10/2026 CAY  Reversals (DL100TXN type "V") print in a block
002477*                 of their own after the details - own record
002478*                 key, the run date and record key of the
002479*                 original they back out, the negated result,
002480*                 posted or rejected - with a REVERSALS subtotal
002481*                 line.  They stay out of the operation-code
002482*                 subtotals but count in the source subtotals
002483*                 and the grand totals, which still tie to the
002484*                 control report.
002486* 15/10/2026 CAY  Step log: a start record as the step begins and
002488*                 an end record as it finishes (times, records in
002490*                 and out, return code) on the shared step log
002492*                 CALC.STEPLOG (DL100STL), for the CalcWin
002494*                 batch-window report.
002496******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CalcRpt.
002700 ENVIRONMENT DIVISION.
003600     SELECT PrintFile ASSIGN TO "RPTOUT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS RPT-PRINT-STATUS.
003810     SELECT SourceFile ASSIGN TO "SRCMAST"
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS SrcCode
003850         FILE STATUS IS RPT-SRCM-STATUS.
003860     SELECT StepLogFile ASSIGN TO "STEPLOG"
003870         ORGANIZATION IS SEQUENTIAL
003880         FILE STATUS IS RPT-STL-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TransactionFile
004700 FD  PrintFile
004800     RECORDING MODE IS F.
004900 01  PrintRecord               PIC X(132).
004910 FD  SourceFile.
004920     COPY DL100SRC.
004930 FD  StepLogFile
004940     RECORDING MODE IS F.
004950     COPY DL100STL.
005000 WORKING-STORAGE SECTION.
005100*-----------------------------------------------------------------
005200* File status and loop switches.
005400 77  RPT-TRANS-STATUS          PIC X(02) VALUE "00".
005500 77  RPT-RESULT-STATUS         PIC X(02) VALUE "00".
005600 77  RPT-PRINT-STATUS          PIC X(02) VALUE "00".
005610 77  RPT-SRCM-STATUS           PIC X(02) VALUE "00".
005620 77  RPT-SRC-EOF-SW            PIC X(01) VALUE "N".
005630     88  RPT-SRC-EOF           VALUE "Y".
005700 77  RPT-TRANS-EOF-SW          PIC X(01) VALUE "N".
005800     88  RPT-TRANS-EOF         VALUE "Y".
005900 77  RPT-RESULT-EOF-SW         PIC X(01) VALUE "N".
009100         10  RPT-O-POSTED      PIC 9(09) COMP.
009200         10  RPT-O-REJECTED    PIC 9(09) COMP.
009300         10  RPT-O-SUM         PIC S9(11)V99.
009303         10  RPT-O-HELD        PIC 9(09) COMP.
009306         10  RPT-O-HELD-SUM    PIC S9(11)V99.
009310*-----------------------------------------------------------------
009318* Source-system subtotal table - one entry per source on the
009326* source master in key order, plus the OTHER bucket in the last
009334* entry, the same split the rest of the family makes, loaded by
009342* LoadSourceTable.
009350*-----------------------------------------------------------------
009352 77  RPT-SRC-MAX               PIC 9(02) COMP VALUE 9.
009354 77  RPT-SRC-LOADED            PIC 9(02) COMP VALUE ZERO.
009356 77  RPT-SRC-OTHER             PIC 9(02) COMP VALUE 10.
009360 01  RPT-SRC-TABLE.
009370     05  RPT-SRC-ENTRY OCCURS 10 TIMES
009380                 INDEXED BY RPT-SRC-IDX.
009390         10  RPT-R-CODE        PIC X(02).
009400         10  RPT-R-LABEL       PIC X(10).
009410         10  RPT-R-POSTED      PIC 9(09) COMP.
009420         10  RPT-R-REJECTED    PIC 9(09) COMP.
009430         10  RPT-R-SUM         PIC S9(11)V99.
009433         10  RPT-R-HELD        PIC 9(09) COMP.
009436         10  RPT-R-HELD-SUM    PIC S9(11)V99.
009440*-----------------------------------------------------------------
009500* Grand totals, the block that ties to the control report.
009600*-----------------------------------------------------------------
009800 77  RPT-G-POSTED              PIC 9(09) COMP VALUE ZERO.
009900 77  RPT-G-REJECTED            PIC 9(09) COMP VALUE ZERO.
010000 77  RPT-G-SUM                 PIC S9(11)V99 VALUE ZERO.
010010 77  RPT-G-HELD                PIC 9(09) COMP VALUE ZERO.
010020 77  RPT-G-HELD-SUM            PIC S9(11)V99 VALUE ZERO.
010030*-----------------------------------------------------------------
010040* Reversal totals, for the reversal block's subtotal line.
010050*-----------------------------------------------------------------
010060 77  RPT-V-RECORDS             PIC 9(09) COMP VALUE ZERO.
010070 77  RPT-V-POSTED              PIC 9(09) COMP VALUE ZERO.
010080 77  RPT-V-REJECTED            PIC 9(09) COMP VALUE ZERO.
010090 77  RPT-V-SUM                 PIC S9(11)V99 VALUE ZERO.
010100*-----------------------------------------------------------------
010200* Print lines.
010300*-----------------------------------------------------------------
014200     05  RPT-S-REJECTED        PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER                PIC X(06) VALUE "  SUM ".
014400     05  RPT-S-SUM             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014410     05  FILLER                PIC X(07) VALUE "  HELD ".
014420     05  RPT-S-HELD            PIC ZZZ,ZZZ,ZZ9.
014430     05  FILLER                PIC X(11) VALUE "  HELD SUM ".
014440     05  RPT-S-HELD-SUM        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014450     05  FILLER                PIC X(06) VALUE SPACES.
014520 01  RPT-TOTAL-LINE.
014530     05  FILLER                PIC X(01) VALUE SPACES.
014540     05  RPT-TL-LABEL          PIC X(20).
014550     05  RPT-TL-COUNT          PIC ZZZ,ZZZ,ZZ9.
014560     05  FILLER                PIC X(100) VALUE SPACES.
014562 01  RPT-REVERSAL-LINE.
014564     05  FILLER                PIC X(01) VALUE SPACES.
014566     05  RPT-V-KEY             PIC 9(09).
014568     05  FILLER                PIC X(04) VALUE SPACES.
014570     05  FILLER                PIC X(09) VALUE "REVERSES ".
014572     05  RPT-V-ORIG-DATE       PIC 9(08).
014574     05  FILLER                PIC X(01) VALUE "/".
014576     05  RPT-V-ORIG-KEY        PIC 9(09).
014578     05  FILLER                PIC X(09) VALUE SPACES.
014580     05  RPT-V-RESULT          PIC ZZ,ZZZ,ZZ9.99-.
014582     05  FILLER                PIC X(03) VALUE SPACES.
014584     05  RPT-V-STATUS          PIC X(08).
014586     05  FILLER                PIC X(02) VALUE SPACES.
014588     05  RPT-V-SOURCE          PIC X(02).
014590     05  FILLER                PIC X(53) VALUE SPACES.
014600 01  RPT-TEXT-LINE.
014700     05  FILLER                PIC X(01) VALUE SPACES.
014800     05  RPT-T-TEXT            PIC X(75).
014900     05  FILLER                PIC X(56) VALUE SPACES.
014908*-----------------------------------------------------------------
014916* Step-log fields: when this step started, and the business date,
014924* run-id and record counts its start and end records carry.
014932*-----------------------------------------------------------------
014940 77  RPT-STL-STATUS            PIC X(02) VALUE "00".
014948 77  RPT-STL-START-DATE        PIC 9(08) VALUE ZERO.
014956 77  RPT-STL-START-TIME        PIC 9(08) VALUE ZERO.
014964 77  RPT-STL-BUS-DATE          PIC 9(08) VALUE ZERO.
014972 77  RPT-STL-RUN-ID            PIC X(08) VALUE SPACES.
014980 77  RPT-STL-RECS-IN           PIC 9(09) VALUE ZERO.
014988 77  RPT-STL-RECS-OUT          PIC 9(09) VALUE ZERO.
015000 LINKAGE SECTION.
015100*-----------------------------------------------------------------
015200* RPT-PARM-AREA - the standard batch PARM layout.  The PARM
016000 PROCEDURE DIVISION USING RPT-PARM-AREA.
016100 MAIN-PROCEDURE.
016200     PERFORM InitializeRun
016210     PERFORM WriteStepStart
016300     PERFORM OpenFiles
016400     PERFORM ReadDetailRecord
016500     PERFORM ReadResultRecord
016700     PERFORM PrintOneDetail
016800         UNTIL RPT-TRANS-EOF OR RPT-RESULT-EOF
016900     PERFORM CheckMismatch
016910     PERFORM PrintReversals
017000     PERFORM PrintSubtotals
017050     PERFORM PrintSourceSubtotals
017100     PERFORM PrintGrandTotals
017300     IF RPT-MISMATCH
017400         MOVE 8 TO RETURN-CODE
017500     END-IF
017510     PERFORM WriteStepEnd
017600     STOP RUN.
017700
017800*-----------------------------------------------------------------
017900* InitializeRun - stamps the fallback run date, notes a PARM
018000* date when one was given, and loads the operation-code and
018100* source subtotal tables.
018200*-----------------------------------------------------------------
018300 InitializeRun.
018400     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD
020400     SET RPT-OP-IDX TO 5
020500     MOVE "?"          TO RPT-O-CODE (RPT-OP-IDX)
020600     MOVE "OTHER"      TO RPT-O-LABEL (RPT-OP-IDX)
020602     PERFORM ClearOneOpEntry
020604     PERFORM LoadSourceTable.
020606
020608*-----------------------------------------------------------------
020610* LoadSourceTable - one subtotal entry per source on the source
020612* master, in key order and labelled with its description, plus
020614* the OTHER bucket in the last entry.  A master that cannot be
020616* read stops the report rather than print a split it cannot
020618* make.
020620*-----------------------------------------------------------------
020622 LoadSourceTable.
020624     PERFORM ClearOneSrcEntry
020626         VARYING RPT-SRC-IDX FROM 1 BY 1
020628         UNTIL RPT-SRC-IDX > RPT-SRC-OTHER
020630     SET RPT-SRC-IDX TO RPT-SRC-OTHER
020632     MOVE "??"         TO RPT-R-CODE (RPT-SRC-IDX)
020634     MOVE "OTHER"      TO RPT-R-LABEL (RPT-SRC-IDX)
020636     OPEN INPUT SourceFile
020638     IF RPT-SRCM-STATUS NOT = "00"
020640         DISPLAY "CALCRPT: OPEN FAILED ON SOURCEFILE "
020642             "- STATUS " RPT-SRCM-STATUS
020644         MOVE 12 TO RETURN-CODE
020646         STOP RUN
020648     END-IF
020650     MOVE LOW-VALUES TO SrcCode
020652     START SourceFile KEY >= SrcCode
020654         INVALID KEY
020656             SET RPT-SRC-EOF TO TRUE
020658     END-START
020660     IF NOT RPT-SRC-EOF
020662         PERFORM ReadNextSource
020664     END-IF
020666     PERFORM StoreOneSource UNTIL RPT-SRC-EOF
020668     CLOSE SourceFile.
020670
020672 ReadNextSource.
020674     READ SourceFile NEXT
020676         AT END
020678             SET RPT-SRC-EOF TO TRUE
020680     END-READ.
020682
020684 StoreOneSource.
020686     IF RPT-SRC-LOADED >= RPT-SRC-MAX
020688         DISPLAY "CALCRPT: SOURCE MASTER HOLDS MORE THAN "
020690             RPT-SRC-MAX " SOURCES - RUN STOPPED"
020692         MOVE 12 TO RETURN-CODE
020694         STOP RUN
020696     END-IF
020698     ADD 1 TO RPT-SRC-LOADED
020700     SET RPT-SRC-IDX TO RPT-SRC-LOADED
020702     MOVE SrcCode      TO RPT-R-CODE (RPT-SRC-IDX)
020704     MOVE SrcDesc      TO RPT-R-LABEL (RPT-SRC-IDX)
020706     PERFORM ReadNextSource.
020742
020744 ClearOneSrcEntry.
020745     MOVE SPACES TO RPT-R-CODE (RPT-SRC-IDX)
020746     MOVE SPACES TO RPT-R-LABEL (RPT-SRC-IDX)
020747     MOVE ZERO TO RPT-R-POSTED (RPT-SRC-IDX)
020748     MOVE ZERO TO RPT-R-REJECTED (RPT-SRC-IDX)
020758     MOVE ZERO TO RPT-R-SUM (RPT-SRC-IDX)
020768     MOVE ZERO TO RPT-R-HELD (RPT-SRC-IDX)
020778     MOVE ZERO TO RPT-R-HELD-SUM (RPT-SRC-IDX).
020800
020900*-----------------------------------------------------------------
021000* ClearOneOpEntry - zeroes the counters of the subtotal entry
021300 ClearOneOpEntry.
021400     MOVE ZERO TO RPT-O-POSTED (RPT-OP-IDX)
021500     MOVE ZERO TO RPT-O-REJECTED (RPT-OP-IDX)
021510     MOVE ZERO TO RPT-O-SUM (RPT-OP-IDX)
021520     MOVE ZERO TO RPT-O-HELD (RPT-OP-IDX)
021530     MOVE ZERO TO RPT-O-HELD-SUM (RPT-OP-IDX).
021700
021800*-----------------------------------------------------------------
021900* OpenFiles - opens every file this run touches and stops the
022000* run immediately if any OPEN fails.
022100*-----------------------------------------------------------------
022200 OpenFiles.
022206     PERFORM OpenInputFiles
022212     OPEN OUTPUT PrintFile
022218     IF RPT-PRINT-STATUS NOT = "00"
022224         DISPLAY "CALCRPT: OPEN FAILED ON PRINTFILE "
022230             "- STATUS " RPT-PRINT-STATUS
022236         MOVE 12 TO RETURN-CODE
022242         STOP RUN
022248     END-IF.
022254
022260*-----------------------------------------------------------------
022266* OpenInputFiles - the detail and result files, opened at the
022272* start and again for the reversal block's second pass.
022278*-----------------------------------------------------------------
022284 OpenInputFiles.
022300     OPEN INPUT TransactionFile
022400     IF RPT-TRANS-STATUS NOT = "00"
022500         DISPLAY "CALCRPT: OPEN FAILED ON TRANSACTIONFILE "
023300             "- STATUS " RPT-RESULT-STATUS
023400         MOVE 12 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
024400
024500*-----------------------------------------------------------------
024600* CloseFiles - closes every file this run opened.
027000             SET RPT-TRANS-EOF TO TRUE
027100         NOT AT END
027200             EVALUATE TRUE
027300                 WHEN TXN-DETAIL OR TXN-REVERSAL
027400                     SET RPT-DETAIL-FOUND TO TRUE
027500                 WHEN TXN-HEADER
027600                     MOVE HeaderBusinessDate TO RPT-BUS-DATE
030700*-----------------------------------------------------------------
030800* PrintOneDetail - one report line for the current detail and
030900* its matching result row, rolled into the subtotal for its
030910* operation code, then advances both files together.  A
030920* reversal is only tallied here; it prints in the reversal
030930* block.
031100*-----------------------------------------------------------------
031200 PrintOneDetail.
031300     ADD 1 TO RPT-G-RECORDS
031310     IF TXN-REVERSAL
031320         PERFORM TallyOneReversal
031330     ELSE
031340         PERFORM PrintOneCalculation
031350     END-IF
031360     PERFORM ReadDetailRecord
031370     PERFORM ReadResultRecord.
031380
031390 PrintOneCalculation.
031400     PERFORM FindOpEntry
031450     PERFORM FindSrcEntry
031500     MOVE ResultRecordKey TO RPT-D-KEY
031800     MOVE OperationCode   TO RPT-D-OP
031900     MOVE CalcResult      TO RPT-D-RESULT
031950     MOVE TransactionSource TO RPT-D-SOURCE
031960     EVALUATE TRUE
031970         WHEN TXN-REF-PRIOR
031980             MOVE "P" TO RPT-D-REF
031990         WHEN TXN-RELEASED
032000             MOVE "R" TO RPT-D-REF
032010         WHEN OTHER
032020             MOVE SPACE TO RPT-D-REF
032030     END-EVALUATE
032040     EVALUATE TRUE
032050         WHEN RESULT-POSTED
032060             MOVE "POSTED"   TO RPT-D-STATUS
032070             ADD 1 TO RPT-G-POSTED
032080             ADD 1 TO RPT-O-POSTED (RPT-OP-IDX)
032090             ADD 1 TO RPT-R-POSTED (RPT-SRC-IDX)
032100             ADD CalcResult TO RPT-G-SUM
032110             ADD CalcResult TO RPT-O-SUM (RPT-OP-IDX)
032120             ADD CalcResult TO RPT-R-SUM (RPT-SRC-IDX)
032130         WHEN RESULT-HELD
032140             MOVE "HELD"     TO RPT-D-STATUS
032150             ADD 1 TO RPT-G-HELD
032160             ADD 1 TO RPT-O-HELD (RPT-OP-IDX)
032170             ADD 1 TO RPT-R-HELD (RPT-SRC-IDX)
032180             ADD CalcResult TO RPT-G-HELD-SUM
032190             ADD CalcResult TO RPT-O-HELD-SUM (RPT-OP-IDX)
032200             ADD CalcResult TO RPT-R-HELD-SUM (RPT-SRC-IDX)
032210         WHEN OTHER
032220             MOVE "REJECTED" TO RPT-D-STATUS
032230             ADD 1 TO RPT-G-REJECTED
032240             ADD 1 TO RPT-O-REJECTED (RPT-OP-IDX)
032250             ADD 1 TO RPT-R-REJECTED (RPT-SRC-IDX)
032260     END-EVALUATE
033100     MOVE RPT-DETAIL-LINE TO PrintRecord
033110     PERFORM WriteReportLine.
033120
033130*-----------------------------------------------------------------
033140* TallyOneReversal - a reversal into the source subtotals, the
033150* grand totals and the reversal totals.  A reversal is posted
033160* or rejected, never held.
033170*-----------------------------------------------------------------
033180 TallyOneReversal.
033190     PERFORM FindSrcEntry
033200     ADD 1 TO RPT-V-RECORDS
033210     IF RESULT-POSTED
033220         ADD 1 TO RPT-G-POSTED
033230         ADD 1 TO RPT-R-POSTED (RPT-SRC-IDX)
033240         ADD 1 TO RPT-V-POSTED
033250         ADD CalcResult TO RPT-G-SUM
033260         ADD CalcResult TO RPT-R-SUM (RPT-SRC-IDX)
033270         ADD CalcResult TO RPT-V-SUM
033280     ELSE
033290         ADD 1 TO RPT-G-REJECTED
033300         ADD 1 TO RPT-R-REJECTED (RPT-SRC-IDX)
033310         ADD 1 TO RPT-V-REJECTED
033320     END-IF.
033500
033600*-----------------------------------------------------------------
033700* FindOpEntry - sets RPT-OP-IDX to the subtotal entry for the
035310
035320*-----------------------------------------------------------------
035330* FindSrcEntry - sets RPT-SRC-IDX to the subtotal entry for the
035340* current TransactionSource, the OTHER bucket when it is not on
035350* the source master.
035360*-----------------------------------------------------------------
035370 FindSrcEntry.
035380     SET RPT-SRC-IDX TO 1
035382     SEARCH RPT-SRC-ENTRY
035384         AT END
035386             SET RPT-SRC-IDX TO RPT-SRC-OTHER
035388         WHEN RPT-SRC-IDX > RPT-SRC-LOADED
035390             SET RPT-SRC-IDX TO RPT-SRC-OTHER
035392         WHEN RPT-R-CODE (RPT-SRC-IDX) = TransactionSource
035394             CONTINUE
035398     END-SEARCH.
035400
035500*-----------------------------------------------------------------
035600* WriteReportLine - writes PrintRecord, breaking to a fresh
041000         PERFORM WriteReportLine
041100     END-IF.
041200
041201*-----------------------------------------------------------------
041202* PrintReversals - the reversal block: when the run had any,
041203* both files are read again from the top and each reversal
041204* printed with the original it backs out, then the block's
041205* subtotal line.
041206*-----------------------------------------------------------------
041207 PrintReversals.
041208     MOVE SPACES TO PrintRecord
041209     PERFORM WriteReportLine
041210     MOVE "REVERSALS (ORIGINAL RUN DATE/RECORD KEY)" TO RPT-T-TEXT
041211     MOVE RPT-TEXT-LINE TO PrintRecord
041212     PERFORM WriteReportLine
041213     IF RPT-V-RECORDS = ZERO
041214         MOVE "NO REVERSALS THIS RUN" TO RPT-T-TEXT
041215         MOVE RPT-TEXT-LINE TO PrintRecord
041216         PERFORM WriteReportLine
041217     ELSE
041218         CLOSE TransactionFile
041219         CLOSE ResultFile
041220         PERFORM OpenInputFiles
041221         MOVE "N" TO RPT-TRANS-EOF-SW
041222         MOVE "N" TO RPT-RESULT-EOF-SW
041223         PERFORM ReadDetailRecord
041224         PERFORM ReadResultRecord
041225         PERFORM PrintOneReversal
041226             UNTIL RPT-TRANS-EOF OR RPT-RESULT-EOF
041227     END-IF
041228     MOVE "REVERSALS "          TO RPT-S-LABEL
041229     MOVE RPT-V-POSTED          TO RPT-S-POSTED
041230     MOVE RPT-V-REJECTED        TO RPT-S-REJECTED
041231     MOVE RPT-V-SUM             TO RPT-S-SUM
041232     MOVE ZERO                  TO RPT-S-HELD
041233     MOVE ZERO                  TO RPT-S-HELD-SUM
041234     MOVE RPT-SUBTOTAL-LINE     TO PrintRecord
041235     PERFORM WriteReportLine.
041236
041237 PrintOneReversal.
041238     IF TXN-REVERSAL
041239         MOVE ResultRecordKey   TO RPT-V-KEY
041240         MOVE ReversalRunDate   TO RPT-V-ORIG-DATE
041241         MOVE ReversalRecPos    TO RPT-V-ORIG-KEY
041242         MOVE CalcResult        TO RPT-V-RESULT
041243         MOVE TransactionSource TO RPT-V-SOURCE
041244         IF RESULT-POSTED
041245             MOVE "POSTED"   TO RPT-V-STATUS
041246         ELSE
041247             MOVE "REJECTED" TO RPT-V-STATUS
041248         END-IF
041249         MOVE RPT-REVERSAL-LINE TO PrintRecord
041250         PERFORM WriteReportLine
041251     END-IF
041252     PERFORM ReadDetailRecord
041253     PERFORM ReadResultRecord.
041254
041300*-----------------------------------------------------------------
041400* PrintSubtotals - one line per operation code, the OTHER
041500* bucket only when it saw anything.
043200     IF RPT-LINE-NO < 5
043300         OR RPT-O-POSTED (RPT-OP-IDX) > ZERO
043400         OR RPT-O-REJECTED (RPT-OP-IDX) > ZERO
043410         OR RPT-O-HELD (RPT-OP-IDX) > ZERO
043500         MOVE RPT-O-LABEL (RPT-OP-IDX)    TO RPT-S-LABEL
043600         MOVE RPT-O-POSTED (RPT-OP-IDX)   TO RPT-S-POSTED
043700         MOVE RPT-O-REJECTED (RPT-OP-IDX) TO RPT-S-REJECTED
043800         MOVE RPT-O-SUM (RPT-OP-IDX)      TO RPT-S-SUM
043810         MOVE RPT-O-HELD (RPT-OP-IDX)     TO RPT-S-HELD
043820         MOVE RPT-O-HELD-SUM (RPT-OP-IDX) TO RPT-S-HELD-SUM
043900         MOVE RPT-SUBTOTAL-LINE TO PrintRecord
044000         PERFORM WriteReportLine
044100     END-IF.
044122     PERFORM WriteReportLine
044124     PERFORM PrintOneSourceSubtotal
044126         VARYING RPT-SRC-IDX FROM 1 BY 1
044128         UNTIL RPT-SRC-IDX > RPT-SRC-OTHER.
044130
044132*-----------------------------------------------------------------
044133* PrintOneSourceSubtotal - the subtotal line for one source;
044134* unused entries past the master's sources never see anything.
044136*-----------------------------------------------------------------
044138 PrintOneSourceSubtotal.
044140     SET RPT-LINE-NO TO RPT-SRC-IDX
044142     IF RPT-LINE-NO NOT > RPT-SRC-LOADED
044144         OR RPT-R-POSTED (RPT-SRC-IDX) > ZERO
044146         OR RPT-R-REJECTED (RPT-SRC-IDX) > ZERO
044147         OR RPT-R-HELD (RPT-SRC-IDX) > ZERO
044148         MOVE RPT-R-LABEL (RPT-SRC-IDX)    TO RPT-S-LABEL
044150         MOVE RPT-R-POSTED (RPT-SRC-IDX)   TO RPT-S-POSTED
044152         MOVE RPT-R-REJECTED (RPT-SRC-IDX) TO RPT-S-REJECTED
044154         MOVE RPT-R-SUM (RPT-SRC-IDX)      TO RPT-S-SUM
044155         MOVE RPT-R-HELD (RPT-SRC-IDX)     TO RPT-S-HELD
044156         MOVE RPT-R-HELD-SUM (RPT-SRC-IDX) TO RPT-S-HELD-SUM
044157         MOVE RPT-SUBTOTAL-LINE TO PrintRecord
044158         PERFORM WriteReportLine
044160     END-IF.
044200
044300*-----------------------------------------------------------------
044400* PrintGrandTotals - the closing block that ties to the control
044500* report: records printed = records processed, rejected =
044510* records rejected, sum = sum of CalcResult, held and held
044520* sum = the records and amount held for approval.
044700*-----------------------------------------------------------------
044800 PrintGrandTotals.
044900     MOVE SPACES TO PrintRecord
045500     MOVE RPT-G-POSTED          TO RPT-S-POSTED
045600     MOVE RPT-G-REJECTED        TO RPT-S-REJECTED
045700     MOVE RPT-G-SUM             TO RPT-S-SUM
045710     MOVE RPT-G-HELD            TO RPT-S-HELD
045720     MOVE RPT-G-HELD-SUM        TO RPT-S-HELD-SUM
045800     MOVE RPT-SUBTOTAL-LINE     TO PrintRecord
045900     PERFORM WriteReportLine.
045901
045902*-----------------------------------------------------------------
045903* WriteStepStart - the start record on the shared step log
045904* CALC.STEPLOG (DL100STL) the batch-window report reads.
045905*-----------------------------------------------------------------
045906 WriteStepStart.
045907     ACCEPT RPT-STL-START-DATE FROM DATE YYYYMMDD
045908     ACCEPT RPT-STL-START-TIME FROM TIME
045909     MOVE RPT-RUN-DATE TO RPT-STL-BUS-DATE
045910     PERFORM BuildStepLogRecord
045911     SET STEPLOG-START TO TRUE
045912     PERFORM WriteStepLogRecord.
045913
045914*-----------------------------------------------------------------
045915* WriteStepEnd - the end record: the start fields again, the end
045916* time, records in and out (details read, and the ones reported;
045917* the business date is the report date as resolved off the file
045918* header) and the return code the step is ending with.  A step
045919* stopped on a fatal error never gets here, and its start record
045920* standing alone is what the report shows.
045921*-----------------------------------------------------------------
045922 WriteStepEnd.
045923     MOVE RPT-RUN-DATE TO RPT-STL-BUS-DATE
045924     MOVE RPT-G-RECORDS TO RPT-STL-RECS-IN
045925     MOVE RPT-G-RECORDS TO RPT-STL-RECS-OUT
045926     PERFORM BuildStepLogRecord
045927     SET STEPLOG-END TO TRUE
045928     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
045929     ACCEPT StepLogEndTime FROM TIME
045930     MOVE RETURN-CODE TO StepLogReturnCode
045931     PERFORM WriteStepLogRecord.
045932
045933 BuildStepLogRecord.
045934     MOVE SPACES TO StepLogRecord
045935     MOVE RPT-STL-BUS-DATE   TO StepLogBusDate
045936     MOVE RPT-STL-RUN-ID     TO StepLogRunId
045937     MOVE "CALCRPT"          TO StepLogStep
045938     MOVE RPT-STL-START-DATE TO StepLogStartDate
045939     MOVE RPT-STL-START-TIME TO StepLogStartTime
045940     MOVE ZERO               TO StepLogEndDate
045941     MOVE ZERO               TO StepLogEndTime
045942     MOVE RPT-STL-RECS-IN    TO StepLogRecsIn
045943     MOVE RPT-STL-RECS-OUT   TO StepLogRecsOut
045944     MOVE ZERO               TO StepLogReturnCode.
045945
045946*-----------------------------------------------------------------
045947* WriteStepLogRecord - the log opens EXTEND for just the one
045948* write.  The log is for the batch window, not the books: a log
045949* that cannot be written is reported and the step carries on.
045950*-----------------------------------------------------------------
045951 WriteStepLogRecord.
045952     OPEN EXTEND StepLogFile
045953     IF RPT-STL-STATUS NOT = "00"
045954         DISPLAY "CALCRPT: STEP LOG NOT AVAILABLE - STATUS "
045955             RPT-STL-STATUS " - STEP NOT LOGGED"
045956     ELSE
045957         WRITE StepLogRecord
045958         IF RPT-STL-STATUS NOT = "00"
045959             DISPLAY "CALCRPT: STEP LOG WRITE FAILED "
045960                 "- STATUS " RPT-STL-STATUS
045961         END-IF
045962         CLOSE StepLogFile
045963     END-IF.
046000 END PROGRAM CalcRpt.
