002006*                 so when one feed is short or dirty the
002007*                 balancing report names the upstream instead of
002008*                 one anonymous total being off.
002015* 15/10/2026 CAY  The per-source table is now loaded from the
002022*                 source master (DL100SRC, CALC.SRCMAST) instead
002029*                 of the fixed EX/PU/BL, ten entries to match
002036*                 the summary's widened source area, and each
002043*                 source is proved against the summary entry
002050*                 carrying its code rather than the entry in
002057*                 the same position, so a master change
002064*                 between the posting and the balancing is
002071*                 named instead of misread; a summary source
002078*                 this step does not know is a break too.
002080* 15/10/2026 CAY  High-value hold queue: held rows (status "H")
002082*                 are counted apart from posted and rejected in
002084*                 ResultFile and the day's AuditFile rows, in
002086*                 total and by source, and the held count and
002088*                 re-added held CalcResult amount tie to the
002090*                 summary's new SummaryHeldCount/SummaryHeldSum,
002092*                 so records = posted + rejected + held and the
002094*                 day still balances while items await approval.
002095* 15/10/2026 CAY  Reversal details (DL100TXN type "V") count as
002096*                 TransactionFile details, since each gets its
002097*                 own result and audit row.
002107* 15/10/2026 CAY  Step log: a start record as the step begins and
002117*                 an end record as it finishes (times, records in
002127*                 and out, return code) on the shared step log
002137*                 CALC.STEPLOG (DL100STL), for the CalcWin
002147*                 batch-window report, with the summary's run-id.
002157******************************************************************
002167 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CalcBal.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003500     SELECT SummaryFile ASSIGN TO "CALCSUMM"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS BAL-SUMM-STATUS.
003710     SELECT SourceFile ASSIGN TO "SRCMAST"
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS DYNAMIC
003740         RECORD KEY IS SrcCode
003750         FILE STATUS IS BAL-SRCM-STATUS.
003760     SELECT StepLogFile ASSIGN TO "STEPLOG"
003770         ORGANIZATION IS SEQUENTIAL
003780         FILE STATUS IS BAL-STL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  TransactionFile
004900 FD  SummaryFile
005000     RECORDING MODE IS F.
005100     COPY DL100SUM.
005110 FD  SourceFile.
005120     COPY DL100SRC.
005130 FD  StepLogFile
005140     RECORDING MODE IS F.
005150     COPY DL100STL.
005200 WORKING-STORAGE SECTION.
005300*-----------------------------------------------------------------
005400* File status and loop switches.
005700 77  BAL-RESULT-STATUS         PIC X(02) VALUE "00".
005800 77  BAL-AUDIT-STATUS          PIC X(02) VALUE "00".
005900 77  BAL-SUMM-STATUS           PIC X(02) VALUE "00".
005910 77  BAL-SRCM-STATUS           PIC X(02) VALUE "00".
006000 77  BAL-EOF-SW                PIC X(01) VALUE "N".
006100     88  BAL-END-OF-FILE       VALUE "Y".
006200 77  BAL-RUN-DATE              PIC 9(08) VALUE ZERO.
007100 77  BAL-RESULT-POSTED         PIC 9(09) COMP VALUE ZERO.
007200 77  BAL-RESULT-REJECTED       PIC 9(09) COMP VALUE ZERO.
007300 77  BAL-RESULT-SUM            PIC S9(9)V99 VALUE ZERO.
007310 77  BAL-RESULT-HELD           PIC 9(09) COMP VALUE ZERO.
007320 77  BAL-RESULT-HELD-SUM       PIC S9(9)V99 VALUE ZERO.
007400 77  BAL-AUDIT-COUNT           PIC 9(09) COMP VALUE ZERO.
007500 77  BAL-AUDIT-POSTED          PIC 9(09) COMP VALUE ZERO.
007600 77  BAL-AUDIT-REJECTED        PIC 9(09) COMP VALUE ZERO.
007610 77  BAL-AUDIT-HELD            PIC 9(09) COMP VALUE ZERO.
007700 77  BAL-SUMM-FOUND-SW         PIC X(01) VALUE "N".
007800     88  BAL-SUMM-FOUND        VALUE "Y".
007801*-----------------------------------------------------------------
007802* Per-source counters, one entry per source on the source
007803* master in key order plus the OTHER bucket in the last entry,
007804* the way Calculadora lays out SummarySourceArea, each rebuilt
007805* independently from TransactionFile, ResultFile and the day's
007806* AuditFile rows.  BAL-WORK-SOURCE is the code of the record in
007807* hand for FindSourceEntry.
007808*-----------------------------------------------------------------
007809 77  BAL-SRC-EOF-SW            PIC X(01) VALUE "N".
007810     88  BAL-SRC-EOF           VALUE "Y".
007811 77  BAL-SRC-MAX               PIC 9(02) COMP VALUE 9.
007812 77  BAL-SRC-LOADED            PIC 9(02) COMP VALUE ZERO.
007813 77  BAL-SRC-OTHER             PIC 9(02) COMP VALUE 10.
007814 77  BAL-SM-FOUND-SW           PIC X(01) VALUE "N".
007815     88  BAL-SM-FOUND          VALUE "Y".
007816 77  BAL-WORK-SOURCE           PIC X(02) VALUE SPACES.
007817 01  BAL-SRC-TABLE.
007818     05  BAL-SRC-ENTRY OCCURS 10 TIMES
007819                 INDEXED BY BAL-SRC-IDX.
007820         10  BAL-S-CODE        PIC X(02).
007821         10  BAL-S-TRANS       PIC 9(09) COMP.
007822         10  BAL-S-RES-COUNT   PIC 9(09) COMP.
007823         10  BAL-S-RES-REJ     PIC 9(09) COMP.
007824         10  BAL-S-RES-SUM     PIC S9(9)V99.
007825         10  BAL-S-AUD-COUNT   PIC 9(09) COMP.
007826         10  BAL-S-AUD-REJ     PIC 9(09) COMP.
007827         10  BAL-S-RES-HELD    PIC 9(09) COMP.
007828         10  BAL-S-AUD-HELD    PIC 9(09) COMP.
007829*-----------------------------------------------------------------
007830* Working-storage copy of the SummaryRecord fields, captured
007831* while SummaryFile is still open - the FD record area is gone
007832* once the file is CLOSEd.
007833*-----------------------------------------------------------------
007834 01  BAL-SUMM-FIELDS.
007835     05  BAL-SUMM-RUN-DATE     PIC 9(08) VALUE ZERO.
007840     05  BAL-SUMM-REC-COUNT    PIC 9(09) VALUE ZERO.
007845     05  BAL-SUMM-REJ-COUNT    PIC 9(09) VALUE ZERO.
007850     05  BAL-SUMM-SUM          PIC S9(9)V99 VALUE ZERO.
007851     05  BAL-SUMM-HELD-COUNT   PIC 9(09) VALUE ZERO.
007852     05  BAL-SUMM-HELD-SUM     PIC S9(9)V99 VALUE ZERO.
007853 01  BAL-SUMM-SRC-AREA.
007854     05  BAL-SUMM-SRC-ENTRY OCCURS 10 TIMES
007855                 INDEXED BY BAL-SUMM-SRC-IDX.
007856         10  BAL-SM-CODE       PIC X(02).
007857         10  BAL-SM-COUNT      PIC 9(09).
007858         10  BAL-SM-REJ        PIC 9(09).
007859         10  BAL-SM-SUM        PIC S9(9)V99.
007860*-----------------------------------------------------------------
007861* Step-log fields: when this step started, and the business date,
007862* run-id and record counts its start and end records carry.
007863*-----------------------------------------------------------------
007864 77  BAL-STL-STATUS            PIC X(02) VALUE "00".
007865 77  BAL-STL-START-DATE        PIC 9(08) VALUE ZERO.
007866 77  BAL-STL-START-TIME        PIC 9(08) VALUE ZERO.
007867 77  BAL-STL-BUS-DATE          PIC 9(08) VALUE ZERO.
007868 77  BAL-STL-RUN-ID            PIC X(08) VALUE SPACES.
007869 77  BAL-STL-RECS-IN           PIC 9(09) VALUE ZERO.
007870 77  BAL-STL-RECS-OUT          PIC 9(09) VALUE ZERO.
007871 LINKAGE SECTION.
007872*-----------------------------------------------------------------
007873* BAL-PARM-AREA - the standard batch PARM layout.  The PARM
007874* text is the processing (business) date (PARM='yyyymmdd');
007875* zero length balances under the system date.
007880*-----------------------------------------------------------------
007885 01  BAL-PARM-AREA.
007900 PROCEDURE DIVISION USING BAL-PARM-AREA.
008000 MAIN-PROCEDURE.
008100     PERFORM InitializeRun
008110     PERFORM WriteStepStart
008200     PERFORM CountTransactions
008300     PERFORM CountResults
008400     PERFORM CountAuditRows
008800     IF BAL-OUT-OF-BALANCE
008900         MOVE 8 TO RETURN-CODE
009000     END-IF
009010     PERFORM WriteStepEnd
009100     STOP RUN.
009200
009300*-----------------------------------------------------------------
009800     ACCEPT BAL-RUN-DATE FROM DATE YYYYMMDD
009810     IF BAL-PARM-LEN >= 8 AND BAL-PARM-DATE NUMERIC
009820         MOVE BAL-PARM-DATE TO BAL-RUN-DATE
009821         DISPLAY "CALCBAL: PROCESSING DATE OVERRIDE - BALANCING "
009822             BAL-RUN-DATE
009823     END-IF
009824     PERFORM LoadSourceTable.
009825
009826*-----------------------------------------------------------------
009827* LoadSourceTable - one counter entry per source on the source
009828* master, in key order, plus the OTHER bucket in the last entry
009829* for a source the master does not know.  A master that cannot
009830* be read stops the step - balancing by source without the
009831* sources would prove nothing.
009832*-----------------------------------------------------------------
009833 LoadSourceTable.
009834     PERFORM ClearOneSourceEntry
009835         VARYING BAL-SRC-IDX FROM 1 BY 1
009836         UNTIL BAL-SRC-IDX > BAL-SRC-OTHER
009837     SET BAL-SRC-IDX TO BAL-SRC-OTHER
009838     MOVE "??" TO BAL-S-CODE (BAL-SRC-IDX)
009839     OPEN INPUT SourceFile
009840     IF BAL-SRCM-STATUS NOT = "00"
009841         DISPLAY "CALCBAL: OPEN FAILED ON SOURCEFILE "
009842             "- STATUS " BAL-SRCM-STATUS
009843         MOVE 12 TO RETURN-CODE
009844         STOP RUN
009845     END-IF
009846     MOVE LOW-VALUES TO SrcCode
009847     START SourceFile KEY >= SrcCode
009848         INVALID KEY
009849             SET BAL-SRC-EOF TO TRUE
009850     END-START
009851     IF NOT BAL-SRC-EOF
009852         PERFORM ReadNextSource
009853     END-IF
009854     PERFORM StoreOneSource UNTIL BAL-SRC-EOF
009855     CLOSE SourceFile.
009856
009857 ReadNextSource.
009858     READ SourceFile NEXT
009859         AT END
009860             SET BAL-SRC-EOF TO TRUE
009861     END-READ.
009862
009863 StoreOneSource.
009864     IF BAL-SRC-LOADED >= BAL-SRC-MAX
009865         DISPLAY "CALCBAL: SOURCE MASTER HOLDS MORE THAN "
009866             BAL-SRC-MAX " SOURCES - RUN STOPPED"
009867         MOVE 12 TO RETURN-CODE
009868         STOP RUN
009869     END-IF
009870     ADD 1 TO BAL-SRC-LOADED
009871     SET BAL-SRC-IDX TO BAL-SRC-LOADED
009872     MOVE SrcCode TO BAL-S-CODE (BAL-SRC-IDX)
009873     PERFORM ReadNextSource.
009879
009880 ClearOneSourceEntry.
009881     MOVE SPACES TO BAL-S-CODE (BAL-SRC-IDX)
009882     MOVE ZERO TO BAL-S-TRANS (BAL-SRC-IDX)
009883     MOVE ZERO TO BAL-S-RES-COUNT (BAL-SRC-IDX)
009884     MOVE ZERO TO BAL-S-RES-REJ (BAL-SRC-IDX)
009885     MOVE ZERO TO BAL-S-RES-SUM (BAL-SRC-IDX)
009886     MOVE ZERO TO BAL-S-AUD-COUNT (BAL-SRC-IDX)
009891     MOVE ZERO TO BAL-S-AUD-REJ (BAL-SRC-IDX)
009896     MOVE ZERO TO BAL-S-RES-HELD (BAL-SRC-IDX)
009901     MOVE ZERO TO BAL-S-AUD-HELD (BAL-SRC-IDX).
009906
009911*-----------------------------------------------------------------
009916* FindSourceEntry - sets BAL-SRC-IDX to the counter entry for
009921* the source code in BAL-WORK-SOURCE, the OTHER bucket when it
009926* is not on the source master.
009931*-----------------------------------------------------------------
009936 FindSourceEntry.
009941     SET BAL-SRC-IDX TO 1
009946     SEARCH BAL-SRC-ENTRY
009951         AT END
009956             SET BAL-SRC-IDX TO BAL-SRC-OTHER
009961         WHEN BAL-SRC-IDX > BAL-SRC-LOADED
009966             SET BAL-SRC-IDX TO BAL-SRC-OTHER
009971         WHEN BAL-S-CODE (BAL-SRC-IDX) = BAL-WORK-SOURCE
009976             CONTINUE
009981     END-SEARCH.
009986
010000*-----------------------------------------------------------------
010100* CountTransactions - re-counts TransactionFile, the record
010200* count ResultFile and AuditFile are supposed to match.  Only
012100     END-READ.
012200
012300 CountOneTransaction.
012400     IF TXN-DETAIL OR TXN-REVERSAL
012410         ADD 1 TO BAL-TRANS-COUNT
012412         MOVE TransactionSource TO BAL-WORK-SOURCE
012414         PERFORM FindSourceEntry
012600
012700*-----------------------------------------------------------------
012800* CountResults - re-counts ResultFile, splits posted against
012810* rejected and held, and independently re-adds the posted and
012820* held CalcResult values for the ties to SummarySumResult and
012830* SummaryHeldSum.
013100*-----------------------------------------------------------------
013200 CountResults.
013300     OPEN INPUT ResultFile
015210     MOVE ResultSource TO BAL-WORK-SOURCE
015220     PERFORM FindSourceEntry
015230     ADD 1 TO BAL-S-RES-COUNT (BAL-SRC-IDX)
015240     EVALUATE TRUE
015250         WHEN RESULT-POSTED
015260             ADD 1 TO BAL-RESULT-POSTED
015270             ADD CalcResult TO BAL-RESULT-SUM
015280             ADD CalcResult TO BAL-S-RES-SUM (BAL-SRC-IDX)
015290         WHEN RESULT-HELD
015300             ADD 1 TO BAL-RESULT-HELD
015310             ADD CalcResult TO BAL-RESULT-HELD-SUM
015320             ADD 1 TO BAL-S-RES-HELD (BAL-SRC-IDX)
015330         WHEN OTHER
015340             ADD 1 TO BAL-RESULT-REJECTED
015350             ADD 1 TO BAL-S-RES-REJ (BAL-SRC-IDX)
015360     END-EVALUATE
015900     PERFORM ReadResult.
016000
016100*-----------------------------------------------------------------
018710         MOVE AuditSource TO BAL-WORK-SOURCE
018720         PERFORM FindSourceEntry
018730         ADD 1 TO BAL-S-AUD-COUNT (BAL-SRC-IDX)
018740         EVALUATE TRUE
018750             WHEN AUDIT-POSTED
018760                 ADD 1 TO BAL-AUDIT-POSTED
018770             WHEN AUDIT-HELD
018780                 ADD 1 TO BAL-AUDIT-HELD
018790                 ADD 1 TO BAL-S-AUD-HELD (BAL-SRC-IDX)
018800             WHEN OTHER
018810                 ADD 1 TO BAL-AUDIT-REJECTED
018820                 ADD 1 TO BAL-S-AUD-REJ (BAL-SRC-IDX)
018830         END-EVALUATE
019300     END-IF
019400     PERFORM ReadAuditRecord.
019500
021300     IF NOT BAL-END-OF-FILE
021400         SET BAL-SUMM-FOUND TO TRUE
021420         MOVE SummaryRunDate     TO BAL-SUMM-RUN-DATE
021430         MOVE SummaryRunId       TO BAL-STL-RUN-ID
021440         MOVE SummaryRecordCount TO BAL-SUMM-REC-COUNT
021460         MOVE SummaryRejectCount TO BAL-SUMM-REJ-COUNT
021480         MOVE SummarySumResult   TO BAL-SUMM-SUM
021490         MOVE SummarySourceArea  TO BAL-SUMM-SRC-AREA
021493         MOVE SummaryHeldCount   TO BAL-SUMM-HELD-COUNT
021496         MOVE SummaryHeldSum     TO BAL-SUMM-HELD-SUM
021500     END-IF
021600     CLOSE SummaryFile.
021700
024700         SET BAL-OUT-OF-BALANCE TO TRUE
024800         DISPLAY "CALCBAL: RESULT REJECTED " BAL-RESULT-REJECTED
024900             " <> AUDIT REJECTED " BAL-AUDIT-REJECTED
024903     END-IF
024906     IF BAL-RESULT-HELD NOT = BAL-AUDIT-HELD
024909         SET BAL-OUT-OF-BALANCE TO TRUE
024912         DISPLAY "CALCBAL: RESULT HELD " BAL-RESULT-HELD
024915             " <> AUDIT HELD " BAL-AUDIT-HELD
024918     END-IF
024921     PERFORM CompareOneSource
024924         VARYING BAL-SRC-IDX FROM 1 BY 1
024927         UNTIL BAL-SRC-IDX > BAL-SRC-OTHER
024930     IF BAL-SUMM-FOUND
024933         PERFORM CheckSummarySource
024936             VARYING BAL-SUMM-SRC-IDX FROM 1 BY 1
024939             UNTIL BAL-SUMM-SRC-IDX > BAL-SRC-OTHER
024942     END-IF.
024945
024948*-----------------------------------------------------------------
024951* CompareOneSource - the balancing rules again, per source: the
024954* three files must agree source by source, and each source must
024957* tie to its entry on the summary's SummarySourceArea, so a
024960* short feed is named rather than hiding inside totals that
024963* happen to offset.  Entries past the master's sources (bar the
024966* OTHER bucket) are unused and skipped.
024969*-----------------------------------------------------------------
024972 CompareOneSource.
024975     IF BAL-SRC-IDX NOT > BAL-SRC-LOADED
024978         OR BAL-SRC-IDX = BAL-SRC-OTHER
024981         PERFORM CompareOneSourceFiles
024984     END-IF.
024987
024990 CompareOneSourceFiles.
024993     IF BAL-S-TRANS (BAL-SRC-IDX)
024996         NOT = BAL-S-RES-COUNT (BAL-SRC-IDX)
024999         SET BAL-OUT-OF-BALANCE TO TRUE
025002         DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025005             " TRANSACTION COUNT " BAL-S-TRANS (BAL-SRC-IDX)
025008             " <> RESULT COUNT " BAL-S-RES-COUNT (BAL-SRC-IDX)
025011     END-IF
025014     IF BAL-S-TRANS (BAL-SRC-IDX)
025017         NOT = BAL-S-AUD-COUNT (BAL-SRC-IDX)
025020         SET BAL-OUT-OF-BALANCE TO TRUE
025023         DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025024             " TRANSACTION COUNT " BAL-S-TRANS (BAL-SRC-IDX)
025025             " <> AUDIT ROW COUNT " BAL-S-AUD-COUNT (BAL-SRC-IDX)
025026     END-IF
025027     IF BAL-S-RES-REJ (BAL-SRC-IDX)
025028         NOT = BAL-S-AUD-REJ (BAL-SRC-IDX)
025029         SET BAL-OUT-OF-BALANCE TO TRUE
025030         DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025031             " RESULT REJECTED " BAL-S-RES-REJ (BAL-SRC-IDX)
025032             " <> AUDIT REJECTED " BAL-S-AUD-REJ (BAL-SRC-IDX)
025033     END-IF
025034     IF BAL-S-RES-HELD (BAL-SRC-IDX)
025035         NOT = BAL-S-AUD-HELD (BAL-SRC-IDX)
025036         SET BAL-OUT-OF-BALANCE TO TRUE
025037         DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025038             " RESULT HELD " BAL-S-RES-HELD (BAL-SRC-IDX)
025039             " <> AUDIT HELD " BAL-S-AUD-HELD (BAL-SRC-IDX)
025040     END-IF
025041     IF BAL-SUMM-FOUND
025042         PERFORM CompareSourceToSummary
025043     END-IF.
025044
025045*-----------------------------------------------------------------
025046* CompareSourceToSummary - one source's rebuilt counts and sum
025047* against the SummarySourceArea entry carrying its code.  A
025048* source the summary never heard of is a break only when it saw
025049* something tonight - a source added to the master after the
025050* posting run, with nothing sent, is nothing to chase.
025051*-----------------------------------------------------------------
025052 CompareSourceToSummary.
025053     MOVE "N" TO BAL-SM-FOUND-SW
025054     SET BAL-SUMM-SRC-IDX TO 1
025055     SEARCH BAL-SUMM-SRC-ENTRY
025056         AT END
025057             CONTINUE
025058         WHEN BAL-SM-CODE (BAL-SUMM-SRC-IDX)
025059             = BAL-S-CODE (BAL-SRC-IDX)
025060             SET BAL-SM-FOUND TO TRUE
025061     END-SEARCH
025062     IF BAL-SM-FOUND
025063         PERFORM CompareSourceCounts
025064     ELSE
025065         IF BAL-S-TRANS (BAL-SRC-IDX) > ZERO
025066             OR BAL-S-RES-COUNT (BAL-SRC-IDX) > ZERO
025067             OR BAL-S-AUD-COUNT (BAL-SRC-IDX) > ZERO
025068             SET BAL-OUT-OF-BALANCE TO TRUE
025069             DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025070                 " NOT ON THE SUMMARY SOURCE AREA"
025071         END-IF
025072     END-IF.
025073
025079 CompareSourceCounts.
025080     IF BAL-SM-COUNT (BAL-SUMM-SRC-IDX)
025081         NOT = BAL-S-RES-COUNT (BAL-SRC-IDX)
025082         SET BAL-OUT-OF-BALANCE TO TRUE
025083         DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025084             " SUMMARY COUNT " BAL-SM-COUNT (BAL-SUMM-SRC-IDX)
025085             " <> RESULT COUNT " BAL-S-RES-COUNT (BAL-SRC-IDX)
025086     END-IF
025087     IF BAL-SM-REJ (BAL-SUMM-SRC-IDX)
025088         NOT = BAL-S-RES-REJ (BAL-SRC-IDX)
025089         SET BAL-OUT-OF-BALANCE TO TRUE
025090         DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025091             " SUMMARY REJECTED " BAL-SM-REJ (BAL-SUMM-SRC-IDX)
025092             " <> RESULT REJECTED " BAL-S-RES-REJ (BAL-SRC-IDX)
025093     END-IF
025094     IF BAL-SM-SUM (BAL-SUMM-SRC-IDX)
025095         NOT = BAL-S-RES-SUM (BAL-SRC-IDX)
025096         SET BAL-OUT-OF-BALANCE TO TRUE
025097         DISPLAY "CALCBAL: SOURCE " BAL-S-CODE (BAL-SRC-IDX)
025105             " SUMMARY SUM " BAL-SM-SUM (BAL-SUMM-SRC-IDX)
025106             " <> RESULT SUM " BAL-S-RES-SUM (BAL-SRC-IDX)
025107     END-IF.
025111
025115*-----------------------------------------------------------------
025119* CheckSummarySource - the other direction: a source the summary
025123* carries counts for must be one this step balanced, or records
025127* posted under a source the master has since dropped would tie
025131* to nothing.
025135*-----------------------------------------------------------------
025139 CheckSummarySource.
025143     IF BAL-SM-CODE (BAL-SUMM-SRC-IDX) NOT = SPACES
025147         AND BAL-SM-COUNT (BAL-SUMM-SRC-IDX) > ZERO
025151         MOVE BAL-SM-CODE (BAL-SUMM-SRC-IDX) TO BAL-WORK-SOURCE
025155         PERFORM FindSourceEntry
025159         IF BAL-S-CODE (BAL-SRC-IDX) NOT = BAL-WORK-SOURCE
025163             SET BAL-OUT-OF-BALANCE TO TRUE
025167             DISPLAY "CALCBAL: SUMMARY SOURCE "
025171                 BAL-SM-CODE (BAL-SUMM-SRC-IDX)
025175                 " NOT ON THE SOURCE MASTER - COUNT "
025179                 BAL-SM-COUNT (BAL-SUMM-SRC-IDX)
025183         END-IF
025187     END-IF.
025191
025200*-----------------------------------------------------------------
025300* CompareAgainstSummary - ties the rebuilt file counts and the
025400* re-added CalcResult sum to what Calculadora's own
027600         SET BAL-OUT-OF-BALANCE TO TRUE
027700         DISPLAY "CALCBAL: SUMMARY SUM " BAL-SUMM-SUM
027800             " <> RESULT SUM " BAL-RESULT-SUM
027810     END-IF
027820     IF BAL-SUMM-HELD-COUNT NOT = BAL-RESULT-HELD
027830         SET BAL-OUT-OF-BALANCE TO TRUE
027840         DISPLAY "CALCBAL: SUMMARY HELD COUNT "
027850             BAL-SUMM-HELD-COUNT
027860             " <> RESULT HELD " BAL-RESULT-HELD
027870     END-IF
027880     IF BAL-SUMM-HELD-SUM NOT = BAL-RESULT-HELD-SUM
027890         SET BAL-OUT-OF-BALANCE TO TRUE
027900         DISPLAY "CALCBAL: SUMMARY HELD SUM " BAL-SUMM-HELD-SUM
027910             " <> RESULT HELD SUM " BAL-RESULT-HELD-SUM
027920     END-IF.
028000
028100*-----------------------------------------------------------------
028200* PrintBalanceReport - the balancing number block for the
029000     DISPLAY "RESULT POSTED............: " BAL-RESULT-POSTED
029100     DISPLAY "RESULT REJECTED..........: " BAL-RESULT-REJECTED
029200     DISPLAY "RESULT SUM (POSTED)......: " BAL-RESULT-SUM
029210     DISPLAY "RESULT HELD..............: " BAL-RESULT-HELD
029220     DISPLAY "RESULT SUM (HELD)........: " BAL-RESULT-HELD-SUM
029300     DISPLAY "AUDIT ROWS (RUN DATE)....: " BAL-AUDIT-COUNT
029400     DISPLAY "AUDIT POSTED.............: " BAL-AUDIT-POSTED
029500     DISPLAY "AUDIT REJECTED...........: " BAL-AUDIT-REJECTED
029505     DISPLAY "AUDIT HELD...............: " BAL-AUDIT-HELD
029510     DISPLAY "BY SOURCE SYSTEM:"
029520     PERFORM PrintOneSourceLine
029530         VARYING BAL-SRC-IDX FROM 1 BY 1
029540         UNTIL BAL-SRC-IDX > BAL-SRC-OTHER
029600     IF BAL-OUT-OF-BALANCE
029700         DISPLAY "CALCBAL: *** RUN IS OUT OF BALANCE ***"
029800     ELSE
030020*-----------------------------------------------------------------
030030* PrintOneSourceLine - the balancing numbers for one source.
030040* The OTHER bucket prints only when it saw anything, since a
030046* record with an unrecognized source is itself worth chasing;
030052* unused entries never see anything.
030060*-----------------------------------------------------------------
030070 PrintOneSourceLine.
030080     IF BAL-SRC-IDX NOT > BAL-SRC-LOADED
030090         OR BAL-S-TRANS (BAL-SRC-IDX) > ZERO
030100         OR BAL-S-RES-COUNT (BAL-SRC-IDX) > ZERO
030101         OR BAL-S-AUD-COUNT (BAL-SRC-IDX) > ZERO
030102         DISPLAY "  SOURCE " BAL-S-CODE (BAL-SRC-IDX)
030103             " TRANS " BAL-S-TRANS (BAL-SRC-IDX)
030104             " RESULTS " BAL-S-RES-COUNT (BAL-SRC-IDX)
030105             " REJECTED " BAL-S-RES-REJ (BAL-SRC-IDX)
030106             " SUM " BAL-S-RES-SUM (BAL-SRC-IDX)
030107             " HELD " BAL-S-RES-HELD (BAL-SRC-IDX)
030108     END-IF.
030109
030110*-----------------------------------------------------------------
030111* WriteStepStart - the start record on the shared step log
030112* CALC.STEPLOG (DL100STL) the batch-window report reads.
030113*-----------------------------------------------------------------
030114 WriteStepStart.
030115     ACCEPT BAL-STL-START-DATE FROM DATE YYYYMMDD
030116     ACCEPT BAL-STL-START-TIME FROM TIME
030117     MOVE BAL-RUN-DATE TO BAL-STL-BUS-DATE
030118     PERFORM BuildStepLogRecord
030119     SET STEPLOG-START TO TRUE
030120     PERFORM WriteStepLogRecord.
030121
030122*-----------------------------------------------------------------
030123* WriteStepEnd - the end record: the start fields again, the end
030124* time, records in and out (details balanced; nothing is written
030125* but the report, so none out; the run-id is the summary
030126* record's) and the return code the step is ending with.  A step
030127* stopped on a fatal error never gets here, and its start record
030128* standing alone is what the report shows.
030129*-----------------------------------------------------------------
030130 WriteStepEnd.
030131     MOVE BAL-TRANS-COUNT TO BAL-STL-RECS-IN
030132     MOVE ZERO TO BAL-STL-RECS-OUT
030133     PERFORM BuildStepLogRecord
030134     SET STEPLOG-END TO TRUE
030135     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
030136     ACCEPT StepLogEndTime FROM TIME
030137     MOVE RETURN-CODE TO StepLogReturnCode
030138     PERFORM WriteStepLogRecord.
030139
030140 BuildStepLogRecord.
030141     MOVE SPACES TO StepLogRecord
030142     MOVE BAL-STL-BUS-DATE   TO StepLogBusDate
030143     MOVE BAL-STL-RUN-ID     TO StepLogRunId
030144     MOVE "CALCBAL"          TO StepLogStep
030145     MOVE BAL-STL-START-DATE TO StepLogStartDate
030146     MOVE BAL-STL-START-TIME TO StepLogStartTime
030147     MOVE ZERO               TO StepLogEndDate
030148     MOVE ZERO               TO StepLogEndTime
030149     MOVE BAL-STL-RECS-IN    TO StepLogRecsIn
030150     MOVE BAL-STL-RECS-OUT   TO StepLogRecsOut
030151     MOVE ZERO               TO StepLogReturnCode.
030152
030153*-----------------------------------------------------------------
030154* WriteStepLogRecord - the log opens EXTEND for just the one
030155* write.  The log is for the batch window, not the books: a log
030156* that cannot be written is reported and the step carries on.
030157*-----------------------------------------------------------------
030158 WriteStepLogRecord.
030159     OPEN EXTEND StepLogFile
030160     IF BAL-STL-STATUS NOT = "00"
030161         DISPLAY "CALCBAL: STEP LOG NOT AVAILABLE - STATUS "
030162             BAL-STL-STATUS " - STEP NOT LOGGED"
030163     ELSE
030164         WRITE StepLogRecord
030165         IF BAL-STL-STATUS NOT = "00"
030166             DISPLAY "CALCBAL: STEP LOG WRITE FAILED "
030167                 "- STATUS " BAL-STL-STATUS
030168         END-IF
030169         CLOSE StepLogFile
030170     END-IF.
030180 END PROGRAM CalcBal.
