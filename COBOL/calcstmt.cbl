002530*                 month, so the scheduled month-end submission
002540*                 needs no monthly JCL edit; the PARM stays as
002550*                 the override for reruns.
002556* 15/10/2026 CAY  High-value hold queue: rows held for
002562*                 supervisor approval (audit status "H") are
002568*                 counted as held, not rejected, on every date,
002574*                 operation and month line, and the held count
002580*                 is cross-footed against the daily summaries'
002586*                 SummaryHeldCount.  A released item posts as a
002592*                 new row on the date it rejoins the batch.
002601* 15/10/2026 CAY  Reversals: rows flagged as reversals (DL100AUD
002610*                 AuditRevFlag "V") are kept out of the
002619*                 operation-code block and listed in a block of
002628*                 their own - date, record key, the original
002637*                 they back out, amount, posted or rejected -
002646*                 with a month reversal total; they stay in the
002655*                 per-date lines, the month totals and the
002664*                 cross-foot, as the daily summaries carry them.
002673*                 Audit records are now 87 bytes.
002682******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CalcStmt.
002900 ENVIRONMENT DIVISION.
004500 FILE SECTION.
004600 FD  HistoryFile
004700     RECORDING MODE IS F.
004800 01  HistoryAuditRecord        PIC X(87).
004900 FD  AuditFile
005000     RECORDING MODE IS F.
005100     COPY DL100AUD.
009100         10  STMT-D-POSTED     PIC 9(09) COMP.
009200         10  STMT-D-REJECTED   PIC 9(09) COMP.
009300         10  STMT-D-SUM        PIC S9(11)V99.
009310         10  STMT-D-HELD       PIC 9(09) COMP.
009400*-----------------------------------------------------------------
009500* Per-operation-code statement table - A/S/M/D plus an OTHER
009600* bucket, the same codes CalcRpt subtotals on.
010300         10  STMT-O-POSTED     PIC 9(09) COMP.
010400         10  STMT-O-REJECTED   PIC 9(09) COMP.
010500         10  STMT-O-SUM        PIC S9(11)V99.
010510         10  STMT-O-HELD       PIC 9(09) COMP.
010600*-----------------------------------------------------------------
010700* Month totals rebuilt from the audit rows, and the same
010800* figures added up from the daily CALCSUMM summary records for
011100 77  STMT-G-POSTED             PIC 9(09) COMP VALUE ZERO.
011200 77  STMT-G-REJECTED           PIC 9(09) COMP VALUE ZERO.
011300 77  STMT-G-SUM                PIC S9(11)V99 VALUE ZERO.
011302 77  STMT-V-POSTED             PIC 9(09) COMP VALUE ZERO.
011304 77  STMT-V-REJECTED           PIC 9(09) COMP VALUE ZERO.
011306 77  STMT-V-SUM                PIC S9(11)V99 VALUE ZERO.
011310 77  STMT-G-HELD               PIC 9(09) COMP VALUE ZERO.
011400 77  STMT-SUMM-RECORDS         PIC 9(11) VALUE ZERO.
011500 77  STMT-SUMM-REJECTS         PIC 9(11) VALUE ZERO.
011600 77  STMT-SUMM-SUM             PIC S9(11)V99 VALUE ZERO.
011610 77  STMT-SUMM-HELD            PIC 9(11) VALUE ZERO.
011700 77  STMT-SUMM-RUNS            PIC 9(05) COMP VALUE ZERO.
011800 77  STMT-AUDIT-TOTAL          PIC 9(11) VALUE ZERO.
011900*-----------------------------------------------------------------
014600     05  STMT-L-REJECTED       PIC ZZZ,ZZZ,ZZ9.
014700     05  FILLER                PIC X(06) VALUE "  SUM ".
014800     05  STMT-L-SUM            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014810     05  FILLER                PIC X(07) VALUE "  HELD ".
014820     05  STMT-L-HELD           PIC ZZZ,ZZZ,ZZ9.
014830     05  FILLER                PIC X(37) VALUE SPACES.
015000 01  STMT-OP-LINE.
015100     05  FILLER                PIC X(01) VALUE SPACES.
015200     05  STMT-P-LABEL          PIC X(10).
015700     05  STMT-P-REJECTED       PIC ZZZ,ZZZ,ZZ9.
015800     05  FILLER                PIC X(06) VALUE "  SUM ".
015900     05  STMT-P-SUM            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
015910     05  FILLER                PIC X(07) VALUE "  HELD ".
015920     05  STMT-P-HELD           PIC ZZZ,ZZZ,ZZ9.
015930     05  FILLER                PIC X(39) VALUE SPACES.
016100 01  STMT-TEXT-LINE.
016200     05  FILLER                PIC X(01) VALUE SPACES.
016300     05  STMT-T-TEXT           PIC X(75).
017100     05  FILLER                PIC X(04) VALUE SPACES.
017200     05  STMT-F-VERDICT        PIC X(12).
017300     05  FILLER                PIC X(43) VALUE SPACES.
017305 01  STMT-REV-LINE.
017310     05  FILLER                PIC X(01) VALUE SPACES.
017315     05  STMT-V-DATE           PIC 9(08).
017320     05  FILLER                PIC X(02) VALUE SPACES.
017325     05  STMT-V-KEY            PIC 9(09).
017330     05  FILLER                PIC X(10) VALUE "  REVERSES".
017335     05  FILLER                PIC X(01) VALUE SPACES.
017340     05  STMT-V-ORIG-DATE      PIC 9(08).
017345     05  FILLER                PIC X(01) VALUE "/".
017350     05  STMT-V-ORIG-KEY       PIC 9(09).
017355     05  FILLER                PIC X(02) VALUE SPACES.
017360     05  STMT-V-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
017365     05  FILLER                PIC X(02) VALUE SPACES.
017370     05  STMT-V-STATUS         PIC X(08).
017375     05  FILLER                PIC X(02) VALUE SPACES.
017380     05  STMT-V-SOURCE         PIC X(02).
017385     05  FILLER                PIC X(53) VALUE SPACES.
017400 LINKAGE SECTION.
017500*-----------------------------------------------------------------
017600* STMT-PARM-AREA - the standard batch PARM layout.  The PARM
022900 ClearOneOpEntry.
023000     MOVE ZERO TO STMT-O-POSTED (STMT-OP-IDX)
023100     MOVE ZERO TO STMT-O-REJECTED (STMT-OP-IDX)
023110     MOVE ZERO TO STMT-O-SUM (STMT-OP-IDX)
023120     MOVE ZERO TO STMT-O-HELD (STMT-OP-IDX).
023300
023400*-----------------------------------------------------------------
023500* OpenFiles - opens every file this run touches and stops the
023600* run immediately if any OPEN fails.
023700*-----------------------------------------------------------------
023800 OpenFiles.
023804     PERFORM OpenAuditInputs
023808     OPEN INPUT SummaryFile
023812     IF STMT-SUMM-STATUS NOT = "00"
023816         DISPLAY "CALCSTMT: OPEN FAILED ON SUMMARYFILE "
023820             "- STATUS " STMT-SUMM-STATUS
023824         MOVE 12 TO RETURN-CODE
023828         STOP RUN
023832     END-IF
023836     OPEN OUTPUT PrintFile
023840     IF STMT-PRINT-STATUS NOT = "00"
023844         DISPLAY "CALCSTMT: OPEN FAILED ON PRINTFILE "
023848             "- STATUS " STMT-PRINT-STATUS
023852         MOVE 12 TO RETURN-CODE
023856         STOP RUN
023860     END-IF.
023864
023868*-----------------------------------------------------------------
023872* OpenAuditInputs - the history and online audit files, opened
023876* at the start and again for the reversal listing's pass.
023880*-----------------------------------------------------------------
023884 OpenAuditInputs.
023900     OPEN INPUT HistoryFile
024000     IF STMT-HIST-STATUS NOT = "00"
024100         DISPLAY "CALCSTMT: OPEN FAILED ON HISTORYFILE "
024900             "- STATUS " STMT-AUDIT-STATUS
025000         MOVE 12 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
026700
026800*-----------------------------------------------------------------
026900* CloseFiles - closes every file this run opened.
033600 TallyInMonthRow.
033700     PERFORM FindDateEntry
033800     PERFORM FindOpEntry
033801     IF AUDIT-REVERSAL
033802         PERFORM TallyReversalRow
033803     ELSE
033804         PERFORM TallyOpRow
033805     END-IF.
033806
033807*-----------------------------------------------------------------
033808* TallyOpRow / TallyReversalRow - an ordinary row counts on its
033809* date, its operation code and the month; a reversal on its
033810* date, the month and the reversal totals, but not against the
033811* operation code it carries over from its original.
033812*-----------------------------------------------------------------
033813 TallyOpRow.
033814     EVALUATE TRUE
033820         WHEN AUDIT-POSTED
033830             ADD 1 TO STMT-G-POSTED
033840             ADD 1 TO STMT-D-POSTED (STMT-DATE-IDX)
033850             ADD 1 TO STMT-O-POSTED (STMT-OP-IDX)
033860             ADD AuditCalcResult TO STMT-G-SUM
033870             ADD AuditCalcResult TO STMT-D-SUM (STMT-DATE-IDX)
033880             ADD AuditCalcResult TO STMT-O-SUM (STMT-OP-IDX)
033890         WHEN AUDIT-HELD
033900             ADD 1 TO STMT-G-HELD
033910             ADD 1 TO STMT-D-HELD (STMT-DATE-IDX)
033920             ADD 1 TO STMT-O-HELD (STMT-OP-IDX)
033930         WHEN OTHER
033940             ADD 1 TO STMT-G-REJECTED
033950             ADD 1 TO STMT-D-REJECTED (STMT-DATE-IDX)
033960             ADD 1 TO STMT-O-REJECTED (STMT-OP-IDX)
033970     END-EVALUATE.
033980
033990 TallyReversalRow.
034000     IF AUDIT-POSTED
034010         ADD 1 TO STMT-G-POSTED
034020         ADD 1 TO STMT-D-POSTED (STMT-DATE-IDX)
034030         ADD 1 TO STMT-V-POSTED
034040         ADD AuditCalcResult TO STMT-G-SUM
034050         ADD AuditCalcResult TO STMT-D-SUM (STMT-DATE-IDX)
034060         ADD AuditCalcResult TO STMT-V-SUM
034070     ELSE
034080         ADD 1 TO STMT-G-REJECTED
034090         ADD 1 TO STMT-D-REJECTED (STMT-DATE-IDX)
034100         ADD 1 TO STMT-V-REJECTED
034110     END-IF.
035100
035200*-----------------------------------------------------------------
035300* FindDateEntry - sets STMT-DATE-IDX to the statement line for
037900     MOVE AuditRunDate TO STMT-D-RUN-DATE (STMT-DATE-IDX)
038000     MOVE ZERO TO STMT-D-POSTED (STMT-DATE-IDX)
038100     MOVE ZERO TO STMT-D-REJECTED (STMT-DATE-IDX)
038110     MOVE ZERO TO STMT-D-SUM (STMT-DATE-IDX)
038120     MOVE ZERO TO STMT-D-HELD (STMT-DATE-IDX).
038300
038400*-----------------------------------------------------------------
038500* FindOpEntry - sets STMT-OP-IDX to the statement line for the
042700             ADD SummaryRecordCount TO STMT-SUMM-RECORDS
042800             ADD SummaryRejectCount TO STMT-SUMM-REJECTS
042900             ADD SummarySumResult   TO STMT-SUMM-SUM
042910             IF SummaryHeldCount NUMERIC
042920                 ADD SummaryHeldCount TO STMT-SUMM-HELD
042930             END-IF
043000         END-IF
043100     ELSE
043200         DISPLAY "CALCSTMT: SUMMARY RECORD WITH NON-NUMERIC "
043600
043700*-----------------------------------------------------------------
043800* PrintStatement - the statement itself: per-date lines, the
043810* per-operation block, the reversal block, the month totals,
043820* and the cross-foot
044000* against the daily summaries, with the sign-off block last.
044100*-----------------------------------------------------------------
044200 PrintStatement.
045400     PERFORM PrintOneOpLine
045500         VARYING STMT-OP-IDX FROM 1 BY 1
045600         UNTIL STMT-OP-IDX > 5
045610     PERFORM PrintReversalBlock
045700     MOVE SPACES TO PrintRecord
045800     PERFORM WriteReportLine
045900     MOVE "MONTH TOTALS" TO STMT-T-TEXT
046300     MOVE STMT-G-POSTED   TO STMT-P-POSTED
046400     MOVE STMT-G-REJECTED TO STMT-P-REJECTED
046500     MOVE STMT-G-SUM      TO STMT-P-SUM
046510     MOVE STMT-G-HELD     TO STMT-P-HELD
046600     MOVE STMT-OP-LINE TO PrintRecord
046700     PERFORM WriteReportLine
046800     PERFORM PrintCrossFoot
047300     MOVE STMT-D-POSTED (STMT-DATE-IDX)   TO STMT-L-POSTED
047400     MOVE STMT-D-REJECTED (STMT-DATE-IDX) TO STMT-L-REJECTED
047500     MOVE STMT-D-SUM (STMT-DATE-IDX)      TO STMT-L-SUM
047510     MOVE STMT-D-HELD (STMT-DATE-IDX)     TO STMT-L-HELD
047600     MOVE STMT-DATE-LINE TO PrintRecord
047700     PERFORM WriteReportLine.
047800
047900 PrintOneOpLine.
048000     IF STMT-O-POSTED (STMT-OP-IDX) > ZERO
048100         OR STMT-O-REJECTED (STMT-OP-IDX) > ZERO
048110         OR STMT-O-HELD (STMT-OP-IDX) > ZERO
048200         OR STMT-O-CODE (STMT-OP-IDX) NOT = "?"
048300         MOVE STMT-O-LABEL (STMT-OP-IDX)    TO STMT-P-LABEL
048400         MOVE STMT-O-POSTED (STMT-OP-IDX)   TO STMT-P-POSTED
048500         MOVE STMT-O-REJECTED (STMT-OP-IDX) TO STMT-P-REJECTED
048600         MOVE STMT-O-SUM (STMT-OP-IDX)      TO STMT-P-SUM
048610         MOVE STMT-O-HELD (STMT-OP-IDX)     TO STMT-P-HELD
048700         MOVE STMT-OP-LINE TO PrintRecord
048800         PERFORM WriteReportLine
048900     END-IF.
049000
049001*-----------------------------------------------------------------
049002* PrintReversalBlock - every in-month reversal row, listed off
049003* a second pass of both audit inputs when the month had any,
049004* then the month's reversal total.
049005*-----------------------------------------------------------------
049006 PrintReversalBlock.
049007     MOVE SPACES TO PrintRecord
049008     PERFORM WriteReportLine
049009     MOVE "REVERSALS (ORIGINAL RUN DATE/RECORD KEY)"
049010         TO STMT-T-TEXT
049011     MOVE STMT-TEXT-LINE TO PrintRecord
049012     PERFORM WriteReportLine
049013     IF STMT-V-POSTED = ZERO AND STMT-V-REJECTED = ZERO
049014         MOVE "NO REVERSALS IN THE MONTH" TO STMT-T-TEXT
049015         MOVE STMT-TEXT-LINE TO PrintRecord
049016         PERFORM WriteReportLine
049017     ELSE
049018         CLOSE HistoryFile
049019         CLOSE AuditFile
049020         PERFORM OpenAuditInputs
049021         MOVE "N" TO STMT-EOF-SW
049022         PERFORM ReadHistoryRecord
049023         PERFORM ListOneHistoryRow UNTIL STMT-END-OF-FILE
049024         MOVE "N" TO STMT-EOF-SW
049025         PERFORM ReadAuditRecord
049026         PERFORM ListOneAuditRow UNTIL STMT-END-OF-FILE
049027     END-IF
049028     MOVE "REVERSALS " TO STMT-P-LABEL
049029     MOVE STMT-V-POSTED   TO STMT-P-POSTED
049030     MOVE STMT-V-REJECTED TO STMT-P-REJECTED
049031     MOVE STMT-V-SUM      TO STMT-P-SUM
049032     MOVE ZERO            TO STMT-P-HELD
049033     MOVE STMT-OP-LINE TO PrintRecord
049034     PERFORM WriteReportLine.
049035
049036 ListOneHistoryRow.
049037     MOVE HistoryAuditRecord TO AuditRecord
049038     PERFORM ListReversalRow
049039     PERFORM ReadHistoryRecord.
049040
049041 ListOneAuditRow.
049042     PERFORM ListReversalRow
049043     PERFORM ReadAuditRecord.
049044
049045 ListReversalRow.
049046     IF AUDIT-REVERSAL AND AuditRunDate NUMERIC
049047         MOVE AuditRunDate TO STMT-WORK-DATE
049048         IF STMT-WORK-MONTH = STMT-MONTH
049049             MOVE AuditRunDate    TO STMT-V-DATE
049050             MOVE AuditRecPos     TO STMT-V-KEY
049051             MOVE AuditLinkDate   TO STMT-V-ORIG-DATE
049052             MOVE AuditLinkPos    TO STMT-V-ORIG-KEY
049053             MOVE AuditCalcResult TO STMT-V-AMOUNT
049054             MOVE AuditSource     TO STMT-V-SOURCE
049055             IF AUDIT-POSTED
049056                 MOVE "POSTED"   TO STMT-V-STATUS
049057             ELSE
049058                 MOVE "REJECTED" TO STMT-V-STATUS
049059             END-IF
049060             MOVE STMT-REV-LINE TO PrintRecord
049061             PERFORM WriteReportLine
049062         END-IF
049063     END-IF.
049064
049100*-----------------------------------------------------------------
049200* PrintCrossFoot - proves the month rebuilt from the audit rows
049300* against the month added up from the daily summaries: records,
049310* rejects, held items and the posted-result sum each shown
049320* side by side with a verdict.  Any line that does not agree
049330* marks the statement out of balance and the job ends RC 8.
049700*-----------------------------------------------------------------
049800 PrintCrossFoot.
049900     MOVE SPACES TO PrintRecord
050900         PERFORM WriteReportLine
051000     END-IF
051100     COMPUTE STMT-AUDIT-TOTAL = STMT-G-POSTED + STMT-G-REJECTED
051110         + STMT-G-HELD
051200     MOVE "RECORDS (AUDIT/SUMMARY).....:" TO STMT-F-LABEL
051300     MOVE STMT-AUDIT-TOTAL  TO STMT-F-AUDIT
051400     MOVE STMT-SUMM-RECORDS TO STMT-F-SUMM
054100         SET STMT-OUT-OF-BALANCE TO TRUE
054200     END-IF
054300     MOVE STMT-FOOT-LINE TO PrintRecord
054308     PERFORM WriteReportLine
054316     MOVE "HELD (AUDIT/SUMMARY)........:" TO STMT-F-LABEL
054324     MOVE STMT-G-HELD    TO STMT-F-AUDIT
054332     MOVE STMT-SUMM-HELD TO STMT-F-SUMM
054340     IF STMT-G-HELD = STMT-SUMM-HELD
054348         MOVE "AGREE"        TO STMT-F-VERDICT
054356     ELSE
054364         MOVE "*** OFF ***"  TO STMT-F-VERDICT
054372         SET STMT-OUT-OF-BALANCE TO TRUE
054380     END-IF
054388     MOVE STMT-FOOT-LINE TO PrintRecord
054400     PERFORM WriteReportLine.
054500
054600*-----------------------------------------------------------------
