006821*                 window stamped on a holiday is usually a
006822*                 mis-keyed PARM date.  A warning only; the
006823*                 operator who means it lets it run.
006828* 15/10/2026 CAY  Source master: the per-source table is now
006833*                 loaded from CALC.SRCMAST (DL100SRC) at
006838*                 start-up - up to nine sources in key order
006843*                 plus the OTHER bucket - instead of the fixed
006848*                 EX/PU/BL, and the summary's source area and
006853*                 the checkpoint grow to ten entries to carry
006858*                 it.  A detail whose source is not on the
006863*                 master rejects SRCN, and one whose
006868*                 OperationCode its source may not send rejects
006873*                 SOPR, so a feed cannot post an operation
006878*                 nobody agreed it would send.  A restart that
006883*                 finds the master changed since the checkpoint
006888*                 stops rather than mis-assign the counts.
006895* 15/10/2026 CAY  High-value hold queue: a detail whose
006902*                 CalcResult is larger (either sign) than its
006909*                 source's hold limit on the source master is
006916*                 diverted to CALC.HOLDQ (DL100HLD) for
006923*                 supervisor approval instead of posting - its
006930*                 result and audit rows go out "H", neither
006937*                 posted nor a reject, and the held count and
006944*                 amount are carried on the control report, the
006951*                 summary and the checkpoint so the day still
006958*                 balances.  A detail the CalcHold screen
006965*                 released (DL100TXN TransactionRelFlag "R") is
006972*                 not held again.  A running-balance detail
006979*                 chained to a held result rejects REFH.
006980* 15/10/2026 CAY  Reversals: a DL100TXN "V" detail names an
006981*                 earlier audit row by run date and record
006982*                 position.  The original is read off the keyed
006983*                 audit master (CALC.AUDITMST, now opened here)
006984*                 and its CalcResult posted negated as a row of
006985*                 its own, carrying the original's inputs and
006986*                 linked to it (DL100AUD AuditRevFlag/LinkKey);
006987*                 the original is then marked reversed on the
006988*                 master with the link back.  A reversal whose
006989*                 original is not on the master rejects REVN,
006990*                 is itself a reversal REVV, was rejected REVR,
006991*                 is on hold REVH, or is already reversed REVX;
006992*                 a rejected reversal is not offered for
006993*                 correction.  Reversals are never held, take no
006994*                 part in running-balance chains, and are
006995*                 counted and summed on the control report and
006996*                 the checkpoint (now 415 bytes).
007006* 15/10/2026 CAY  Step log: a start record as the step begins and
007016*                 an end record as it finishes (times, records in
007026*                 and out, return code) on the shared step log
007036*                 CALC.STEPLOG (DL100STL), for the CalcWin
007046*                 batch-window report.
007047* 15/10/2026 CAY  Audit seal: every audit row a live run writes is
007048*                 counted and chained into a hash, and the run's
007049*                 seal for its business date - first position, row
007050*                 count, hash - goes to the protected seal file
007051*                 CALC.AUDSEAL (DL100SEL): open as the run starts,
007052*                 brought up to date at each checkpoint, closed at
007053*                 clean end-of-job.  A restart seals its own rows
007054*                 from the position after the checkpoint and names
007055*                 the failed attempt, whose run-id the checkpoint
007056*                 now carries (423 bytes).  CalcVrfy proves
007057*                 the audit trail against the seals.
007058******************************************************************
007066 IDENTIFICATION DIVISION.
007076 PROGRAM-ID. Calculadora.
007100 ENVIRONMENT DIVISION.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
009094     SELECT CalendarFile ASSIGN TO "CALNDR"
009095         ORGANIZATION IS SEQUENTIAL
009096         FILE STATUS IS CALC-CAL-STATUS.
009097     SELECT SourceFile ASSIGN TO "SRCMAST"
009098         ORGANIZATION IS INDEXED
009099         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS SrcCode
009101         FILE STATUS IS CALC-SRCM-STATUS.
009111     SELECT HoldFile ASSIGN TO "HOLDQ"
009121         ORGANIZATION IS INDEXED
009131         ACCESS MODE IS RANDOM
009141         RECORD KEY IS HoldKey
009151         FILE STATUS IS CALC-HOLD-STATUS.
009152     SELECT AuditMstFile ASSIGN TO "AUDITMST"
009153         ORGANIZATION IS INDEXED
009154         ACCESS MODE IS RANDOM
009155         RECORD KEY IS AuditMstKey
009156         FILE STATUS IS CALC-AMST-STATUS.
009157     SELECT StepLogFile ASSIGN TO "STEPLOG"
009158         ORGANIZATION IS SEQUENTIAL
009159         FILE STATUS IS CALC-STL-STATUS.
009164     SELECT SealFile ASSIGN TO "SEALFILE"
009169         ORGANIZATION IS INDEXED
009174         ACCESS MODE IS RANDOM
009179         RECORD KEY IS SealKey
009184         FILE STATUS IS CALC-SEAL-STATUS.
009189 DATA DIVISION.
009200 FILE SECTION.
009300 FD  TransactionFile
009400     RECORDING MODE IS F.
011900     05  CheckpointMaxResult   PIC S9(7)V99.
012000     05  CheckpointMinResult   PIC S9(7)V99.
012100     05  CheckpointFirstPostedSw PIC X(01).
012110     05  CheckpointSourceArea  PIC X(310).
012113     05  CheckpointHeldCount   PIC 9(09).
012116     05  CheckpointHeldSum     PIC S9(9)V99.
012117     05  CheckpointRevCount    PIC 9(09).
012118     05  CheckpointRevSum      PIC S9(9)V99.
012119     05  CheckpointRunId       PIC X(08).
012120 FD  ParmFile.
012130     COPY DL100PRM.
012140 FD  RunRegFile.
012160 FD  CalendarFile
012170     RECORDING MODE IS F.
012180     COPY DL100CAL.
012190 FD  SourceFile.
012195     COPY DL100SRC.
012196 FD  HoldFile.
012197     COPY DL100HLD.
012198 FD  AuditMstFile.
012199     COPY DL100MST.
012209 FD  StepLogFile
012219     RECORDING MODE IS F.
012229     COPY DL100STL.
012232 FD  SealFile.
012235     COPY DL100SEL.
012239 WORKING-STORAGE SECTION.
012300*-----------------------------------------------------------------
012400* Batch switches and status fields for the transaction loop.
012500*-----------------------------------------------------------------
013900     88  CALC-VALID-RECORD     VALUE "Y".
014000     88  CALC-INVALID-RECORD   VALUE "N".
014100 77  CALC-REJECT-COUNT         PIC 9(09) COMP VALUE ZERO.
014107*-----------------------------------------------------------------
014114* High-value hold fields.  CALC-HELD-SW is set for a detail that
014121* calculated cleanly but came out over its source's hold limit;
014128* the held count and amount stand beside the reject count so
014135* records processed = posted + rejected + held.
014142*-----------------------------------------------------------------
014149 77  CALC-HOLD-STATUS          PIC X(02) VALUE "00".
014156 77  CALC-HELD-SW              PIC X(01) VALUE "N".
014163     88  CALC-HELD-RECORD      VALUE "Y".
014170     88  CALC-NOT-HELD         VALUE "N".
014177 77  CALC-HELD-COUNT           PIC 9(09) COMP VALUE ZERO.
014184 77  CALC-HELD-SUM             PIC S9(9)V99 VALUE ZERO.
014191 77  CALC-HOLD-AMOUNT          PIC 9(07)V99 VALUE ZERO.
014198*-----------------------------------------------------------------
014205* Reversal fields.  CALC-REV-KEY is the original row a reversal
014212* names, saved off the detail before its body is overlaid with
014219* the original's inputs; the count and amount are the posted
014226* reversals, already inside the posted figures above.
014233*-----------------------------------------------------------------
014240 77  CALC-AMST-STATUS          PIC X(02) VALUE "00".
014247 01  CALC-REV-KEY.
014254     05  CALC-REV-RUN-DATE     PIC 9(08).
014261     05  CALC-REV-REC-POS      PIC 9(09).
014268 77  CALC-REV-COUNT            PIC 9(09) COMP VALUE ZERO.
014275 77  CALC-REV-SUM              PIC S9(9)V99 VALUE ZERO.
014282*-----------------------------------------------------------------
014300* Run identification, stamped onto every audit record so a
014400* record can be tied back to the batch run that produced it.
014500*-----------------------------------------------------------------
016300     88  CALC-FIRST-POSTED     VALUE "Y".
016400     88  CALC-NOT-FIRST-POSTED VALUE "N".
016410*-----------------------------------------------------------------
016420* Per-source accumulators - one entry per source on the source
016430* master (up to CALC-SRC-MAX, in key order), plus the OTHER
016440* bucket in the last entry for a source not on the master,
016450* loaded by LoadSourceTable and laid out to match
016452* SummarySourceArea byte for byte so the summary and checkpoint
016454* moves are plain group moves.  CALC-SRC-RULES runs parallel
016456* to it, entry for entry, with the operation codes each source
016458* may send and its hold limit (zero for never held).
016460*-----------------------------------------------------------------
016462 77  CALC-SRCM-STATUS          PIC X(02) VALUE "00".
016464 77  CALC-SRC-EOF-SW           PIC X(01) VALUE "N".
016466     88  CALC-SRC-EOF          VALUE "Y".
016468 77  CALC-SRC-MAX              PIC 9(02) COMP VALUE 9.
016470 77  CALC-SRC-LOADED           PIC 9(02) COMP VALUE ZERO.
016472 77  CALC-SRC-OTHER            PIC 9(02) COMP VALUE 10.
016474 77  CALC-OP-HITS              PIC 9(02) COMP VALUE ZERO.
016480 01  CALC-SRC-TABLE.
016482     05  CALC-SRC-ENTRY OCCURS 10 TIMES
016484                 INDEXED BY CALC-SRC-IDX.
016486         10  CALC-S-CODE       PIC X(02).
016488         10  CALC-S-COUNT      PIC 9(09).
016490         10  CALC-S-REJECT     PIC 9(09).
016492         10  CALC-S-SUM        PIC S9(9)V99.
016494 01  CALC-SRC-RULES.
016496     05  CALC-RULE-ENTRY OCCURS 10 TIMES
016497                 INDEXED BY CALC-RULE-IDX.
016498         10  CALC-R-CODE       PIC X(02).
016499         10  CALC-R-OPS        PIC X(04).
016509         10  CALC-R-LIMIT      PIC 9(07)V99.
016519*-----------------------------------------------------------------
016600* Checkpoint/restart fields.  CALC-CKPT-INTERVAL controls how
016700* often a checkpoint is saved - defaulted here but overridable at
016800* run time by GetCheckpointInterval from the EXEC PARM, to trade
017442     88  CALC-PRIOR-NONE       VALUE "N".
017444     88  CALC-PRIOR-POSTED     VALUE "P".
017446     88  CALC-PRIOR-REJECTED   VALUE "R".
017447     88  CALC-PRIOR-HELD       VALUE "H".
017448*-----------------------------------------------------------------
017450* Run-register fields.  A live run refuses a business date the
017452* register already shows posted unless the operator coded the
017896 77  CALC-DETAIL-COUNT         PIC 9(09) COMP VALUE ZERO.
017897 77  CALC-HASH-TOTAL           PIC 9(18) VALUE ZERO.
017898 77  CALC-HASH-TOTAL-10        PIC 9(10) VALUE ZERO.
017905*-----------------------------------------------------------------
017912* Step-log fields: when this step started, and the business date,
017919* run-id and record counts its start and end records carry.
017926*-----------------------------------------------------------------
017933 77  CALC-STL-STATUS           PIC X(02) VALUE "00".
017940 77  CALC-STL-START-DATE       PIC 9(08) VALUE ZERO.
017947 77  CALC-STL-START-TIME       PIC 9(08) VALUE ZERO.
017954 77  CALC-STL-BUS-DATE         PIC 9(08) VALUE ZERO.
017961 77  CALC-STL-RUN-ID           PIC X(08) VALUE SPACES.
017968 77  CALC-STL-RECS-IN          PIC 9(09) VALUE ZERO.
017975 77  CALC-STL-RECS-OUT         PIC 9(09) VALUE ZERO.
017979*-----------------------------------------------------------------
017983* Audit seal fields.  Every audit row this attempt writes is
017987* counted and chained into CALC-SEAL-HASH, the hash DL100SEL
017991* describes, a byte at a time: CALC-HASH-ORD reads the byte in
017995* CALC-HASH-CHAR as its binary value behind a low-value byte.
017999* The seal goes to the seal file open at start-up and at every
018003* checkpoint, and closed at clean end-of-job.  A restart's
018007* seal starts after the checkpointed position and names the
018011* failed attempt it picks up from.
018015*-----------------------------------------------------------------
018019 77  CALC-SEAL-STATUS          PIC X(02) VALUE "00".
018023 77  CALC-SEAL-STATE           PIC X(01) VALUE "O".
018027 77  CALC-SEAL-FIRST-POS       PIC 9(09) VALUE 1.
018031 77  CALC-SEAL-COUNT           PIC 9(09) COMP VALUE ZERO.
018035 77  CALC-SEAL-HASH            PIC 9(10) COMP VALUE ZERO.
018039 77  CALC-SEAL-PREV-RUN-ID     PIC X(08) VALUE SPACES.
018043 77  CALC-HASH-MODULUS         PIC 9(10) COMP VALUE 9999999967.
018047 77  CALC-HASH-WORK            PIC 9(13) COMP VALUE ZERO.
018051 77  CALC-HASH-QUOT            PIC 9(13) COMP VALUE ZERO.
018055 01  CALC-HASH-ROW             PIC X(87).
018059 01  FILLER REDEFINES CALC-HASH-ROW.
018063     05  CALC-HASH-BYTE        PIC X(01) OCCURS 87 TIMES
018067                 INDEXED BY CALC-HASH-IDX.
018071 01  CALC-HASH-PAIR.
018075     05  FILLER                PIC X(01) VALUE LOW-VALUE.
018079     05  CALC-HASH-CHAR        PIC X(01).
018083 01  CALC-HASH-ORD REDEFINES CALC-HASH-PAIR
018087                               PIC 9(04) COMP.
018091 LINKAGE SECTION.
018095*-----------------------------------------------------------------
018100* CALC-PARM-AREA - the standard batch PARM layout: a two-byte
018200* binary length followed by the PARM text from the EXEC
018300* statement.  The text is positional: the checkpoint interval
018900 PROCEDURE DIVISION USING CALC-PARM-AREA.
019000 MAIN-PROCEDURE.
019100     PERFORM InitializeRun
019110     PERFORM WriteStepStart
019200     PERFORM OpenFiles
019220     IF CALC-LIVE-RUN
019230         PERFORM CheckRunRegister
019250     PERFORM VerifyFileHeader
019300     IF CALC-LIVE-RUN
019310         PERFORM RestartCheck
019315         PERFORM OpenRunSeal
019320     END-IF
019400     PERFORM ReadTransaction
019500     PERFORM CalculateResult UNTIL CALC-END-OF-FILE
019600     PERFORM PrintControlReport
019700     IF CALC-LIVE-RUN
019710         PERFORM WriteSummaryRecord
019720         PERFORM CloseRunSeal
019800         PERFORM ClearCheckpoint
019805         PERFORM WriteRunRegister
019810     END-IF
019910     IF CALC-SIM-MODE
019920         MOVE 4 TO RETURN-CODE
019930     END-IF
019940     PERFORM WriteStepEnd
020000     STOP RUN.
020100
020200*-----------------------------------------------------------------
021405     END-IF.
021406
021454*-----------------------------------------------------------------
021455* LoadSourceTable - one accumulator entry per source on the
021456* source master, in key order, with the operation codes it may
021457* send alongside, plus the OTHER bucket in the last entry for a
021458* source the master does not know.  The master is what this
021459* run validates against, so a master that cannot be read, or
021460* holds more sources than the summary can carry, stops the run.
021461*-----------------------------------------------------------------
021462 LoadSourceTable.
021463     PERFORM ClearOneSourceEntry
021464         VARYING CALC-SRC-IDX FROM 1 BY 1
021465         UNTIL CALC-SRC-IDX > CALC-SRC-OTHER
021466     SET CALC-SRC-IDX TO CALC-SRC-OTHER
021467     MOVE "??" TO CALC-S-CODE (CALC-SRC-IDX)
021468     OPEN INPUT SourceFile
021469     IF CALC-SRCM-STATUS NOT = "00"
021470         DISPLAY "CALCULADORA: OPEN FAILED ON SOURCEFILE "
021471             "- STATUS " CALC-SRCM-STATUS
021472         MOVE 12 TO RETURN-CODE
021473         STOP RUN
021474     END-IF
021475     MOVE LOW-VALUES TO SrcCode
021476     START SourceFile KEY >= SrcCode
021477         INVALID KEY
021478             SET CALC-SRC-EOF TO TRUE
021479     END-START
021480     IF NOT CALC-SRC-EOF
021481         PERFORM ReadNextSource
021482     END-IF
021483     PERFORM StoreOneSource UNTIL CALC-SRC-EOF
021484     CLOSE SourceFile.
021485
021486 ReadNextSource.
021487     READ SourceFile NEXT
021488         AT END
021489             SET CALC-SRC-EOF TO TRUE
021490     END-READ.
021491
021492 StoreOneSource.
021493     IF CALC-SRC-LOADED >= CALC-SRC-MAX
021494         DISPLAY "CALCULADORA: SOURCE MASTER HOLDS MORE THAN "
021495             CALC-SRC-MAX " SOURCES - RUN STOPPED"
021496         MOVE 12 TO RETURN-CODE
021497         STOP RUN
021498     END-IF
021499     ADD 1 TO CALC-SRC-LOADED
021500     SET CALC-SRC-IDX TO CALC-SRC-LOADED
021501     SET CALC-RULE-IDX TO CALC-SRC-LOADED
021502     MOVE SrcCode TO CALC-S-CODE (CALC-SRC-IDX)
021503     MOVE SrcCode TO CALC-R-CODE (CALC-RULE-IDX)
021504     MOVE SrcAllowedOps TO CALC-R-OPS (CALC-RULE-IDX)
021506     IF SrcHoldLimit NUMERIC
021508         MOVE SrcHoldLimit TO CALC-R-LIMIT (CALC-RULE-IDX)
021510     ELSE
021512         DISPLAY "CALCULADORA: SOURCE " SrcCode
021514             " HOLD LIMIT NOT NUMERIC - NOT HELD THIS RUN"
021516     END-IF
021518     PERFORM ReadNextSource.
021520
021522 ClearOneSourceEntry.
021524     MOVE SPACES TO CALC-S-CODE (CALC-SRC-IDX)
021526     MOVE ZERO TO CALC-S-COUNT (CALC-SRC-IDX)
021528     MOVE ZERO TO CALC-S-REJECT (CALC-SRC-IDX)
021530     MOVE ZERO TO CALC-S-SUM (CALC-SRC-IDX)
021532     SET CALC-RULE-IDX TO CALC-SRC-IDX
021534     MOVE SPACES TO CALC-R-CODE (CALC-RULE-IDX)
021536     MOVE SPACES TO CALC-R-OPS (CALC-RULE-IDX)
021538     MOVE ZERO TO CALC-R-LIMIT (CALC-RULE-IDX).
021540
021542*-----------------------------------------------------------------
021544* FindSourceEntry - sets CALC-SRC-IDX to the accumulator entry
021546* for the current detail's TransactionSource, the OTHER bucket
021548* when the source is not on the master.
021550*-----------------------------------------------------------------
021552 FindSourceEntry.
021554     SET CALC-SRC-IDX TO 1
021556     SEARCH CALC-SRC-ENTRY
021558         AT END
021560             SET CALC-SRC-IDX TO CALC-SRC-OTHER
021562         WHEN CALC-SRC-IDX > CALC-SRC-LOADED
021564             SET CALC-SRC-IDX TO CALC-SRC-OTHER
021566         WHEN CALC-S-CODE (CALC-SRC-IDX) = TransactionSource
021568             CONTINUE
021570     END-SEARCH.
021572
021574*-----------------------------------------------------------------
021600* GetCheckpointInterval - honors a PARM on the EXEC statement
021700* (e.g. PARM='00050') to change how often WriteCheckpoint runs
021800* without recompiling; a PARM of zero length leaves
022900* missing dataset or full DASD go unnoticed until some later,
023000* more confusing failure.  A simulation opens only
023010* TransactionFile - the output files and the checkpoint belong
023020* to live runs.  The audit master is read by both to find a
023030* reversal's original, and updated only by a live run.
023100*-----------------------------------------------------------------
023200 OpenFiles.
023300     OPEN INPUT TransactionFile
023860         PERFORM OpenLiveFiles
023865     ELSE
023866         PERFORM CloseEmptyGenerations
023867         OPEN INPUT AuditMstFile
023868     END-IF
023869     IF CALC-AMST-STATUS NOT = "00"
023870         DISPLAY "CALCULADORA: OPEN FAILED ON AUDITMSTFILE "
023871             "- STATUS " CALC-AMST-STATUS
023872         MOVE 12 TO RETURN-CODE
023873         STOP RUN
023874     END-IF.
023875
023876*-----------------------------------------------------------------
023879* CloseEmptyGenerations - a simulation posts nothing, but the
023882* job stream has already allocated this run's RESULTOUT and
026240             "- STATUS " CALC-RUNREG-STATUS
026250         MOVE 12 TO RETURN-CODE
026260         STOP RUN
026264     END-IF
026268     OPEN I-O HoldFile
026272     IF CALC-HOLD-STATUS NOT = "00"
026276         DISPLAY "CALCULADORA: OPEN FAILED ON HOLDFILE "
026280             "- STATUS " CALC-HOLD-STATUS
026284         MOVE 12 TO RETURN-CODE
026288         STOP RUN
026292     END-IF
026302     OPEN I-O SealFile
026312     IF CALC-SEAL-STATUS NOT = "00"
026322         DISPLAY "CALCULADORA: OPEN FAILED ON SEALFILE "
026332             "- STATUS " CALC-SEAL-STATUS
026342         MOVE 12 TO RETURN-CODE
026352         STOP RUN
026362     END-IF
026372     OPEN I-O AuditMstFile.
026382
026400*-----------------------------------------------------------------
026500* CloseFiles - closes every file this run opened.
026600*-----------------------------------------------------------------
027100         CLOSE ReportFile
027200         CLOSE CheckpointFile
027230         CLOSE RunRegFile
027240         CLOSE HoldFile
027245         CLOSE SealFile
027250     END-IF
027260     CLOSE AuditMstFile.
027300
027400*-----------------------------------------------------------------
027500* RestartCheck - looks for a checkpoint left by an earlier,
029500         MOVE CheckpointMinResult     TO CALC-MIN-RESULT
029600         MOVE CheckpointFirstPostedSw TO CALC-FIRST-POSTED-SW
029650         MOVE CheckpointSourceArea    TO CALC-SRC-TABLE
029653         MOVE CheckpointHeldCount     TO CALC-HELD-COUNT
029656         MOVE CheckpointHeldSum       TO CALC-HELD-SUM
029657         MOVE CheckpointRevCount      TO CALC-REV-COUNT
029658         MOVE CheckpointRevSum        TO CALC-REV-SUM
029659         MOVE CheckpointRunId         TO CALC-SEAL-PREV-RUN-ID
029660         PERFORM ProveRestoredSources
029670             VARYING CALC-SRC-IDX FROM 1 BY 1
029680             UNTIL CALC-SRC-IDX > CALC-SRC-OTHER
029700         DISPLAY "CALCULADORA: RESTARTING AFTER RECORD "
029800             CALC-LAST-CKPT-KEY
029900         PERFORM ReadTransaction CALC-LAST-CKPT-KEY TIMES
030000     END-IF.
030001
030002*-----------------------------------------------------------------
030003* ProveRestoredSources - the checkpointed per-source counts are
030004* only good if the master still lists the same sources in the
030005* same order; a master changed between the failed attempt and
030006* the restart would put every count against the wrong source,
030007* so the restart stops instead.
030008*-----------------------------------------------------------------
030009 ProveRestoredSources.
030010     SET CALC-RULE-IDX TO CALC-SRC-IDX
030011     IF CALC-SRC-IDX < CALC-SRC-OTHER
030012         AND CALC-S-CODE (CALC-SRC-IDX)
030013             NOT = CALC-R-CODE (CALC-RULE-IDX)
030014         DISPLAY "CALCULADORA: SOURCE MASTER CHANGED SINCE THE "
030015             "CHECKPOINT - RESTART STOPPED"
030016         MOVE 12 TO RETURN-CODE
030017         STOP RUN
030018     END-IF.
030019
030020*-----------------------------------------------------------------
030021* CheckRunRegister - refuses a live run for a business date the
030022* run register already shows posted, unless the operator coded
030023* the F force byte.  AUDITOUT is DISP=MOD: without this check a
030024* double submission appends a second full set of audit rows and
030025* a second summary, and nobody finds out until balancing or
030026* month-end.  A record-not-found INVALID KEY is the normal case
030027* (tonight's date has not posted) and is not an error.
030028*-----------------------------------------------------------------
030030 CheckRunRegister.
030032     MOVE CALC-RUN-DATE TO RunRegDate
031114             IF TransactionHashNum NUMERIC
031120                 ADD TransactionHashNum TO CALC-HASH-TOTAL
031124             END-IF
031126         WHEN TXN-REVERSAL
031128             ADD 1 TO CALC-DETAIL-COUNT
031130         WHEN TXN-TRAILER
031140             PERFORM VerifyFileTrailer
031145             PERFORM VerifyNothingAfterTrailer
031750* CalcResult is cleared before validation/compute runs so a
031760* rejected record never carries the prior transaction's result
031770* forward into its AuditFile row.
031773* A result over the source's hold limit is held, not posted, so
031776* it stays out of the posted sum, high and low.
031777* A reversal detail posts its original's result negated
031778* (ProcessReversal) and leaves the running-balance chain as
031779* the prior detail left it.
031780*-----------------------------------------------------------------
031900 CalculateResult.
032000     SET CALC-NO-OVERFLOW TO TRUE
032010     SET CALC-NOT-HELD TO TRUE
032100     SET CALC-NO-DIVIDE-ERROR TO TRUE
032200     MOVE SPACES TO CALC-REASON-CODE
032300     MOVE ZERO TO CalcResult
032400     ADD 1 TO CALC-RECORD-COUNT
032404     IF TXN-REVERSAL
032408         PERFORM ProcessReversal
032412     ELSE
032416         PERFORM ProcessCalculation
032420         PERFORM RememberPriorResult
032424     END-IF
032428     PERFORM WriteResultRecord
032432     PERFORM WriteAuditRecord
032436     IF CALC-LIVE-RUN
032440         ADD 1 TO CALC-CKPT-COUNTER
032444         IF CALC-CKPT-COUNTER >= CALC-CKPT-INTERVAL
032448             PERFORM WriteCheckpoint
032452             MOVE ZERO TO CALC-CKPT-COUNTER
032456         END-IF
032460     END-IF
032464     PERFORM ReadTransaction.
032468
032472*-----------------------------------------------------------------
032476* ProcessCalculation - validates an ordinary detail against its
032480* data and its source's rules, resolves a running-balance
032484* reference, and performs the operation.
032488*-----------------------------------------------------------------
032492 ProcessCalculation.
032500     PERFORM ValidateTransaction
032510     IF CALC-VALID-RECORD
032515         PERFORM CheckSourceRules
032518     END-IF
032520     IF CALC-VALID-RECORD AND TXN-REF-PRIOR
032540         PERFORM ResolvePriorReference
032560     END-IF
033900                 MOVE "OPER" TO CALC-REASON-CODE
034000         END-EVALUATE
034100         IF CALC-NO-OVERFLOW AND CALC-NO-DIVIDE-ERROR
034110             PERFORM CheckHoldLimit
034120             IF CALC-NOT-HELD
034130                 PERFORM AccumulateTotals
034140             END-IF
034300         END-IF
034309     END-IF.
034318
034327*-----------------------------------------------------------------
034336* ProcessReversal - backs out an earlier posted row.  The
034345* original's key is saved off the detail and the detail body
034354* cleared, so a rejected reversal's audit row carries no stray
034363* inputs; the source must be on the master like any detail's.
034372* The original is then looked up on the audit master and, if
034381* it may be reversed, its inputs are taken over and its result
034390* posted negated.  A reversal is never held - it can only
034399* shrink what already posted.
034408*-----------------------------------------------------------------
034417 ProcessReversal.
034426     SET CALC-VALID-RECORD TO TRUE
034435     MOVE ReversalRunDate TO CALC-REV-RUN-DATE
034444     MOVE ReversalRecPos TO CALC-REV-REC-POS
034453     MOVE ZERO TO FirstNum
034462     MOVE ZERO TO SecondNum
034471     MOVE SPACES TO OperationCode
034480     IF CALC-REV-KEY NOT NUMERIC
034489         MOVE ZERO TO CALC-REV-RUN-DATE
034498         MOVE ZERO TO CALC-REV-REC-POS
034507     END-IF
034516     PERFORM CheckSourceRules
034525     IF CALC-VALID-RECORD
034534         PERFORM FindReversalOriginal
034543     END-IF
034552     IF CALC-VALID-RECORD
034561         MOVE AuditMstFirstNum TO FirstNum
034570         MOVE AuditMstSecondNum TO SecondNum
034579         MOVE AuditMstOperCode TO OperationCode
034588         COMPUTE CalcResult = ZERO - AuditMstResult
034597         PERFORM AccumulateTotals
034606         ADD 1 TO CALC-REV-COUNT
034615         ADD CalcResult TO CALC-REV-SUM
034624     END-IF.
034633
034642*-----------------------------------------------------------------
034651* FindReversalOriginal - reads the original row off the audit
034660* master and refuses it unless it posted and has not already
034669* been reversed.  An original marked reversed by this very row
034678* - the same run date and record position - is this row being
034687* redone after a restart or a forced repost, and is let
034696* through.  A row posted tonight is not on the master until
034705* CalcLoad runs, so it can be reversed from tomorrow.
034714*-----------------------------------------------------------------
034723 FindReversalOriginal.
034732     MOVE CALC-REV-KEY TO AuditMstKey
034741     READ AuditMstFile
034750         INVALID KEY
034759             SET CALC-INVALID-RECORD TO TRUE
034768             MOVE "REVN" TO CALC-REASON-CODE
034777             DISPLAY "CALCULADORA: REVERSAL OF " CALC-REV-RUN-DATE
034786                 "/" CALC-REV-REC-POS " NOT ON THE AUDIT MASTER "
034795                 "- RECORD REJECTED"
034804     END-READ
034813     IF CALC-AMST-STATUS NOT = "00" AND "23"
034822         DISPLAY "CALCULADORA: AUDITMSTFILE READ FAILED "
034831             "- STATUS " CALC-AMST-STATUS
034840         MOVE 12 TO RETURN-CODE
034849         STOP RUN
034858     END-IF
034867     IF CALC-VALID-RECORD
034876         EVALUATE TRUE
034885             WHEN AUDIT-MST-REVERSAL
034894                 SET CALC-INVALID-RECORD TO TRUE
034903                 MOVE "REVV" TO CALC-REASON-CODE
034912             WHEN AUDIT-MST-REJECTED
034921                 SET CALC-INVALID-RECORD TO TRUE
034930                 MOVE "REVR" TO CALC-REASON-CODE
034939             WHEN AUDIT-MST-HELD
034948                 SET CALC-INVALID-RECORD TO TRUE
034957                 MOVE "REVH" TO CALC-REASON-CODE
034966             WHEN AUDIT-MST-REVERSED
034975                 AND (AuditMstLinkDate NOT = CALC-RUN-DATE
034984                 OR AuditMstLinkPos NOT = CALC-RECORD-COUNT)
034993                 SET CALC-INVALID-RECORD TO TRUE
035002                 MOVE "REVX" TO CALC-REASON-CODE
035011             WHEN NOT AUDIT-MST-POSTED
035020                 SET CALC-INVALID-RECORD TO TRUE
035029                 MOVE "REVR" TO CALC-REASON-CODE
035038         END-EVALUATE
035047         IF CALC-INVALID-RECORD
035056             DISPLAY "CALCULADORA: REVERSAL OF " CALC-REV-RUN-DATE
035065                 "/" CALC-REV-REC-POS " REFUSED " CALC-REASON-CODE
035074                 " - RECORD REJECTED"
035083         END-IF
035092     END-IF.
035101
035110*-----------------------------------------------------------------
035119* MarkOriginalReversed - marks the original reversed on the
035128* audit master, linked back to the reversal row just written,
035137* so a second reversal of it is refused and an inquiry on
035146* either row finds the other.  The master record is still the
035155* one FindReversalOriginal read.
035164*-----------------------------------------------------------------
035173 MarkOriginalReversed.
035182     MOVE CALC-REV-KEY TO AuditMstKey
035191     SET AUDIT-MST-REVERSED TO TRUE
035200     MOVE CALC-RUN-DATE TO AuditMstLinkDate
035209     MOVE CALC-RECORD-COUNT TO AuditMstLinkPos
035218     REWRITE AuditMstRecord
035227     IF CALC-AMST-STATUS NOT = "00"
035236         DISPLAY "CALCULADORA: AUDITMSTFILE REWRITE FAILED "
035245             "- STATUS " CALC-AMST-STATUS
035254         MOVE 12 TO RETURN-CODE
035263         STOP RUN
035272     END-IF.
035300
035320*-----------------------------------------------------------------
035340* WriteResultRecord - appends one ResultFile record for every
035380* TransactionFile row N after a reject.  CalcResult is zero on a
035390* rejected record (cleared at the top of CalculateResult).
035392* A simulation builds nothing here - the file is not open.
035393* A held record goes out "H" carrying its held figure.
035395*-----------------------------------------------------------------
035398 WriteResultRecord.
035399     IF CALC-LIVE-RUN
035400         MOVE CALC-RECORD-COUNT TO ResultRecordKey
035405         MOVE TransactionSource TO ResultSource
035411         EVALUATE TRUE
035417             WHEN CALC-HELD-RECORD
035423                 SET RESULT-HELD TO TRUE
035429             WHEN CALC-VALID-RECORD AND CALC-NO-OVERFLOW
035435                 AND CALC-NO-DIVIDE-ERROR
035441                 SET RESULT-POSTED TO TRUE
035447             WHEN OTHER
035453                 SET RESULT-REJECTED TO TRUE
035459         END-EVALUATE
035470         WRITE ResultRecord
035480         IF CALC-RESULT-STATUS NOT = "00"
035490             DISPLAY "CALCULADORA: RESULTFILE WRITE FAILED "
036400* CalculateResult before the COMPUTE runs), so AuditCalcResult
036500* never shows a stale result left behind by the SIZE ERROR
036600* clause leaving the field unchanged.
036610* A held record is neither: it adds to the held count and
036620* amount instead, and on a live run also goes onto the hold
036630* queue.  A posted reversal also marks its original reversed
036640* on the audit master.
036700*-----------------------------------------------------------------
036800 WriteAuditRecord.
036802     PERFORM FindSourceEntry
036804     ADD 1 TO CALC-S-COUNT (CALC-SRC-IDX)
036809     EVALUATE TRUE
036814         WHEN CALC-HELD-RECORD
036819             ADD 1 TO CALC-HELD-COUNT
036824             ADD CalcResult TO CALC-HELD-SUM
036829         WHEN CALC-VALID-RECORD AND CALC-NO-OVERFLOW
036834             AND CALC-NO-DIVIDE-ERROR
036839             ADD CalcResult TO CALC-S-SUM (CALC-SRC-IDX)
036844         WHEN OTHER
036849             ADD 1 TO CALC-REJECT-COUNT
036854             ADD 1 TO CALC-S-REJECT (CALC-SRC-IDX)
036859     END-EVALUATE
036870     IF CALC-LIVE-RUN
036880         PERFORM BuildAndWriteAuditRecord
036882         IF CALC-HELD-RECORD
036884             PERFORM WriteHoldRecord
036886         END-IF
036887         IF TXN-REVERSAL AND CALC-VALID-RECORD
036888             PERFORM MarkOriginalReversed
036889         END-IF
036890     END-IF.
036892
036894*-----------------------------------------------------------------
037520     MOVE ZERO               TO AuditResubDate
037530     MOVE TransactionSource  TO AuditSource
037540     MOVE CALC-RECORD-COUNT  TO AuditRecPos
037541     MOVE SPACES             TO AuditRevFlag
037542     MOVE ZERO               TO AuditLinkDate
037543     MOVE ZERO               TO AuditLinkPos
037544     IF TXN-REVERSAL
037545         SET AUDIT-REVERSAL TO TRUE
037546         MOVE CALC-REV-KEY   TO AuditLinkKey
037547     END-IF
037550     EVALUATE TRUE
037560         WHEN CALC-HELD-RECORD
037570             SET AUDIT-HELD TO TRUE
037580         WHEN CALC-VALID-RECORD AND CALC-NO-OVERFLOW
037590             AND CALC-NO-DIVIDE-ERROR
037600             SET AUDIT-POSTED TO TRUE
037610         WHEN OTHER
037620             SET AUDIT-REJECTED TO TRUE
037625             IF NOT TXN-REVERSAL
037630                 SET AUDIT-CORR-OPEN TO TRUE
037635             END-IF
037640     END-EVALUATE
038300     WRITE AuditRecord
038310     IF CALC-AUDIT-STATUS NOT = "00"
038320         DISPLAY "CALCULADORA: AUDITFILE WRITE FAILED "
038330             "- STATUS " CALC-AUDIT-STATUS
038335         MOVE 12 TO RETURN-CODE
038340         STOP RUN
038350     END-IF
038360     PERFORM ChainAuditRow.
038400
038402*-----------------------------------------------------------------
038404* WriteHoldRecord - queues a held detail for the CalcHold
038406* approval screen under the audit row's own key, pending, with
038408* the limit it broke and whoever keyed or corrected it.  A key
038410* already on the queue means this row was queued before - a
038412* restart past the last checkpoint or a forced repost of the
038414* date - and the entry there, possibly already decided, is
038416* kept as it stands rather than reopened.
038418*-----------------------------------------------------------------
038420 WriteHoldRecord.
038422     MOVE CALC-RUN-DATE       TO HoldRunDate
038424     MOVE CALC-RECORD-COUNT   TO HoldRecPos
038426     MOVE CALC-RUN-ID         TO HoldRunId
038428     MOVE FirstNum            TO HoldFirstNum
038430     MOVE SecondNum           TO HoldSecondNum
038432     MOVE OperationCode       TO HoldOperCode
038434     MOVE CalcResult          TO HoldResult
038436     MOVE TransactionSource   TO HoldSource
038438     MOVE CALC-R-LIMIT (CALC-RULE-IDX) TO HoldLimit
038440     MOVE TransactionOperator TO HoldKeyedBy
038442     SET HOLD-PENDING TO TRUE
038444     MOVE ZERO                TO HoldDecDate
038446     MOVE ZERO                TO HoldDecTime
038448     MOVE SPACES              TO HoldDecOper
038450     WRITE HoldRecord
038452         INVALID KEY
038454             DISPLAY "CALCULADORA: RECORD " CALC-RECORD-COUNT
038456                 " ALREADY ON THE HOLD QUEUE - ENTRY KEPT"
038458     END-WRITE
038460     IF CALC-HOLD-STATUS NOT = "00" AND "22"
038462         DISPLAY "CALCULADORA: HOLDFILE WRITE FAILED "
038464             "- STATUS " CALC-HOLD-STATUS
038466         MOVE 12 TO RETURN-CODE
038468         STOP RUN
038470     END-IF.
038472
038500*-----------------------------------------------------------------
038600* ValidateTransaction - rejects any record whose FirstNum or
038700* SecondNum is not NUMERIC, logging it and letting the run
039600         END-IF
039610     END-IF.
039620
039621*-----------------------------------------------------------------
039622* CheckSourceRules - the detail's source must be on the source
039623* master (else SRCN), and a recognized operation code must be
039624* one the master says that source may send (else SOPR).  An
039625* unrecognized operation code is left for the operation
039626* EVALUATE to reject OPER as it always has.
039627*-----------------------------------------------------------------
039628 CheckSourceRules.
039629     PERFORM FindSourceEntry
039630     IF CALC-SRC-IDX = CALC-SRC-OTHER
039631         SET CALC-INVALID-RECORD TO TRUE
039632         DISPLAY "CALCULADORA: SOURCE " TransactionSource
039633             " NOT ON THE SOURCE MASTER - RECORD REJECTED"
039634         MOVE "SRCN" TO CALC-REASON-CODE
039635     ELSE
039636         IF CALC-OP-ADD OR CALC-OP-SUBTRACT
039637             OR CALC-OP-MULTIPLY OR CALC-OP-DIVIDE
039638             SET CALC-RULE-IDX TO CALC-SRC-IDX
039639             MOVE ZERO TO CALC-OP-HITS
039640             INSPECT CALC-R-OPS (CALC-RULE-IDX)
039641                 TALLYING CALC-OP-HITS FOR ALL OperationCode
039642             IF CALC-OP-HITS = ZERO
039643                 SET CALC-INVALID-RECORD TO TRUE
039644                 DISPLAY "CALCULADORA: SOURCE " TransactionSource
039645                     " MAY NOT SEND OPERATION " OperationCode
039646                     " - RECORD REJECTED"
039647                 MOVE "SOPR" TO CALC-REASON-CODE
039648             END-IF
039649         END-IF
039650     END-IF.
039651
039652*-----------------------------------------------------------------
039653* CheckHoldLimit - a cleanly calculated result larger, either
039654* sign, than its source's hold limit is held for supervisor
039655* approval instead of posting.  A zero limit never holds, and a
039656* detail a supervisor has already released off the queue is
039657* never held twice.  The source is known to be on the master
039658* here - CheckSourceRules has already passed it.
039659*-----------------------------------------------------------------
039660 CheckHoldLimit.
039661     IF NOT TXN-RELEASED
039662         PERFORM FindSourceEntry
039663         SET CALC-RULE-IDX TO CALC-SRC-IDX
039664         IF CALC-R-LIMIT (CALC-RULE-IDX) > ZERO
039665             IF CalcResult < ZERO
039666                 COMPUTE CALC-HOLD-AMOUNT = ZERO - CalcResult
039667             ELSE
039668                 MOVE CalcResult TO CALC-HOLD-AMOUNT
039669             END-IF
039670             IF CALC-HOLD-AMOUNT > CALC-R-LIMIT (CALC-RULE-IDX)
039671                 SET CALC-HELD-RECORD TO TRUE
039672                 MOVE "HOLD" TO CALC-REASON-CODE
039673                 DISPLAY "CALCULADORA: RESULT OVER SOURCE "
039674                     TransactionSource " HOLD LIMIT "
039675                     "- RECORD HELD FOR APPROVAL"
039676             END-IF
039677         END-IF
039678     END-IF.
039679
039680*-----------------------------------------------------------------
039681* ResolvePriorReference - a running-balance detail operates on
039682* the prior posted result: the figure is substituted into
039683* FirstNum before the operation EVALUATE runs, so the audit
039684* row carries the operand actually used.  A chain head with no
039685* prior result in this run rejects REFN; a link whose
039690* referenced result was itself rejected rejects REFR, so a
039691* figure that never posted is never chained forward; a link
039692* whose referenced result is on hold rejects REFH, since the
039693* figure may yet be declined.
039694*-----------------------------------------------------------------
039696 ResolvePriorReference.
039697     EVALUATE TRUE
039702             DISPLAY "CALCULADORA: REFERENCED RESULT WAS "
039703                 "REJECTED - CHAINED RECORD REJECTED"
039704             MOVE "REFR" TO CALC-REASON-CODE
039705         WHEN CALC-PRIOR-HELD
039706             SET CALC-INVALID-RECORD TO TRUE
039707             DISPLAY "CALCULADORA: REFERENCED RESULT IS ON "
039708                 "HOLD - CHAINED RECORD REJECTED"
039709             MOVE "REFH" TO CALC-REASON-CODE
039710         WHEN OTHER
039711             SET CALC-INVALID-RECORD TO TRUE
039712             DISPLAY "CALCULADORA: NO PRIOR RESULT TO "
039713                 "REFERENCE - CHAINED RECORD REJECTED"
039714             MOVE "REFN" TO CALC-REASON-CODE
039715     END-EVALUATE.
039716
039717*-----------------------------------------------------------------
039718* RememberPriorResult - notes this transaction's outcome for
039719* the next detail's possible reference: the posted result, or
039720* the fact that it rejected or was held.
039722*-----------------------------------------------------------------
039724 RememberPriorResult.
039726     EVALUATE TRUE
039728         WHEN CALC-HELD-RECORD
039730             SET CALC-PRIOR-HELD TO TRUE
039732             MOVE ZERO TO CALC-PRIOR-RESULT
039734         WHEN CALC-VALID-RECORD AND CALC-NO-OVERFLOW
039736             AND CALC-NO-DIVIDE-ERROR
039738             SET CALC-PRIOR-POSTED TO TRUE
039740             MOVE CalcResult TO CALC-PRIOR-RESULT
039742         WHEN OTHER
039744             SET CALC-PRIOR-REJECTED TO TRUE
039746             MOVE ZERO TO CALC-PRIOR-RESULT
039748     END-EVALUATE.
039750
039800*-----------------------------------------------------------------
039900* ComputeAdd/ComputeSubtract/ComputeMultiply/ComputeDivide - one
046900     DISPLAY "SUM OF CALCRESULT.........: " CALC-SUM-RESULT
047000     DISPLAY "HIGHEST CALCRESULT.........: " CALC-MAX-RESULT
047100     DISPLAY "LOWEST CALCRESULT..........: " CALC-MIN-RESULT
047101     DISPLAY "RECORDS HELD FOR APPROVAL.: " CALC-HELD-COUNT
047102     DISPLAY "SUM OF HELD CALCRESULT....: " CALC-HELD-SUM
047103     DISPLAY "REVERSALS POSTED..........: " CALC-REV-COUNT
047104     DISPLAY "SUM OF REVERSED CALCRESULT: " CALC-REV-SUM
047105     DISPLAY "BY SOURCE SYSTEM:"
047106     PERFORM PrintOneSourceLine
047107         VARYING CALC-SRC-IDX FROM 1 BY 1
047108         UNTIL CALC-SRC-IDX > CALC-SRC-OTHER
047110     IF CALC-SIM-MODE
047120         DISPLAY "*** SIMULATION RUN - RESULTFILE, AUDITFILE, "
047130             "SUMMARY AND CHECKPOINT NOT UPDATED ***"
047154* PrintOneSourceLine - the control-report numbers for one
047156* source-system code.  The OTHER bucket prints only when it saw
047158* anything, since a record with an unrecognized source is itself
047160* something to chase; unused entries never see anything.
047162*-----------------------------------------------------------------
047164 PrintOneSourceLine.
047166     IF CALC-SRC-IDX NOT > CALC-SRC-LOADED
047168         OR CALC-S-COUNT (CALC-SRC-IDX) > ZERO
047170         DISPLAY "  SOURCE " CALC-S-CODE (CALC-SRC-IDX)
047172             " RECORDS " CALC-S-COUNT (CALC-SRC-IDX)
048400     MOVE CALC-MAX-RESULT       TO SummaryMaxResult
048500     MOVE CALC-MIN-RESULT       TO SummaryMinResult
048550     MOVE CALC-SRC-TABLE        TO SummarySourceArea
048560     MOVE CALC-HELD-COUNT       TO SummaryHeldCount
048570     MOVE CALC-HELD-SUM         TO SummaryHeldSum
048600     WRITE SummaryRecord
048610     IF CALC-REPORT-STATUS NOT = "00"
048620         DISPLAY "CALCULADORA: REPORTFILE WRITE FAILED "
050400     MOVE CALC-MIN-RESULT       TO CheckpointMinResult
050500     MOVE CALC-FIRST-POSTED-SW  TO CheckpointFirstPostedSw
050550     MOVE CALC-SRC-TABLE        TO CheckpointSourceArea
050560     MOVE CALC-HELD-COUNT       TO CheckpointHeldCount
050570     MOVE CALC-HELD-SUM         TO CheckpointHeldSum
050580     MOVE CALC-REV-COUNT        TO CheckpointRevCount
050590     MOVE CALC-REV-SUM          TO CheckpointRevSum
050593     MOVE CALC-RUN-ID           TO CheckpointRunId
050596     PERFORM RewriteRunSeal
050600     IF CALC-CKPT-EXISTS
050700         REWRITE CheckpointRecord
050800         IF CALC-CKPT-STATUS NOT = "00"
054680                 "- STATUS " CALC-RUNREG-STATUS
054690             MOVE 12 TO RETURN-CODE
054700             STOP RUN
054701         END-IF
054702     ELSE
054703         WRITE RunRegRecord
054704         IF CALC-RUNREG-STATUS NOT = "00"
054705             DISPLAY "CALCULADORA: RUN REGISTER WRITE FAILED "
054706                 "- STATUS " CALC-RUNREG-STATUS
054707             MOVE 12 TO RETURN-CODE
054708             STOP RUN
054709         END-IF
054710     END-IF.
054711
054712*-----------------------------------------------------------------
054713* OpenRunSeal - this attempt's run seal on the seal file
054714* (DL100SEL), written before its first audit row: open, nothing
054715* sealed yet, starting at the position after the checkpoint on
054716* a restart and naming the failed attempt it picks up from.  A
054717* seal already on file under this run-id is a second attempt
054718* inside the same minute, whose audit rows could not be told
054719* apart from the first one's either, so the run stops.
054720*-----------------------------------------------------------------
054721 OpenRunSeal.
054722     MOVE ZERO TO CALC-SEAL-COUNT
054723     MOVE ZERO TO CALC-SEAL-HASH
054724     COMPUTE CALC-SEAL-FIRST-POS = CALC-RECORD-COUNT + 1
054725     MOVE "O" TO CALC-SEAL-STATE
054726     PERFORM BuildRunSeal
054727     WRITE SealRecord
054728         INVALID KEY
054729             DISPLAY "CALCULADORA: RUN " CALC-RUN-ID " OF "
054730                 CALC-RUN-DATE " ALREADY SEALED - RESUBMIT "
054731                 "- RUN STOPPED"
054732             MOVE 12 TO RETURN-CODE
054733             STOP RUN
054734     END-WRITE
054735     IF CALC-SEAL-STATUS NOT = "00"
054736         DISPLAY "CALCULADORA: SEALFILE WRITE FAILED "
054737             "- STATUS " CALC-SEAL-STATUS
054738         MOVE 12 TO RETURN-CODE
054739         STOP RUN
054740     END-IF.
054741
054742*-----------------------------------------------------------------
054743* RewriteRunSeal - brings the open seal up to the rows written
054744* so far; done at every checkpoint, ahead of the checkpoint
054745* itself, so a failed attempt's seal always covers at least the
054746* rows its restart will not write again.
054747*-----------------------------------------------------------------
054748 RewriteRunSeal.
054749     PERFORM BuildRunSeal
054750     REWRITE SealRecord
054751     IF CALC-SEAL-STATUS NOT = "00"
054752         DISPLAY "CALCULADORA: SEALFILE REWRITE FAILED "
054753             "- STATUS " CALC-SEAL-STATUS
054754         MOVE 12 TO RETURN-CODE
054755         STOP RUN
054756     END-IF.
054757
054758*-----------------------------------------------------------------
054759* CloseRunSeal - seals the attempt closed at clean end-of-job
054760* over every audit row it wrote.
054761*-----------------------------------------------------------------
054762 CloseRunSeal.
054763     MOVE "C" TO CALC-SEAL-STATE
054764     PERFORM RewriteRunSeal
054765     DISPLAY "CALCULADORA: AUDIT ROWS SEALED " CALC-SEAL-COUNT
054766         " HASH " CALC-SEAL-HASH.
054767
054768 BuildRunSeal.
054769     MOVE SPACES                TO SealRecord
054770     MOVE CALC-RUN-DATE         TO SealRunDate
054771     MOVE CALC-RUN-ID           TO SealRunId
054772     SET SEAL-RUN-SEAL          TO TRUE
054773     MOVE ZERO                  TO SealRecPos
054774     MOVE CALC-SEAL-STATE       TO SealStatus
054775     MOVE CALC-SEAL-FIRST-POS   TO SealFirstPos
054776     MOVE CALC-SEAL-COUNT       TO SealRowCount
054777     MOVE CALC-SEAL-HASH        TO SealHash
054778     MOVE CALC-SEAL-PREV-RUN-ID TO SealPrevRunId
054779     ACCEPT SealStampDate FROM DATE YYYYMMDD
054780     ACCEPT SealStampTime FROM TIME.
054781
054782*-----------------------------------------------------------------
054783* ChainAuditRow - counts the audit row just written and chains
054784* its 87 bytes, in order, into the seal hash.
054785*-----------------------------------------------------------------
054786 ChainAuditRow.
054787     MOVE AuditRecord TO CALC-HASH-ROW
054788     PERFORM ChainHashByte
054789         VARYING CALC-HASH-IDX FROM 1 BY 1
054790         UNTIL CALC-HASH-IDX > 87
054791     ADD 1 TO CALC-SEAL-COUNT.
054792
054793 ChainHashByte.
054794     MOVE CALC-HASH-BYTE (CALC-HASH-IDX) TO CALC-HASH-CHAR
054795     COMPUTE CALC-HASH-WORK = CALC-SEAL-HASH * 256 + CALC-HASH-ORD
054796     DIVIDE CALC-HASH-WORK BY CALC-HASH-MODULUS
054797         GIVING CALC-HASH-QUOT REMAINDER CALC-SEAL-HASH.
054801
054802*-----------------------------------------------------------------
054803* WriteStepStart - the start record on the shared step log
054804* CALC.STEPLOG (DL100STL) the batch-window report reads.
054805*-----------------------------------------------------------------
054806 WriteStepStart.
054807     ACCEPT CALC-STL-START-DATE FROM DATE YYYYMMDD
054808     ACCEPT CALC-STL-START-TIME FROM TIME
054809     MOVE CALC-RUN-DATE TO CALC-STL-BUS-DATE
054810     MOVE CALC-RUN-ID TO CALC-STL-RUN-ID
054811     PERFORM BuildStepLogRecord
054812     SET STEPLOG-START TO TRUE
054813     PERFORM WriteStepLogRecord.
054814
054815*-----------------------------------------------------------------
054816* WriteStepEnd - the end record: the start fields again, the end
054817* time, records in and out (details processed, and the ones
054818* posted) and the return code the step is ending with.  A step
054819* stopped on a fatal error never gets here, and its start record
054820* standing alone is what the report shows.
054821*-----------------------------------------------------------------
054822 WriteStepEnd.
054823     MOVE CALC-RECORD-COUNT TO CALC-STL-RECS-IN
054824     COMPUTE CALC-STL-RECS-OUT = CALC-RECORD-COUNT
054825         - CALC-REJECT-COUNT - CALC-HELD-COUNT
054826     PERFORM BuildStepLogRecord
054827     SET STEPLOG-END TO TRUE
054828     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
054829     ACCEPT StepLogEndTime FROM TIME
054830     MOVE RETURN-CODE TO StepLogReturnCode
054831     PERFORM WriteStepLogRecord.
054832
054833 BuildStepLogRecord.
054834     MOVE SPACES TO StepLogRecord
054835     MOVE CALC-STL-BUS-DATE   TO StepLogBusDate
054836     MOVE CALC-STL-RUN-ID     TO StepLogRunId
054837     MOVE "CALCULAD"          TO StepLogStep
054838     MOVE CALC-STL-START-DATE TO StepLogStartDate
054839     MOVE CALC-STL-START-TIME TO StepLogStartTime
054840     MOVE ZERO                TO StepLogEndDate
054841     MOVE ZERO                TO StepLogEndTime
054842     MOVE CALC-STL-RECS-IN    TO StepLogRecsIn
054843     MOVE CALC-STL-RECS-OUT   TO StepLogRecsOut
054844     MOVE ZERO                TO StepLogReturnCode.
054845
054846*-----------------------------------------------------------------
054847* WriteStepLogRecord - the log opens EXTEND for just the one
054848* write.  The log is for the batch window, not the books: a log
054849* that cannot be written is reported and the step carries on.
054850*-----------------------------------------------------------------
054851 WriteStepLogRecord.
054852     OPEN EXTEND StepLogFile
054853     IF CALC-STL-STATUS NOT = "00"
054854         DISPLAY "CALCULADORA: STEP LOG NOT AVAILABLE - STATUS "
054855             CALC-STL-STATUS " - STEP NOT LOGGED"
054856     ELSE
054857         WRITE StepLogRecord
054858         IF CALC-STL-STATUS NOT = "00"
054859             DISPLAY "CALCULADORA: STEP LOG WRITE FAILED "
054860                 "- STATUS " CALC-STL-STATUS
054861         END-IF
054862         CLOSE StepLogFile
054863     END-IF.
054900 END PROGRAM Calculadora.
