005870*                 legitimately be blank - the blank-FirstNum
005880*                 edit stands down for flagged details and the
005890*                 other two edits still apply.
005898* 15/10/2026 CAY  The feeds now come from the source master
005906*                 (DL100SRC, CALC.SRCMAST) instead of three
005914*                 fixed DDs: every active source with a feed DD
005922*                 on the master - one of the nine feed slots
005930*                 FEED01-FEED09 - is read in code order on that
005938*                 slot and stamped with its master code.  A
005946*                 suspended source's feed is not read and the
005954*                 report says so; a source with no feed DD
005962*                 (resubmits only) is listed as such.  A new
005970*                 upstream is now a screen change on CalcSrc,
005978*                 not a change here.
005979* 15/10/2026 CAY  Feed receipt register (DL100RCV, CALC.RCVREG):
005980*                 every feed whose trailer proves is logged with
005981*                 its source, header business date, detail
005982*                 count, FirstNum hash total and the time it was
005983*                 received.  A feed whose count and hash match a
005984*                 receipt from the same source under another
005985*                 business date within the last RCVDAYS days
005986*                 (run-parameter file, default 10) is a re-sent
005987*                 old file and stops the run RC 12 before it can
005988*                 post twice.  The same feed read again for the
005989*                 same business date is a rerun of the night and
005990*                 is let through; an empty feed has nothing to
005991*                 match on and is only logged.
005999* 15/10/2026 CAY  High-value hold queue: details a supervisor
006007*                 released on CalcHold (CALC.HOLDREL, read here
006015*                 as RELSIN after the resubmits) rejoin the batch
006023*                 the way resubmits do, through the same edits,
006031*                 carrying their source, the operator who keyed
006039*                 them and the released flag (DL100TXN
006047*                 TransactionRelFlag) so Calculadora does not
006055*                 hold them a second time.  Resubmit and release
006063*                 records are now 32 bytes; CalcCorr stamps its
006071*                 operator on each resubmit.
006072* 15/10/2026 CAY  Reversal details (DL100TXN type "V") are
006073*                 accepted on the feeds: counted toward the feed
006074*                 trailer like any detail but adding nothing to
006075*                 its hash, edited for a numeric original run
006076*                 date and a non-zero record position (reason
006077*                 BRV), and passed through as "V" for Calculadora
006078*                 to post against the original.
006079* 15/10/2026 CAY  Step log: a start record as the step begins and
006080*                 an end record as it finishes (times, records in
006081*                 and out, return code) on the shared step log
006082*                 CALC.STEPLOG (DL100STL), for the CalcWin
006083*                 batch-window report.
006084* 15/10/2026 CAY  Standing orders: the feed CalcSgen raises from
006085*                 the standing-order master (STNDIN) is read after
006086*                 the upstream feeds and before the resubmits,
006087*                 proved on its own header date, trailer count and
006088*                 hash, and its details edited under each order's
006089*                 own source.  It is not on the receipt register -
006090*                 the same orders fall due night after night.  Not
006091*                 allocated means the generator did not run, and
006092*                 it is skipped.
006093******************************************************************
006094 IDENTIFICATION DIVISION.
006100 PROGRAM-ID. CalcEdit.
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006410     SELECT Feed01File ASSIGN TO "FEED01"
006420         ORGANIZATION IS SEQUENTIAL
006430         FILE STATUS IS EDIT-CUR-STATUS.
006440     SELECT Feed02File ASSIGN TO "FEED02"
006450         ORGANIZATION IS SEQUENTIAL
006460         FILE STATUS IS EDIT-CUR-STATUS.
006470     SELECT Feed03File ASSIGN TO "FEED03"
006480         ORGANIZATION IS SEQUENTIAL
006490         FILE STATUS IS EDIT-CUR-STATUS.
006500     SELECT Feed04File ASSIGN TO "FEED04"
006510         ORGANIZATION IS SEQUENTIAL
006520         FILE STATUS IS EDIT-CUR-STATUS.
006530     SELECT Feed05File ASSIGN TO "FEED05"
006540         ORGANIZATION IS SEQUENTIAL
006550         FILE STATUS IS EDIT-CUR-STATUS.
006560     SELECT Feed06File ASSIGN TO "FEED06"
006570         ORGANIZATION IS SEQUENTIAL
006580         FILE STATUS IS EDIT-CUR-STATUS.
006590     SELECT Feed07File ASSIGN TO "FEED07"
006600         ORGANIZATION IS SEQUENTIAL
006610         FILE STATUS IS EDIT-CUR-STATUS.
006620     SELECT Feed08File ASSIGN TO "FEED08"
006630         ORGANIZATION IS SEQUENTIAL
006640         FILE STATUS IS EDIT-CUR-STATUS.
006650     SELECT Feed09File ASSIGN TO "FEED09"
006660         ORGANIZATION IS SEQUENTIAL
006670         FILE STATUS IS EDIT-CUR-STATUS.
006800     SELECT SourceFile ASSIGN TO "SRCMAST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS SrcCode
007200         FILE STATUS IS EDIT-SRCM-STATUS.
007210     SELECT ReceiptFile ASSIGN TO "RCVREG"
007220         ORGANIZATION IS INDEXED
007230         ACCESS MODE IS DYNAMIC
007240         RECORD KEY IS RcvKey
007250         FILE STATUS IS EDIT-RCV-STATUS.
007260     SELECT ParmFile ASSIGN TO "PARMFILE"
007270         ORGANIZATION IS INDEXED
007280         ACCESS MODE IS RANDOM
007290         RECORD KEY IS ParmKey
007300         FILE STATUS IS EDIT-PRMF-STATUS.
007400     SELECT ResubFile ASSIGN TO "RESUBIN"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS EDIT-RESUB-STATUS.
007610     SELECT ReleaseFile ASSIGN TO "RELSIN"
007620         ORGANIZATION IS SEQUENTIAL
007630         FILE STATUS IS EDIT-REL-STATUS.
007640     SELECT StandingFile ASSIGN TO "STNDIN"
007650         ORGANIZATION IS SEQUENTIAL
007660         FILE STATUS IS EDIT-STND-STATUS.
007700     SELECT TransFile ASSIGN TO "TRANSOUT"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS EDIT-TRANS-STATUS.
008000     SELECT RejectFile ASSIGN TO "EDITREJ"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS EDIT-REJECT-STATUS.
008210     SELECT StepLogFile ASSIGN TO "STEPLOG"
008220         ORGANIZATION IS SEQUENTIAL
008230         FILE STATUS IS EDIT-STL-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008410 FD  Feed01File
008420     RECORDING MODE IS F.
008430 01  Feed01Record             PIC X(21).
008440 FD  Feed02File
008450     RECORDING MODE IS F.
008460 01  Feed02Record             PIC X(21).
008470 FD  Feed03File
008480     RECORDING MODE IS F.
008490 01  Feed03Record             PIC X(21).
008500 FD  Feed04File
008510     RECORDING MODE IS F.
008520 01  Feed04Record             PIC X(21).
008530 FD  Feed05File
008540     RECORDING MODE IS F.
008550 01  Feed05Record             PIC X(21).
008560 FD  Feed06File
008570     RECORDING MODE IS F.
008580 01  Feed06Record             PIC X(21).
008590 FD  Feed07File
008600     RECORDING MODE IS F.
008610 01  Feed07Record             PIC X(21).
008620 FD  Feed08File
008630     RECORDING MODE IS F.
008640 01  Feed08Record             PIC X(21).
008650 FD  Feed09File
008660     RECORDING MODE IS F.
008670 01  Feed09Record             PIC X(21).
008800 FD  SourceFile.
008900     COPY DL100SRC.
008910 FD  ReceiptFile.
008920     COPY DL100RCV.
008930 FD  ParmFile.
008940     COPY DL100PRM.
009400 FD  ResubFile
009500     RECORDING MODE IS F.
009600 01  ResubRecord.
009800     05  ResubRecordData       PIC X(19).
009900     05  ResubSource           PIC X(02).
009950     05  ResubRefFlag          PIC X(01).
009954     05  ResubOperator         PIC X(08).
009958     05  ResubRelFlag          PIC X(01).
009962 FD  ReleaseFile
009966     RECORDING MODE IS F.
009970 01  ReleaseRecord.
009974     05  ReleaseRecordType     PIC X(01).
009978     05  ReleaseRecordData     PIC X(19).
009982     05  ReleaseSource         PIC X(02).
009986     05  ReleaseRefFlag        PIC X(01).
009990     05  ReleaseOperator       PIC X(08).
009994     05  ReleaseRelFlag        PIC X(01).
009998*-----------------------------------------------------------------
010002* The standing-order feed CalcSgen raises ahead of this step: a
010006* header, details and a trailer like an upstream feed, but 32
010010* bytes, each detail carrying its order's source, running-balance
010014* flag and maintaining operator as a resubmit does.
010018*-----------------------------------------------------------------
010022 FD  StandingFile
010026     RECORDING MODE IS F.
010030 01  StandRecord.
010034     05  StandRecordType       PIC X(01).
010038     05  StandRecordData       PIC X(19).
010042     05  StandHashView REDEFINES StandRecordData.
010046         10  StandHashNum      PIC 9(09).
010050         10  FILLER            PIC X(10).
010054     05  StandHeaderArea REDEFINES StandRecordData.
010058         10  StandHeaderDate   PIC 9(08).
010062         10  FILLER            PIC X(11).
010066     05  StandTrailerArea REDEFINES StandRecordData.
010070         10  StandTrailerCount PIC 9(09).
010074         10  StandTrailerHash  PIC 9(10).
010078     05  StandSource           PIC X(02).
010082     05  StandRefFlag          PIC X(01).
010086     05  StandOperator         PIC X(08).
010090     05  StandRelFlag          PIC X(01).
010094 FD  TransFile
010100     RECORDING MODE IS F.
010200     COPY DL100TXN.
010300 FD  RejectFile
010500 01  RejectRecord.
010600     05  RejectData            PIC X(23).
010700     05  RejectReason          PIC X(04).
010710 FD  StepLogFile
010720     RECORDING MODE IS F.
010730     COPY DL100STL.
010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------------------
011000* File status and loop switches.
011100*-----------------------------------------------------------------
011200 77  EDIT-SRCM-STATUS          PIC X(02) VALUE "00".
011300 77  EDIT-SRC-EOF-SW           PIC X(01) VALUE "N".
011400     88  EDIT-SRC-EOF          VALUE "Y".
011410 77  EDIT-RCV-STATUS           PIC X(02) VALUE "00".
011420 77  EDIT-RCV-EOF-SW           PIC X(01) VALUE "N".
011430     88  EDIT-RCV-EOF          VALUE "Y".
011440 77  EDIT-PRMF-STATUS          PIC X(02) VALUE "00".
011500 77  EDIT-RESUB-STATUS         PIC X(02) VALUE "00".
011510 77  EDIT-REL-STATUS           PIC X(02) VALUE "00".
011520 77  EDIT-STND-STATUS          PIC X(02) VALUE "00".
011530 77  EDIT-STND-SKIP-SW         PIC X(01) VALUE "N".
011540     88  EDIT-STND-SKIPPED     VALUE "Y".
011600 77  EDIT-TRANS-STATUS         PIC X(02) VALUE "00".
011700 77  EDIT-REJECT-STATUS        PIC X(02) VALUE "00".
011800 77  EDIT-EOF-SW               PIC X(01) VALUE "N".
012400 77  EDIT-HDR-WRITTEN-SW       PIC X(01) VALUE "N".
012500     88  EDIT-HDR-WRITTEN      VALUE "Y".
012600*-----------------------------------------------------------------
012700* Feed control.  The upstream feeds named on the source master
012800* run through the same edit paragraphs one after another;
012810* EDIT-CUR-FEED selects the feed-table entry, EDIT-CUR-SLOT
012820* which of the nine feed slots (DDs FEED01-FEED09) the shared
012830* read/open/close paragraphs touch, and
012840* EDIT-FEED-SOURCE/EDIT-FEED-NAME carry the source-system code
012850* stamped on every clean detail and the DD name used in the
012860* report and the error messages.
013300*-----------------------------------------------------------------
013400 77  EDIT-CUR-FEED             PIC 9(02) VALUE 1.
013410 77  EDIT-CUR-SLOT             PIC 9(02) VALUE ZERO.
013500 77  EDIT-FEED-SOURCE          PIC X(02) VALUE SPACES.
013600 77  EDIT-FEED-NAME            PIC X(08) VALUE SPACES.
013620 77  EDIT-CUR-STATUS           PIC X(02) VALUE "00".
013640 77  EDIT-FEED-SKIP-SW         PIC X(01) VALUE "N".
013660     88  EDIT-FEED-SKIPPED     VALUE "Y".
013700*-----------------------------------------------------------------
013800* Feed table, one entry per source on the source master in code
013900* order (its code, status and feed DD), with the per-feed
014000* counters for the edit report and the per-feed trailer proof.
014050* EDIT-F-SKIP-SW says why a feed was not edited: its DD is not
014060* allocated tonight (Y), the source is suspended (S), or the
014070* source sends no feed of its own (X) - so the report says
014080* absent, stopped or not expected rather than empty.
014083* EDIT-F-SLOT is the feed slot its DD names; EDIT-SLOT-USED
014086* keeps two sources from claiming the same slot.
014090*-----------------------------------------------------------------
014100 77  EDIT-FEED-MAX             PIC 9(02) COMP VALUE 9.
014150 77  EDIT-FEED-COUNT           PIC 9(02) COMP VALUE ZERO.
014200 01  EDIT-FEED-TABLE.
014300     05  EDIT-FEED-ENTRY OCCURS 9 TIMES
014400                 INDEXED BY EDIT-FEED-IDX.
014410         10  EDIT-F-CODE       PIC X(02).
014420         10  EDIT-F-DD         PIC X(08).
014425         10  EDIT-F-SLOT       PIC 9(02).
014430         10  EDIT-F-STATUS     PIC X(01).
014440             88  EDIT-F-SUSPENDED VALUE "S".
014500         10  EDIT-F-READ       PIC 9(09) COMP.
014600         10  EDIT-F-WRITTEN    PIC 9(09) COMP.
014700         10  EDIT-F-DROPPED    PIC 9(09) COMP.
014800         10  EDIT-F-SKIP-SW    PIC X(01).
014810 01  EDIT-SLOT-TABLE           VALUE SPACES.
014820     05  EDIT-SLOT-USED        PIC X(01) OCCURS 9 TIMES.
014900*-----------------------------------------------------------------
015000* EDIT-EXT-RECORD - the current extract record, moved here from
015100* whichever feed it came from so the same header/trailer and
017000* alike.  EDIT-WORK-SOURCE is the source-system code that rides
017100* the record downstream; EDIT-WORK-REASON is the reason the
017200* record was dropped, spaces while the record is still clean.
017210* EDIT-WORK-OPERATOR and EDIT-WORK-REL-FLAG are the in-house
017220* operator and released flag a resubmit or a released hold
017230* carries (spaces for a feed detail).  EDIT-WORK-TYPE is the
017240* record type the detail goes downstream as - "D", or "V" for a
017250* reversal, whose body names the original row instead.
017300*-----------------------------------------------------------------
017400 01  EDIT-WORK-RECORD          PIC X(19).
017500 01  FILLER REDEFINES EDIT-WORK-RECORD.
017800                               PIC 9(09).
017900     05  EDIT-W-SECOND-NUM     PIC X(09).
018000     05  EDIT-W-OPER-CODE      PIC X(01).
018009 01  FILLER REDEFINES EDIT-WORK-RECORD.
018018     05  EDIT-W-REV-DATE       PIC X(08).
018027     05  EDIT-W-REV-DATE-N REDEFINES EDIT-W-REV-DATE
018036                               PIC 9(08).
018045     05  EDIT-W-REV-POS        PIC X(09).
018054     05  EDIT-W-REV-POS-N REDEFINES EDIT-W-REV-POS
018063                               PIC 9(09).
018072     05  FILLER                PIC X(02).
018081 77  EDIT-WORK-TYPE            PIC X(01) VALUE "D".
018090     88  EDIT-WORK-REVERSAL    VALUE "V".
018100 77  EDIT-WORK-SOURCE          PIC X(02) VALUE SPACES.
018150 77  EDIT-WORK-REF-FLAG        PIC X(01) VALUE SPACES.
018160     88  EDIT-WORK-REF-PRIOR   VALUE "P".
018170 77  EDIT-WORK-OPERATOR        PIC X(08) VALUE SPACES.
018180 77  EDIT-WORK-REL-FLAG        PIC X(01) VALUE SPACES.
018200 77  EDIT-WORK-REASON          PIC X(04) VALUE SPACES.
018300     88  EDIT-RECORD-CLEAN     VALUE SPACES.
018400*-----------------------------------------------------------------
019900* which has no control records of its own.
020000*-----------------------------------------------------------------
020100 77  EDIT-RESUB-READ-COUNT     PIC 9(09) COMP VALUE ZERO.
020110 77  EDIT-REL-READ-COUNT       PIC 9(09) COMP VALUE ZERO.
020120 77  EDIT-STND-READ-COUNT      PIC 9(09) COMP VALUE ZERO.
020130 77  EDIT-STND-HASH            PIC 9(18) VALUE ZERO.
020140 77  EDIT-STND-HASH-10         PIC 9(10) VALUE ZERO.
020200 77  EDIT-WRITTEN-COUNT        PIC 9(09) COMP VALUE ZERO.
020300 77  EDIT-DROPPED-COUNT        PIC 9(09) COMP VALUE ZERO.
020400 77  EDIT-FEEDS-PRESENT        PIC 9(01) COMP VALUE ZERO.
020403*-----------------------------------------------------------------
020406* Receipt-register control: when this run received its feeds,
020409* and how many days back a matching count and hash marks a
020412* re-sent file (RCVDAYS on the run-parameter file).
020415*-----------------------------------------------------------------
020418 77  EDIT-RUN-DATE             PIC 9(08) VALUE ZERO.
020421 77  EDIT-RUN-TIME             PIC 9(08) VALUE ZERO.
020424 77  EDIT-RCV-DAYS             PIC 9(03) VALUE 10.
020427 77  EDIT-TODAY-DAYNUM         PIC 9(07) COMP VALUE ZERO.
020430 77  EDIT-RCV-AGE              PIC S9(07) COMP VALUE ZERO.
020433*-----------------------------------------------------------------
020436* Day-number conversion work fields, the same March-based
020439* Gregorian day count CalcAge uses, so receipt ages difference
020442* with plain arithmetic.
020445*-----------------------------------------------------------------
020448 01  EDIT-CD-DATE              PIC 9(08) VALUE ZERO.
020451 01  FILLER REDEFINES EDIT-CD-DATE.
020454     05  EDIT-CD-YEAR          PIC 9(04).
020457     05  EDIT-CD-MONTH         PIC 9(02).
020460     05  EDIT-CD-DAY           PIC 9(02).
020463 77  EDIT-CD-WORK-YEAR         PIC 9(05) COMP VALUE ZERO.
020466 77  EDIT-CD-WORK-MONTH        PIC 9(03) COMP VALUE ZERO.
020469 77  EDIT-CD-QUOT-4            PIC 9(05) COMP VALUE ZERO.
020472 77  EDIT-CD-QUOT-100          PIC 9(05) COMP VALUE ZERO.
020475 77  EDIT-CD-QUOT-400          PIC 9(05) COMP VALUE ZERO.
020478 77  EDIT-CD-MONTH-DAYS        PIC 9(05) COMP VALUE ZERO.
020481 77  EDIT-CD-DAYNUM            PIC 9(07) COMP VALUE ZERO.
020482*-----------------------------------------------------------------
020483* Step-log fields: when this step started, and the business date,
020484* run-id and record counts its start and end records carry.
020485*-----------------------------------------------------------------
020486 77  EDIT-STL-STATUS           PIC X(02) VALUE "00".
020487 77  EDIT-STL-START-DATE       PIC 9(08) VALUE ZERO.
020488 77  EDIT-STL-START-TIME       PIC 9(08) VALUE ZERO.
020489 77  EDIT-STL-BUS-DATE         PIC 9(08) VALUE ZERO.
020490 77  EDIT-STL-RUN-ID           PIC X(08) VALUE SPACES.
020491 77  EDIT-STL-RECS-IN          PIC 9(09) VALUE ZERO.
020492 77  EDIT-STL-RECS-OUT         PIC 9(09) VALUE ZERO.
020500 PROCEDURE DIVISION.
020600 MAIN-PROCEDURE.
020700     PERFORM InitializeRun
020710     PERFORM WriteStepStart
020800     PERFORM OpenOutputFiles
020900     PERFORM EditOneFeed
021000         VARYING EDIT-CUR-FEED FROM 1 BY 1
021100         UNTIL EDIT-CUR-FEED > EDIT-FEED-COUNT
021200     IF EDIT-FEEDS-PRESENT = ZERO
021300         DISPLAY "CALCEDIT: NO EXTRACT FEED PRESENT TONIGHT "
021400             "- RUN STOPPED"
021500         MOVE 12 TO RETURN-CODE
021600         STOP RUN
021700     END-IF
021710     PERFORM EditStandingFile
021800     PERFORM EditResubFile
021810     PERFORM EditReleaseFile
021900     PERFORM WriteFileTrailer
022000     PERFORM PrintEditReport
022100     PERFORM CloseFiles
022200     IF EDIT-DROPPED-COUNT > ZERO
022300         MOVE 4 TO RETURN-CODE
022400     END-IF
022410     PERFORM WriteStepEnd
022500     STOP RUN.
022600
022700*-----------------------------------------------------------------
022710* InitializeRun - loads the feed table from the source master,
022720* stamps the receipt time and reads the receipt window.
022730*-----------------------------------------------------------------
022736 InitializeRun.
022742     PERFORM LoadFeedTable
022748     ACCEPT EDIT-RUN-DATE FROM DATE YYYYMMDD
022754     ACCEPT EDIT-RUN-TIME FROM TIME
022760     MOVE EDIT-RUN-DATE TO EDIT-CD-DATE
022766     PERFORM ConvertDateToDayNumber
022772     MOVE EDIT-CD-DAYNUM TO EDIT-TODAY-DAYNUM
022778     PERFORM GetRunParameters.
022784
022790*-----------------------------------------------------------------
022796* GetRunParameters - reads the receipt window (RCVDAYS) from
022802* the central run-parameter file.  A missing file, key or
022808* non-numeric value falls back to the compiled default with a
022814* warning rather than silently.
022820*-----------------------------------------------------------------
022826 GetRunParameters.
022832     OPEN INPUT ParmFile
022838     IF EDIT-PRMF-STATUS NOT = "00"
022844         DISPLAY "CALCEDIT: RUN-PARAMETER FILE NOT AVAILABLE "
022850             "- STATUS " EDIT-PRMF-STATUS
022856             " - COMPILED DEFAULTS APPLY"
022862     ELSE
022868         PERFORM ReadReceiptDaysParm
022874         CLOSE ParmFile
022880     END-IF.
022886
022892 ReadReceiptDaysParm.
022898     MOVE "RCVDAYS " TO ParmKey
022904     READ ParmFile
022910         INVALID KEY
022916             DISPLAY "CALCEDIT: NO RCVDAYS ON THE "
022922                 "RUN-PARAMETER FILE - DEFAULT APPLIES"
022928     END-READ
022934     IF EDIT-PRMF-STATUS = "00"
022940         IF ParmValueNum NUMERIC
022946             MOVE ParmValueNum TO EDIT-RCV-DAYS
022952         ELSE
022958             DISPLAY "CALCEDIT: RCVDAYS VALUE NOT NUMERIC "
022964                 "- DEFAULT APPLIES"
022970         END-IF
022976     END-IF.
023020
023030*-----------------------------------------------------------------
023040* LoadFeedTable - one feed-table entry per source on the source
023050* master, in code order.  The master decides which feeds exist
023060* at all, so a master that cannot be read, or holds more
023070* sources than the family's per-source tables can carry, stops
023080* the run before anything is written.
023090*-----------------------------------------------------------------
023100 LoadFeedTable.
023110     OPEN INPUT SourceFile
023120     IF EDIT-SRCM-STATUS NOT = "00"
023130         DISPLAY "CALCEDIT: OPEN FAILED ON SOURCEFILE "
023140             "- STATUS " EDIT-SRCM-STATUS
023150         MOVE 12 TO RETURN-CODE
023160         STOP RUN
023170     END-IF
023180     MOVE LOW-VALUES TO SrcCode
023190     START SourceFile KEY >= SrcCode
023200         INVALID KEY
023210             SET EDIT-SRC-EOF TO TRUE
023220     END-START
023230     IF NOT EDIT-SRC-EOF
023240         PERFORM ReadNextSource
023250     END-IF
023260     PERFORM StoreOneFeedEntry UNTIL EDIT-SRC-EOF
023270     CLOSE SourceFile.
023280
023290 ReadNextSource.
023300     READ SourceFile NEXT
023310         AT END
023320             SET EDIT-SRC-EOF TO TRUE
023330     END-READ.
023340
023350 StoreOneFeedEntry.
023360     IF EDIT-FEED-COUNT >= EDIT-FEED-MAX
023370         DISPLAY "CALCEDIT: SOURCE MASTER HOLDS MORE THAN "
023380             EDIT-FEED-MAX " SOURCES - RUN STOPPED"
023390         MOVE 12 TO RETURN-CODE
023400         STOP RUN
023410     END-IF
023420     ADD 1 TO EDIT-FEED-COUNT
023430     SET EDIT-FEED-IDX TO EDIT-FEED-COUNT
023440     MOVE SrcCode   TO EDIT-F-CODE (EDIT-FEED-IDX)
023450     MOVE SrcFeedDD TO EDIT-F-DD (EDIT-FEED-IDX)
023460     MOVE SrcStatus TO EDIT-F-STATUS (EDIT-FEED-IDX)
023470     MOVE ZERO TO EDIT-F-SLOT (EDIT-FEED-IDX)
023480     IF SrcFeedDD NOT = SPACES
023490         PERFORM CheckFeedSlot
023500     END-IF
023600     MOVE ZERO TO EDIT-F-READ (EDIT-FEED-IDX)
023700     MOVE ZERO TO EDIT-F-WRITTEN (EDIT-FEED-IDX)
023800     MOVE ZERO TO EDIT-F-DROPPED (EDIT-FEED-IDX)
023900     MOVE "N"  TO EDIT-F-SKIP-SW (EDIT-FEED-IDX)
023950     PERFORM ReadNextSource.
023951
023952*-----------------------------------------------------------------
023953* CheckFeedSlot - a feed DD on the master must name one of the
023954* nine feed slots, FEED01 to FEED09, that CALCJOB allocates and
023955* no other source has claimed; CalcSrc refuses anything else,
023956* so a master that still holds one stops the run here rather
023957* than read the wrong feed.
023958*-----------------------------------------------------------------
023959 CheckFeedSlot.
023960     IF SrcFeedPrefix = "FEED" AND SrcFeedSlot NUMERIC
023961         AND SrcFeedSlot >= 1 AND SrcFeedSlot <= EDIT-FEED-MAX
023962         AND SrcFeedPad = SPACES
023963         IF EDIT-SLOT-USED (SrcFeedSlot) = "Y"
023964             DISPLAY "CALCEDIT: SOURCE " SrcCode " FEED DD "
023965                 SrcFeedDD " ALREADY NAMED BY ANOTHER SOURCE "
023966                 "- RUN STOPPED"
023967             MOVE 12 TO RETURN-CODE
023968             STOP RUN
023969         END-IF
023970         MOVE "Y" TO EDIT-SLOT-USED (SrcFeedSlot)
023971         MOVE SrcFeedSlot TO EDIT-F-SLOT (EDIT-FEED-IDX)
023972     ELSE
023973         DISPLAY "CALCEDIT: SOURCE " SrcCode " FEED DD "
023974             SrcFeedDD " IS NOT FEED01-FEED09 - RUN STOPPED"
023975         MOVE 12 TO RETURN-CODE
023976         STOP RUN
023977     END-IF.
024000
024100*-----------------------------------------------------------------
024110* OpenOutputFiles - opens the output side and the receipt
024120* register, and stops the run immediately if any OPEN fails,
024300* the same way Calculadora treats its own OPENs.  The input
024400* feeds open one at a time inside EditOneFeed, where a missing
024500* DD can be skipped instead of failing the night.
024700*-----------------------------------------------------------------
024800 OpenOutputFiles.
024810     OPEN I-O ReceiptFile
024820     IF EDIT-RCV-STATUS NOT = "00"
024830         DISPLAY "CALCEDIT: OPEN FAILED ON RECEIPTFILE "
024840             "- STATUS " EDIT-RCV-STATUS
024850         MOVE 12 TO RETURN-CODE
024860         STOP RUN
024870     END-IF
024900     OPEN INPUT ResubFile
025000     IF EDIT-RESUB-STATUS NOT = "00"
025100         DISPLAY "CALCEDIT: OPEN FAILED ON RESUBFILE "
025300         MOVE 12 TO RETURN-CODE
025400         STOP RUN
025500     END-IF
025510     OPEN INPUT ReleaseFile
025520     IF EDIT-REL-STATUS NOT = "00"
025530         DISPLAY "CALCEDIT: OPEN FAILED ON RELEASEFILE "
025540             "- STATUS " EDIT-REL-STATUS
025550         MOVE 12 TO RETURN-CODE
025560         STOP RUN
025570     END-IF
025600     OPEN OUTPUT TransFile
025700     IF EDIT-TRANS-STATUS NOT = "00"
025800         DISPLAY "CALCEDIT: OPEN FAILED ON TRANSFILE "
027300* feeds are closed as each one finishes).
027400*-----------------------------------------------------------------
027500 CloseFiles.
027510     CLOSE ReceiptFile
027600     CLOSE ResubFile
027610     CLOSE ReleaseFile
027700     CLOSE TransFile
027800     CLOSE RejectFile.
027900
028000*-----------------------------------------------------------------
028100* EditOneFeed - the whole life of one upstream feed: name it,
028200* open it (or skip it when its source is suspended, sends no
028250* feed of its own, or its DD is not allocated tonight), prove
028300* its header, run its details through the edits, prove its
028400* trailer and that nothing follows, and close it.
028500*-----------------------------------------------------------------
028600 EditOneFeed.
028700     PERFORM SetCurrentFeed
028750     MOVE "N" TO EDIT-FEED-SKIP-SW
028760     EVALUATE TRUE
028770         WHEN EDIT-F-SUSPENDED (EDIT-FEED-IDX)
028780             SET EDIT-FEED-SKIPPED TO TRUE
028790             MOVE "S" TO EDIT-F-SKIP-SW (EDIT-FEED-IDX)
028792             DISPLAY "CALCEDIT: SOURCE " EDIT-FEED-SOURCE
028794                 " SUSPENDED ON THE SOURCE MASTER - FEED "
028796                 EDIT-FEED-NAME " NOT READ"
028797         WHEN EDIT-FEED-NAME = SPACES
028798             SET EDIT-FEED-SKIPPED TO TRUE
028799             MOVE "X" TO EDIT-F-SKIP-SW (EDIT-FEED-IDX)
028800         WHEN OTHER
028810             PERFORM OpenCurrentFeed
028820     END-EVALUATE
028900     IF NOT EDIT-FEED-SKIPPED
029000         ADD 1 TO EDIT-FEEDS-PRESENT
029100         MOVE ZERO TO EDIT-IN-HASH
029700     END-IF.
029800
029900*-----------------------------------------------------------------
029910* SetCurrentFeed - the DD name, feed slot and source-system
029920* code of the feed at EDIT-CUR-FEED, as the source master gives
029930* them.
030200*-----------------------------------------------------------------
030300 SetCurrentFeed.
030400     SET EDIT-FEED-IDX TO EDIT-CUR-FEED
030500     MOVE EDIT-F-DD (EDIT-FEED-IDX)   TO EDIT-FEED-NAME
030510     MOVE EDIT-F-SLOT (EDIT-FEED-IDX) TO EDIT-CUR-SLOT
030600     MOVE EDIT-F-CODE (EDIT-FEED-IDX) TO EDIT-FEED-SOURCE.
031600
031700*-----------------------------------------------------------------
031800* OpenCurrentFeed - opens the feed slot of the feed at
031900* EDIT-CUR-FEED.  A file status 35 means the DD is not
032000* allocated tonight: the feed is skipped with a warning and its
032100* report line says absent.  Any other failed OPEN stops the run.
032200*-----------------------------------------------------------------
032300 OpenCurrentFeed.
032310     EVALUATE EDIT-CUR-SLOT
032320         WHEN 1
032330             OPEN INPUT Feed01File
032340         WHEN 2
032350             OPEN INPUT Feed02File
032360         WHEN 3
032370             OPEN INPUT Feed03File
032380         WHEN 4
032390             OPEN INPUT Feed04File
032400         WHEN 5
032410             OPEN INPUT Feed05File
032420         WHEN 6
032430             OPEN INPUT Feed06File
032440         WHEN 7
032450             OPEN INPUT Feed07File
032460         WHEN 8
032470             OPEN INPUT Feed08File
032480         WHEN 9
032490             OPEN INPUT Feed09File
032500     END-EVALUATE
033450     PERFORM CheckFeedOpen.
033500
033600 CheckFeedOpen.
034900     END-EVALUATE.
035000
035100 CloseCurrentFeed.
035110     EVALUATE EDIT-CUR-SLOT
035120         WHEN 1
035130             CLOSE Feed01File
035140         WHEN 2
035150             CLOSE Feed02File
035160         WHEN 3
035170             CLOSE Feed03File
035180         WHEN 4
035190             CLOSE Feed04File
035200         WHEN 5
035210             CLOSE Feed05File
035220         WHEN 6
035230             CLOSE Feed06File
035240         WHEN 7
035250             CLOSE Feed07File
035260         WHEN 8
035270             CLOSE Feed08File
035280         WHEN 9
035290             CLOSE Feed09File
035300     END-EVALUATE.
036000
036100*-----------------------------------------------------------------
036200* ReadCurrentPhysical - one physical read on the current feed,
036300* delivered into the shared EDIT-EXT-RECORD.  End-of-file
036400* raises EDIT-PHYS-EOF for the caller to judge: it is an error
036500* before the trailer and expected right after it.
036600*-----------------------------------------------------------------
036700 ReadCurrentPhysical.
036800     MOVE "N" TO EDIT-PHYS-EOF-SW
036810     EVALUATE EDIT-CUR-SLOT
036820         WHEN 1
036830             READ Feed01File
036840                 AT END
036850                     SET EDIT-PHYS-EOF TO TRUE
036860                 NOT AT END
036870                     MOVE Feed01Record TO EDIT-EXT-RECORD
036880             END-READ
036890         WHEN 2
036900             READ Feed02File
036910                 AT END
036920                     SET EDIT-PHYS-EOF TO TRUE
036930                 NOT AT END
036940                     MOVE Feed02Record TO EDIT-EXT-RECORD
036950             END-READ
036960         WHEN 3
036970             READ Feed03File
036980                 AT END
036990                     SET EDIT-PHYS-EOF TO TRUE
037000                 NOT AT END
037010                     MOVE Feed03Record TO EDIT-EXT-RECORD
037020             END-READ
037030         WHEN 4
037040             READ Feed04File
037050                 AT END
037060                     SET EDIT-PHYS-EOF TO TRUE
037070                 NOT AT END
037080                     MOVE Feed04Record TO EDIT-EXT-RECORD
037090             END-READ
037100         WHEN 5
037110             READ Feed05File
037120                 AT END
037130                     SET EDIT-PHYS-EOF TO TRUE
037140                 NOT AT END
037150                     MOVE Feed05Record TO EDIT-EXT-RECORD
037160             END-READ
037170         WHEN 6
037180             READ Feed06File
037190                 AT END
037200                     SET EDIT-PHYS-EOF TO TRUE
037210                 NOT AT END
037220                     MOVE Feed06Record TO EDIT-EXT-RECORD
037230             END-READ
037240         WHEN 7
037250             READ Feed07File
037260                 AT END
037270                     SET EDIT-PHYS-EOF TO TRUE
037280                 NOT AT END
037290                     MOVE Feed07Record TO EDIT-EXT-RECORD
037300             END-READ
037310         WHEN 8
037320             READ Feed08File
037330                 AT END
037340                     SET EDIT-PHYS-EOF TO TRUE
037350                 NOT AT END
037360                     MOVE Feed08Record TO EDIT-EXT-RECORD
037370             END-READ
037380         WHEN 9
037390             READ Feed09File
037400                 AT END
037410                     SET EDIT-PHYS-EOF TO TRUE
037420                 NOT AT END
037430                     MOVE Feed09Record TO EDIT-EXT-RECORD
037440             END-READ
037450     END-EVALUATE.
039200
039300*-----------------------------------------------------------------
039400* ProcessFeedHeader - the feed's first record must be the header
045000* end-of-file before any trailer means the transfer was
045100* truncated, and anything else (a second header, an unknown
045200* type) means a duplicated or garbled file - both fail the step
045210* with RC 12 before Calculadora ever runs.  A reversal detail
045220* counts like any detail but carries no FirstNum, so adds
045230* nothing to the hash.
045400*-----------------------------------------------------------------
045500 ReadCurrentExtract.
045600     PERFORM ReadCurrentPhysical
046600             IF EDIT-X-HASH-NUM NUMERIC
046700                 ADD EDIT-X-HASH-NUM TO EDIT-IN-HASH
046800             END-IF
046810         WHEN "V"
046820             ADD 1 TO EDIT-F-READ (EDIT-FEED-IDX)
046900         WHEN "T"
047000             PERFORM VerifyFeedTrailer
047100             PERFORM VerifyNothingAfterTrailer
047110             PERFORM RegisterFeedReceipt
047200             SET EDIT-FEED-DONE TO TRUE
047300         WHEN OTHER
047400             DISPLAY "CALCEDIT: UNEXPECTED RECORD TYPE "
052000         MOVE 12 TO RETURN-CODE
052100         STOP RUN
052200     END-IF.
052201
052202*-----------------------------------------------------------------
052203* RegisterFeedReceipt - the proved feed against the receipt
052204* register, then onto it.  A feed with details whose count and
052205* hash match an earlier receipt from the same source under
052206* another business date, received within the receipt window,
052207* is the old file sent again under a new header: the run stops
052208* RC 12 before it can post twice.
052209*-----------------------------------------------------------------
052210 RegisterFeedReceipt.
052211     IF EDIT-F-READ (EDIT-FEED-IDX) > ZERO
052212         PERFORM CheckDuplicateReceipt
052213     END-IF
052214     PERFORM WriteFeedReceipt.
052215
052216 CheckDuplicateReceipt.
052217     MOVE "N" TO EDIT-RCV-EOF-SW
052218     MOVE EDIT-FEED-SOURCE TO RcvSource
052219     MOVE ZERO TO RcvBusDate
052220     START ReceiptFile KEY >= RcvKey
052221         INVALID KEY
052222             SET EDIT-RCV-EOF TO TRUE
052223     END-START
052224     IF NOT EDIT-RCV-EOF
052225         PERFORM ReadNextReceipt
052226     END-IF
052227     PERFORM CheckOneReceipt UNTIL EDIT-RCV-EOF.
052228
052229 ReadNextReceipt.
052230     READ ReceiptFile NEXT
052231         AT END
052232             SET EDIT-RCV-EOF TO TRUE
052233     END-READ.
052234
052235*-----------------------------------------------------------------
052236* CheckOneReceipt - one earlier receipt of the current source;
052237* the browse ends at the first receipt of the next source.
052238*-----------------------------------------------------------------
052239 CheckOneReceipt.
052240     IF RcvSource NOT = EDIT-FEED-SOURCE
052241         SET EDIT-RCV-EOF TO TRUE
052242     ELSE
052243         IF RcvBusDate NOT = EDIT-BUS-DATE
052244             AND RcvDetailCount = EDIT-F-READ (EDIT-FEED-IDX)
052245             AND RcvHashTotal = EDIT-IN-HASH-10
052246             MOVE RcvRecvDate TO EDIT-CD-DATE
052247             PERFORM ConvertDateToDayNumber
052248             COMPUTE EDIT-RCV-AGE =
052249                 EDIT-TODAY-DAYNUM - EDIT-CD-DAYNUM
052250             IF EDIT-RCV-AGE NOT > EDIT-RCV-DAYS
052251                 DISPLAY "CALCEDIT: FEED " EDIT-FEED-NAME
052252                     " COUNT AND HASH MATCH THE FILE RECEIVED "
052253                     RcvRecvDate " FOR BUSINESS DATE "
052254                     RcvBusDate
052255                 DISPLAY "CALCEDIT: RE-SENT FEED UNDER HEADER "
052256                     "DATE " EDIT-BUS-DATE " - RUN STOPPED"
052257                 MOVE 12 TO RETURN-CODE
052258                 STOP RUN
052259             END-IF
052260         END-IF
052261         PERFORM ReadNextReceipt
052262     END-IF.
052263
052264*-----------------------------------------------------------------
052265* WriteFeedReceipt - logs the proved feed on the register.  The
052266* same feed read again for the same business date is a rerun
052267* of the night and leaves the receipt as it was; a different
052268* file for a date already received replaces the receipt, with
052269* a warning, since it is the one now going into the batch.
052270*-----------------------------------------------------------------
052271 WriteFeedReceipt.
052272     MOVE EDIT-FEED-SOURCE TO RcvSource
052273     MOVE EDIT-BUS-DATE TO RcvBusDate
052274     READ ReceiptFile
052275         INVALID KEY
052276             PERFORM AddFeedReceipt
052277         NOT INVALID KEY
052278             PERFORM ReplaceFeedReceipt
052279     END-READ.
052280
052281 AddFeedReceipt.
052282     PERFORM MoveFeedToReceipt
052283     WRITE ReceiptRecord
052284     IF EDIT-RCV-STATUS NOT = "00"
052285         DISPLAY "CALCEDIT: RECEIPTFILE WRITE FAILED "
052286             "- STATUS " EDIT-RCV-STATUS
052287         MOVE 12 TO RETURN-CODE
052288         STOP RUN
052289     END-IF.
052290
052291 ReplaceFeedReceipt.
052292     IF RcvDetailCount = EDIT-F-READ (EDIT-FEED-IDX)
052293         AND RcvHashTotal = EDIT-IN-HASH-10
052294         DISPLAY "CALCEDIT: FEED " EDIT-FEED-NAME
052295             " ALREADY RECEIVED " RcvRecvDate
052296             " FOR THIS BUSINESS DATE - RERUN"
052297     ELSE
052298         DISPLAY "CALCEDIT: FEED " EDIT-FEED-NAME
052299             " DIFFERS FROM THE FILE RECEIVED " RcvRecvDate
052300             " FOR THIS BUSINESS DATE - RECEIPT REPLACED"
052301         PERFORM MoveFeedToReceipt
052302         REWRITE ReceiptRecord
052303         IF EDIT-RCV-STATUS NOT = "00"
052304             DISPLAY "CALCEDIT: RECEIPTFILE REWRITE FAILED "
052305                 "- STATUS " EDIT-RCV-STATUS
052306             MOVE 12 TO RETURN-CODE
052307             STOP RUN
052308         END-IF
052309     END-IF.
052310
052311 MoveFeedToReceipt.
052312     MOVE EDIT-FEED-SOURCE TO RcvSource
052313     MOVE EDIT-BUS-DATE TO RcvBusDate
052314     MOVE EDIT-FEED-NAME TO RcvFeedDD
052315     MOVE EDIT-F-READ (EDIT-FEED-IDX) TO RcvDetailCount
052316     MOVE EDIT-IN-HASH-10 TO RcvHashTotal
052317     MOVE EDIT-RUN-DATE TO RcvRecvDate
052318     MOVE EDIT-RUN-TIME TO RcvRecvTime.
052319
052320*-----------------------------------------------------------------
052321* ConvertDateToDayNumber - turns EDIT-CD-DATE (yyyymmdd) into a
052322* running Gregorian day count in EDIT-CD-DAYNUM, the same way
052323* CalcAge does: January and February count as months 13 and
052324* 14 of the prior year so the leap day falls at the end of the
052325* shifted year.  The DIVIDEs truncate, which is what the
052326* formula expects.
052327*-----------------------------------------------------------------
052328 ConvertDateToDayNumber.
052329     IF EDIT-CD-MONTH < 3
052330         COMPUTE EDIT-CD-WORK-YEAR = EDIT-CD-YEAR - 1
052331         COMPUTE EDIT-CD-WORK-MONTH = EDIT-CD-MONTH + 12
052332     ELSE
052333         MOVE EDIT-CD-YEAR TO EDIT-CD-WORK-YEAR
052334         MOVE EDIT-CD-MONTH TO EDIT-CD-WORK-MONTH
052335     END-IF
052336     DIVIDE EDIT-CD-WORK-YEAR BY 4
052337         GIVING EDIT-CD-QUOT-4
052338     DIVIDE EDIT-CD-WORK-YEAR BY 100
052339         GIVING EDIT-CD-QUOT-100
052340     DIVIDE EDIT-CD-WORK-YEAR BY 400
052341         GIVING EDIT-CD-QUOT-400
052342     COMPUTE EDIT-CD-MONTH-DAYS =
052343         (153 * (EDIT-CD-WORK-MONTH - 3) + 2) / 5
052344     COMPUTE EDIT-CD-DAYNUM =
052345         (365 * EDIT-CD-WORK-YEAR) + EDIT-CD-QUOT-4
052346         - EDIT-CD-QUOT-100 + EDIT-CD-QUOT-400
052347         + EDIT-CD-MONTH-DAYS + EDIT-CD-DAY.
052348
052400*-----------------------------------------------------------------
052500* EditOneExtractRecord - edits the current feed detail, rolls
052600* the outcome into the feed's report counters, and advances to
052700* the next record.
052800*-----------------------------------------------------------------
052900 EditOneExtractRecord.
052910     MOVE EDIT-X-TYPE TO EDIT-WORK-TYPE
053000     MOVE EDIT-X-DATA TO EDIT-WORK-RECORD
053100     MOVE EDIT-FEED-SOURCE TO EDIT-WORK-SOURCE
053150     MOVE EDIT-X-REF-FLAG TO EDIT-WORK-REF-FLAG
053160     MOVE SPACES TO EDIT-WORK-OPERATOR
053170     MOVE SPACES TO EDIT-WORK-REL-FLAG
053200     PERFORM EditOneRecord
053300     IF EDIT-RECORD-CLEAN
053400         ADD 1 TO EDIT-F-WRITTEN (EDIT-FEED-IDX)
056800 EditOneResubRecord.
056900     ADD 1 TO EDIT-RESUB-READ-COUNT
057000     IF ResubRecordType = "D"
057010         MOVE "D" TO EDIT-WORK-TYPE
057100         MOVE ResubRecordData TO EDIT-WORK-RECORD
057200         MOVE ResubSource TO EDIT-WORK-SOURCE
057250         MOVE ResubRefFlag TO EDIT-WORK-REF-FLAG
057260         MOVE ResubOperator TO EDIT-WORK-OPERATOR
057270         MOVE ResubRelFlag TO EDIT-WORK-REL-FLAG
057300         PERFORM EditOneRecord
057400     ELSE
057500         MOVE ResubRecord TO RejectData
057600         MOVE "TYPE" TO RejectReason
057700         PERFORM WriteRejectRecord
057800     END-IF
057801     PERFORM ReadResubRecord.
057802
057803*-----------------------------------------------------------------
057804* EditStandingFile - the standing orders CalcSgen raised for
057805* tonight, on STNDIN.  Not allocated (status 35) means the
057806* generator was not run, and the feed is skipped with a
057807* warning.  Otherwise it is proved like an upstream feed - a
057808* header under tonight's business date first, a trailer whose
057809* count and hash agree with the details read, and nothing after
057810* it - or the run stops RC 12.  It is not on the receipt
057811* register: the same orders fall due on many nights, so the same
057812* count and hash under another date is expected, not a re-sent
057813* file.  Each detail goes through the same edits under its
057814* order's own source.
057815*-----------------------------------------------------------------
057816 EditStandingFile.
057817     OPEN INPUT StandingFile
057818     EVALUATE EDIT-STND-STATUS
057819         WHEN "00"
057820             CONTINUE
057821         WHEN "35"
057822             SET EDIT-STND-SKIPPED TO TRUE
057823             DISPLAY "CALCEDIT: STANDING-ORDER FEED STNDIN NOT "
057824                 "PRESENT TONIGHT - SKIPPED"
057825         WHEN OTHER
057826             DISPLAY "CALCEDIT: OPEN FAILED ON STANDINGFILE "
057827                 "- STATUS " EDIT-STND-STATUS
057828             MOVE 12 TO RETURN-CODE
057829             STOP RUN
057830     END-EVALUATE
057831     IF NOT EDIT-STND-SKIPPED
057832         PERFORM ProcessStandingHeader
057833         MOVE "N" TO EDIT-FEED-DONE-SW
057834         PERFORM ReadStandingRecord
057835         PERFORM EditOneStandingRecord UNTIL EDIT-FEED-DONE
057836         CLOSE StandingFile
057837     END-IF.
057838
057839 ReadStandingPhysical.
057840     MOVE "N" TO EDIT-PHYS-EOF-SW
057841     READ StandingFile
057842         AT END
057843             SET EDIT-PHYS-EOF TO TRUE
057844     END-READ.
057845
057846 ProcessStandingHeader.
057847     PERFORM ReadStandingPhysical
057848     IF EDIT-PHYS-EOF
057849         DISPLAY "CALCEDIT: STANDING-ORDER FEED IS EMPTY "
057850             "- NO HEADER RECORD - RUN STOPPED"
057851         MOVE 12 TO RETURN-CODE
057852         STOP RUN
057853     END-IF
057854     IF StandRecordType NOT = "H"
057855         DISPLAY "CALCEDIT: STANDING-ORDER FEED DOES NOT BEGIN "
057856             "WITH A HEADER RECORD - RUN STOPPED"
057857         MOVE 12 TO RETURN-CODE
057858         STOP RUN
057859     END-IF
057860     IF StandHeaderDate NOT = EDIT-BUS-DATE
057861         DISPLAY "CALCEDIT: STANDING-ORDER FEED HEADER DATE "
057862             StandHeaderDate " DOES NOT MATCH BATCH WINDOW "
057863             EDIT-BUS-DATE " - RUN STOPPED"
057864         MOVE 12 TO RETURN-CODE
057865         STOP RUN
057866     END-IF.
057867
057868*-----------------------------------------------------------------
057869* ReadStandingRecord - the next standing-order record: a detail
057870* adds to the count and hash the trailer is proved against, the
057871* trailer ends the feed, anything else stops the run.
057872*-----------------------------------------------------------------
057873 ReadStandingRecord.
057874     PERFORM ReadStandingPhysical
057875     IF EDIT-PHYS-EOF
057876         DISPLAY "CALCEDIT: END OF FILE BEFORE TRAILER ON "
057877             "STNDIN - FEED TRUNCATED - RUN STOPPED"
057878         MOVE 12 TO RETURN-CODE
057879         STOP RUN
057880     END-IF
057881     EVALUATE StandRecordType
057882         WHEN "D"
057883             ADD 1 TO EDIT-STND-READ-COUNT
057884             IF StandHashNum NUMERIC
057885                 ADD StandHashNum TO EDIT-STND-HASH
057886             END-IF
057887         WHEN "T"
057888             PERFORM VerifyStandingTrailer
057889             SET EDIT-FEED-DONE TO TRUE
057890         WHEN OTHER
057891             DISPLAY "CALCEDIT: UNEXPECTED RECORD TYPE "
057892                 StandRecordType " ON STNDIN - RUN STOPPED"
057893             MOVE 12 TO RETURN-CODE
057894             STOP RUN
057895     END-EVALUATE.
057896
057897*-----------------------------------------------------------------
057898* VerifyStandingTrailer - the trailer's count and the low-order
057899* ten digits of its hash against what was read, then the
057900* trailer must be the physical end of the feed.
057901*-----------------------------------------------------------------
057902 VerifyStandingTrailer.
057903     MOVE EDIT-STND-HASH TO EDIT-STND-HASH-10
057904     IF StandTrailerCount NOT = EDIT-STND-READ-COUNT
057905         DISPLAY "CALCEDIT: STNDIN TRAILER COUNT "
057906             StandTrailerCount " DOES NOT MATCH DETAILS READ "
057907             EDIT-STND-READ-COUNT " - RUN STOPPED"
057908         MOVE 12 TO RETURN-CODE
057909         STOP RUN
057910     END-IF
057911     IF StandTrailerHash NOT = EDIT-STND-HASH-10
057912         DISPLAY "CALCEDIT: STNDIN TRAILER HASH "
057913             StandTrailerHash " DOES NOT MATCH HASH OF DETAILS "
057914             "READ " EDIT-STND-HASH-10 " - RUN STOPPED"
057915         MOVE 12 TO RETURN-CODE
057916         STOP RUN
057917     END-IF
057918     PERFORM ReadStandingPhysical
057919     IF NOT EDIT-PHYS-EOF
057920         DISPLAY "CALCEDIT: DATA AFTER TRAILER ON STNDIN "
057921             "- DUPLICATED OR GARBLED FEED - RUN STOPPED"
057922         MOVE 12 TO RETURN-CODE
057923         STOP RUN
057924     END-IF.
057925
057926*-----------------------------------------------------------------
057927* EditOneStandingRecord - edits the current standing-order
057928* detail under its order's source, operator and running-balance
057929* flag, and advances to the next record.
057930*-----------------------------------------------------------------
057931 EditOneStandingRecord.
057932     MOVE "D" TO EDIT-WORK-TYPE
057933     MOVE StandRecordData TO EDIT-WORK-RECORD
057934     MOVE StandSource TO EDIT-WORK-SOURCE
057935     MOVE StandRefFlag TO EDIT-WORK-REF-FLAG
057936     MOVE StandOperator TO EDIT-WORK-OPERATOR
057937     MOVE StandRelFlag TO EDIT-WORK-REL-FLAG
057938     PERFORM EditOneRecord
057939     PERFORM ReadStandingRecord.
057940
058002*-----------------------------------------------------------------
058004* EditReleaseFile - runs every held detail a supervisor released
058006* on CalcHold through the same edit checks.  Like the resubmit
058008* file it is bare details, ended by physical end-of-file; each
058010* carries its values as calculated when it was held, its
058012* source, the operator who keyed it and the released flag.
058014*-----------------------------------------------------------------
058016 EditReleaseFile.
058018     MOVE "N" TO EDIT-EOF-SW
058020     PERFORM ReadReleaseRecord
058022     PERFORM EditOneReleaseRecord UNTIL EDIT-END-OF-FILE.
058024
058026*-----------------------------------------------------------------
058028* ReadReleaseRecord - gets the next released record.
058030*-----------------------------------------------------------------
058032 ReadReleaseRecord.
058034     READ ReleaseFile
058036         AT END
058038             SET EDIT-END-OF-FILE TO TRUE
058040     END-READ.
058042
058044*-----------------------------------------------------------------
058046* EditOneReleaseRecord - edits the current released record and
058048* advances to the next one; anything but a detail is dropped
058050* with reason TYPE, as for a resubmit.
058052*-----------------------------------------------------------------
058054 EditOneReleaseRecord.
058056     ADD 1 TO EDIT-REL-READ-COUNT
058058     IF ReleaseRecordType = "D"
058059         MOVE "D" TO EDIT-WORK-TYPE
058060         MOVE ReleaseRecordData TO EDIT-WORK-RECORD
058062         MOVE ReleaseSource TO EDIT-WORK-SOURCE
058064         MOVE ReleaseRefFlag TO EDIT-WORK-REF-FLAG
058066         MOVE ReleaseOperator TO EDIT-WORK-OPERATOR
058068         MOVE ReleaseRelFlag TO EDIT-WORK-REL-FLAG
058070         PERFORM EditOneRecord
058072     ELSE
058074         MOVE ReleaseRecord TO RejectData
058076         MOVE "TYPE" TO RejectReason
058078         PERFORM WriteRejectRecord
058080     END-IF
058082     PERFORM ReadReleaseRecord.
058084
058100*-----------------------------------------------------------------
058200* EditOneRecord - applies the field-level edits to the detail in
058300* EDIT-WORK-RECORD and routes it to TransFile or RejectFile.
058600* anything subtler (non-numeric digits, unknown operation codes,
058700* divide by zero) is still Calculadora's ValidateTransaction's
058800* job, where the record gets an AuditFile row and shows up on
058810* CalcCorr's correction screen.  A reversal is edited for a
058820* usable original key instead (EditOneReversal); whether that
058830* original exists and may be reversed is Calculadora's call
058840* against the audit master.
059000*-----------------------------------------------------------------
059100 EditOneRecord.
059200     MOVE SPACES TO EDIT-WORK-REASON
059204     IF EDIT-WORK-REVERSAL
059208         PERFORM EditOneReversal
059212     ELSE
059216         PERFORM EditOneCalculation
059220     END-IF
059224     IF EDIT-RECORD-CLEAN
059228         PERFORM WriteTransRecord
059232     ELSE
059236         MOVE EDIT-WORK-TYPE TO RejectData
059240         MOVE EDIT-WORK-RECORD TO RejectData(2:19)
059244         MOVE EDIT-WORK-SOURCE TO RejectData(21:2)
059248         MOVE EDIT-WORK-REF-FLAG TO RejectData(23:1)
059252         MOVE EDIT-WORK-REASON TO RejectReason
059256         PERFORM WriteRejectRecord
059260     END-IF.
059264
059268*-----------------------------------------------------------------
059272* EditOneCalculation - the three blank-field edits on an
059276* ordinary detail.
059280*-----------------------------------------------------------------
059284 EditOneCalculation.
059300     IF EDIT-W-FIRST-NUM = SPACES
059310         AND NOT EDIT-WORK-REF-PRIOR
059400         MOVE "BFN " TO EDIT-WORK-REASON
060000                 MOVE "BOP " TO EDIT-WORK-REASON
060100             END-IF
060200         END-IF
060210     END-IF.
060220
060230*-----------------------------------------------------------------
060240* EditOneReversal - a reversal must name its original by a
060250* numeric run date and a numeric, non-zero record position, or
060260* it is dropped with reason BRV.
060270*-----------------------------------------------------------------
060280 EditOneReversal.
060290     IF EDIT-W-REV-DATE NOT NUMERIC
060300         OR EDIT-W-REV-POS NOT NUMERIC
060310         MOVE "BRV " TO EDIT-WORK-REASON
060320     ELSE
060330         IF EDIT-W-REV-DATE-N = ZERO
060340             OR EDIT-W-REV-POS-N = ZERO
060350             MOVE "BRV " TO EDIT-WORK-REASON
060360         END-IF
060370     END-IF.
061300
061400*-----------------------------------------------------------------
061500* WriteTransRecord - passes a clean detail through to the
061600* TransactionFile Calculadora reads, stamped with its source,
061700* rolling its FirstNum into the hash total for the fresh
061710* trailer.  A reversal goes through as type "V" and adds
061720* nothing to the hash.
061900*-----------------------------------------------------------------
062000 WriteTransRecord.
062100     MOVE SPACES TO TransactionRecord
062200     MOVE EDIT-WORK-TYPE TO TransactionRecordType
062300     MOVE EDIT-WORK-RECORD TO TransactionDetail
062400     MOVE EDIT-WORK-SOURCE TO TransactionSource
062450     MOVE EDIT-WORK-REF-FLAG TO TransactionRefFlag
062460     MOVE EDIT-WORK-OPERATOR TO TransactionOperator
062470     MOVE EDIT-WORK-REL-FLAG TO TransactionRelFlag
062500     IF EDIT-W-FIRST-NUM-N NUMERIC
062510         AND NOT EDIT-WORK-REVERSAL
062600         ADD EDIT-W-FIRST-NUM-N TO EDIT-OUT-HASH
062700     END-IF
062800     WRITE TransactionRecord
068000     DISPLAY "BUSINESS DATE............: " EDIT-BUS-DATE
068100     PERFORM PrintOneFeedLine
068200         VARYING EDIT-CUR-FEED FROM 1 BY 1
068300         UNTIL EDIT-CUR-FEED > EDIT-FEED-COUNT
068310     IF EDIT-STND-SKIPPED
068320         DISPLAY "STANDING ORDERS..........: NOT PRESENT "
068330             "- SKIPPED"
068340     ELSE
068350         DISPLAY "STANDING ORDERS READ.....: "
068360             EDIT-STND-READ-COUNT
068370             " TRAILER PROVED"
068380     END-IF
068400     DISPLAY "RESUBMIT RECORDS READ....: " EDIT-RESUB-READ-COUNT
068410     DISPLAY "RELEASED HOLDS READ......: " EDIT-REL-READ-COUNT
068500     DISPLAY "RECORDS TO TRANSACTION...: " EDIT-WRITTEN-COUNT
068600     DISPLAY "RECORDS DROPPED..........: " EDIT-DROPPED-COUNT
068700     IF EDIT-DROPPED-COUNT > ZERO
069000     END-IF.
069100
069200*-----------------------------------------------------------------
069300* PrintOneFeedLine - one edit-report line per source on the
069350* source master.
069400*-----------------------------------------------------------------
069500 PrintOneFeedLine.
069600     PERFORM SetCurrentFeed
069700     EVALUATE EDIT-F-SKIP-SW (EDIT-FEED-IDX)
069710         WHEN "Y"
069800             DISPLAY "FEED " EDIT-FEED-SOURCE " " EDIT-FEED-NAME
069900                 " NOT PRESENT - SKIPPED"
069910         WHEN "S"
069920             DISPLAY "FEED " EDIT-FEED-SOURCE " " EDIT-FEED-NAME
069930                 " SOURCE SUSPENDED - NOT READ"
069940         WHEN "X"
069950             DISPLAY "FEED " EDIT-FEED-SOURCE
069960                 " NO FEED OF ITS OWN - RESUBMITS ONLY"
070000         WHEN OTHER
070100             DISPLAY "FEED " EDIT-FEED-SOURCE " " EDIT-FEED-NAME
070200                 " READ " EDIT-F-READ (EDIT-FEED-IDX)
070300                 " WRITTEN " EDIT-F-WRITTEN (EDIT-FEED-IDX)
070400                 " DROPPED " EDIT-F-DROPPED (EDIT-FEED-IDX)
070500                 " TRAILER PROVED, RECEIPT LOGGED"
070600     END-EVALUATE.
070601
070602*-----------------------------------------------------------------
070603* WriteStepStart - the start record on the shared step log
070604* CALC.STEPLOG (DL100STL) the batch-window report reads.
070605*-----------------------------------------------------------------
070606 WriteStepStart.
070607     ACCEPT EDIT-STL-START-DATE FROM DATE YYYYMMDD
070608     ACCEPT EDIT-STL-START-TIME FROM TIME
070609     MOVE EDIT-RUN-DATE TO EDIT-STL-BUS-DATE
070610     PERFORM BuildStepLogRecord
070611     SET STEPLOG-START TO TRUE
070612     PERFORM WriteStepLogRecord.
070613
070614*-----------------------------------------------------------------
070615* WriteStepEnd - the end record: the start fields again, the end
070616* time, records in and out (every record edited, and the ones
070617* written to TRANSOUT; the business date is the feed headers'
070618* once they are read) and the return code the step is ending
070619* with.  A step stopped on a fatal error never gets here, and its
070620* start record standing alone is what the report shows.
070621*-----------------------------------------------------------------
070622 WriteStepEnd.
070623     IF EDIT-BUS-DATE NOT = ZERO
070624         MOVE EDIT-BUS-DATE TO EDIT-STL-BUS-DATE
070625     END-IF
070626     ADD EDIT-WRITTEN-COUNT EDIT-DROPPED-COUNT
070627         GIVING EDIT-STL-RECS-IN
070628     MOVE EDIT-WRITTEN-COUNT TO EDIT-STL-RECS-OUT
070629     PERFORM BuildStepLogRecord
070630     SET STEPLOG-END TO TRUE
070631     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
070632     ACCEPT StepLogEndTime FROM TIME
070633     MOVE RETURN-CODE TO StepLogReturnCode
070634     PERFORM WriteStepLogRecord.
070635
070636 BuildStepLogRecord.
070637     MOVE SPACES TO StepLogRecord
070638     MOVE EDIT-STL-BUS-DATE   TO StepLogBusDate
070639     MOVE EDIT-STL-RUN-ID     TO StepLogRunId
070640     MOVE "CALCEDIT"          TO StepLogStep
070641     MOVE EDIT-STL-START-DATE TO StepLogStartDate
070642     MOVE EDIT-STL-START-TIME TO StepLogStartTime
070643     MOVE ZERO                TO StepLogEndDate
070644     MOVE ZERO                TO StepLogEndTime
070645     MOVE EDIT-STL-RECS-IN    TO StepLogRecsIn
070646     MOVE EDIT-STL-RECS-OUT   TO StepLogRecsOut
070647     MOVE ZERO                TO StepLogReturnCode.
070648
070649*-----------------------------------------------------------------
070650* WriteStepLogRecord - the log opens EXTEND for just the one
070651* write.  The log is for the batch window, not the books: a log
070652* that cannot be written is reported and the step carries on.
070653*-----------------------------------------------------------------
070654 WriteStepLogRecord.
070655     OPEN EXTEND StepLogFile
070656     IF EDIT-STL-STATUS NOT = "00"
070657         DISPLAY "CALCEDIT: STEP LOG NOT AVAILABLE - STATUS "
070658             EDIT-STL-STATUS " - STEP NOT LOGGED"
070659     ELSE
070660         WRITE StepLogRecord
070661         IF EDIT-STL-STATUS NOT = "00"
070662             DISPLAY "CALCEDIT: STEP LOG WRITE FAILED "
070663                 "- STATUS " EDIT-STL-STATUS
070664         END-IF
070665         CLOSE StepLogFile
070666     END-IF.
070700 END PROGRAM CalcEdit.
