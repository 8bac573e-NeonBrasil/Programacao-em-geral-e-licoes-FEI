000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Recovery rebuild and integrity check of the keyed
000500*          files of the Calculadora batch family.  CalcLoad
000600*          keeps the audit master CALC.AUDITMST and the open-
000700*          reject cross-reference CALC.REJXREF from the online
000800*          CALC.AUDITOUT alone, so reloading a lost master that
000900*          way would silently drop every date CalcArch has
001000*          already moved to CALC.AUDITHST.  This utility works
001100*          from the whole sequential history instead - every
001200*          CALC.AUDITHST generation (ARCHIN) and CALC.AUDITOUT
001300*          (ONLINEIN), both sorted oldest generation first by
001400*          business date and record position, the later copy
001500*          of a row winning as it does in the nightly load -
001600*          and:
001700*            - proves every master row against the history,
001800*              and every reversal's reversed mark on its
001900*              original;
002000*            - proves the cross-reference against the open
002100*              rejects on CALC.AUDITOUT (AUDITIN, physical
002200*              order, as CalcLoad builds it);
002300*            - proves each date's run-register entry on
002400*              CALC.RUNREG against its latest summary on the
002500*              CALCSUMM generations (SUMMIN, sorted by date);
002600*            - prints, date by date, what the audit rows, the
002700*              master, the summary and the register each say,
002800*              flagging a date where they disagree.
002900*          PARM='REBUILD' also puts right what it finds: adds,
003000*          refreshes or deletes master rows, sets missing
003100*          reversed marks, writes the cross-reference afresh,
003200*          and adds or rewrites register entries.  Master rows
003300*          and register entries older than the surviving
003400*          history are kept, never deleted.  No PARM (or
003500*          PARM='VERIFY') changes nothing and is the weekly
003600*          health check.  Ends RC 4 when anything was found
003700*          wrong - in verify mode, anything a rebuild would
003800*          change or any date that does not agree; after a
003900*          rebuild, any date that still does not agree.
004000* Tectonics: cobc
004100*-----------------------------------------------------------------
004200* Modification History:
004300* 15/10/2026 CAY  Initial version.
004400******************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. CalcRbld.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ArchiveFile ASSIGN TO "ARCHIN"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS RBD-ARCH-STATUS.
005300     SELECT OnlineFile ASSIGN TO "ONLINEIN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS RBD-ONL-STATUS.
005600     SELECT RawAuditFile ASSIGN TO "AUDITIN"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS RBD-RAW-STATUS.
005900     SELECT SummaryFile ASSIGN TO "SUMMIN"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS RBD-SUM-STATUS.
006200     SELECT MasterFile ASSIGN TO "AUDITMST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS AuditMstKey
006600         FILE STATUS IS RBD-MST-STATUS.
006700     SELECT RunRegFile ASSIGN TO "RUNREG"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS RunRegDate
007100         FILE STATUS IS RBD-REG-STATUS.
007200     SELECT XrefFile ASSIGN TO "REJXREF"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS RBD-XREF-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  ArchiveFile
007800     RECORDING MODE IS F.
007900 01  ArchiveRecord             PIC X(87).
008000 FD  OnlineFile
008100     RECORDING MODE IS F.
008200 01  OnlineRecord              PIC X(87).
008300 FD  RawAuditFile
008400     RECORDING MODE IS F.
008500 01  RawAuditRecord            PIC X(87).
008600 FD  SummaryFile
008700     RECORDING MODE IS F.
008800     COPY DL100SUM.
008900 FD  MasterFile.
009000     COPY DL100MST.
009100 FD  RunRegFile.
009200     COPY DL100REG.
009300 FD  XrefFile
009400     RECORDING MODE IS F.
009500     COPY DL100XRF.
009600 WORKING-STORAGE SECTION.
009700*-----------------------------------------------------------------
009800* File status and switches.
009900*-----------------------------------------------------------------
010000 77  RBD-ARCH-STATUS           PIC X(02) VALUE "00".
010100 77  RBD-ONL-STATUS            PIC X(02) VALUE "00".
010200 77  RBD-RAW-STATUS            PIC X(02) VALUE "00".
010300 77  RBD-SUM-STATUS            PIC X(02) VALUE "00".
010400 77  RBD-MST-STATUS            PIC X(02) VALUE "00".
010500 77  RBD-REG-STATUS            PIC X(02) VALUE "00".
010600 77  RBD-XREF-STATUS           PIC X(02) VALUE "00".
010700 77  RBD-MODE-SW               PIC X(01) VALUE "V".
010800     88  RBD-REBUILD           VALUE "R".
010900     88  RBD-VERIFY            VALUE "V".
011000 77  RBD-MST-EOF-SW            PIC X(01) VALUE "N".
011100     88  RBD-MST-AT-END        VALUE "Y".
011200 77  RBD-MST-REPOS-SW          PIC X(01) VALUE "N".
011300     88  RBD-MST-REPOSITION    VALUE "Y".
011400 77  RBD-REG-EOF-SW            PIC X(01) VALUE "N".
011500     88  RBD-REG-AT-END        VALUE "Y".
011600 77  RBD-REG-REPOS-SW          PIC X(01) VALUE "N".
011700     88  RBD-REG-REPOSITION    VALUE "Y".
011800 77  RBD-RAW-EOF-SW            PIC X(01) VALUE "N".
011900     88  RBD-RAW-AT-END        VALUE "Y".
012000 77  RBD-XREF-EOF-SW           PIC X(01) VALUE "N".
012100     88  RBD-XREF-AT-END       VALUE "Y".
012200 77  RBD-PENDING-SW            PIC X(01) VALUE "N".
012300     88  RBD-ROW-PENDING       VALUE "Y".
012400 77  RBD-BACKED-SW             PIC X(01) VALUE "N".
012500     88  RBD-BACKED            VALUE "Y".
012600 77  RBD-HAVE-REG-SW           PIC X(01) VALUE "N".
012700     88  RBD-HAVE-REG          VALUE "Y".
012800*-----------------------------------------------------------------
012900* The audit row being worked, in the DL100AUD layout: the
013000* history row waiting to be matched to the master in the main
013100* pass, the CALC.AUDITOUT row in the cross-reference pass.
013200*-----------------------------------------------------------------
013300     COPY DL100AUD.
013400*-----------------------------------------------------------------
013500* Merge keys - business date and record position - of the row
013600* waiting on each sorted history file, of the pending row (its
013700* master key, the position counted within the date for an old
013800* row that carries none) and of the master row waiting.  The
013900* dates next on the summaries and the register.  HIGH-VALUES
014000* once a file is exhausted.
014100*-----------------------------------------------------------------
014200 01  RBD-ARCH-KEY              PIC X(17) VALUE HIGH-VALUES.
014300 01  RBD-ONL-KEY               PIC X(17) VALUE HIGH-VALUES.
014400 01  RBD-ROW-RAW-KEY           PIC X(17) VALUE SPACES.
014500 01  RBD-ROW-KEY.
014600     05  RBD-ROW-KEY-DATE      PIC 9(08).
014700     05  RBD-ROW-KEY-POS       PIC 9(09).
014800 77  RBD-DATE-POS              PIC 9(09) COMP VALUE ZERO.
014900 77  RBD-MST-DATE              PIC X(08) VALUE HIGH-VALUES.
015000 01  RBD-MST-KEY               PIC X(17) VALUE HIGH-VALUES.
015100 01  RBD-MST-SAVE              PIC X(87) VALUE SPACES.
015200 01  RBD-MST-LINK              PIC X(17) VALUE SPACES.
015300 77  RBD-SUM-DATE              PIC X(08) VALUE HIGH-VALUES.
015400 77  RBD-REG-DATE              PIC X(08) VALUE HIGH-VALUES.
015500 01  RBD-REG-SAVE              PIC X(56) VALUE SPACES.
015600 01  RBD-REG-ENTRY             PIC X(56) VALUE SPACES.
015700*-----------------------------------------------------------------
015800* The date being worked, the oldest date still on an archive
015900* generation (older dates survive only in the rejects CalcArch
016000* held back, so master rows for them are kept) and the oldest
016100* date with a summary.
016110* The archive's first date is that of its first row that is
016120* not a reject: a reject corrected after its date rolled to
016130* history is archived late, under its own old date, into a
016140* newer generation, and would otherwise pass for the start
016150* of the archive long after the rest of its date has rolled
016160* off.  Posted and held rows always archive with their date,
016170* and a boundary placed late only keeps master rows.
016200*-----------------------------------------------------------------
016300 77  RBD-DATE                  PIC X(08) VALUE SPACES.
016400 77  RBD-COVER-DATE            PIC X(08) VALUE LOW-VALUES.
016500 77  RBD-SUM-FIRST-DATE        PIC X(08) VALUE HIGH-VALUES.
016600*-----------------------------------------------------------------
016700* What each file says about the date being worked.
016800*-----------------------------------------------------------------
016900 77  RBD-D-ROWS                PIC 9(09) COMP VALUE ZERO.
017000 77  RBD-D-REJECTS             PIC 9(09) COMP VALUE ZERO.
017100 77  RBD-D-SUM                 PIC S9(11)V99 COMP-3 VALUE ZERO.
017200 77  RBD-D-MST-ROWS            PIC 9(09) COMP VALUE ZERO.
017210 77  RBD-D-UNMATCHED           PIC 9(09) COMP VALUE ZERO.
017300 77  RBD-D-SUMMARIES           PIC 9(03) COMP VALUE ZERO.
017400 77  RBD-S-RUN-ID              PIC X(08) VALUE SPACES.
017500 77  RBD-S-RECORDS             PIC 9(09) VALUE ZERO.
017600 77  RBD-S-REJECTS             PIC 9(09) VALUE ZERO.
017700 77  RBD-S-SUM                 PIC S9(9)V99 VALUE ZERO.
017800 77  RBD-REG-RESULT            PIC X(10) VALUE SPACES.
017900 77  RBD-DATE-RESULT           PIC X(18) VALUE SPACES.
018000 77  RBD-DATE-BAD-SW           PIC X(01) VALUE "N".
018100     88  RBD-DATE-BAD          VALUE "Y".
018200*-----------------------------------------------------------------
018300* Cross-reference pass: physical row number and the position
018400* counted within the date, as CalcLoad keeps them.
018500*-----------------------------------------------------------------
018600 77  RBD-RECNO                 PIC 9(09) COMP VALUE ZERO.
018700 77  RBD-LAST-DATE             PIC 9(08) VALUE ZERO.
018800 77  RBD-X-POS                 PIC 9(09) VALUE ZERO.
018900*-----------------------------------------------------------------
019000* Counters for the closing block.  A difference is anything a
019100* rebuild changes, or in verify mode would change.
019200*-----------------------------------------------------------------
019300 77  RBD-ARCH-READ             PIC 9(09) COMP VALUE ZERO.
019400 77  RBD-ONL-READ              PIC 9(09) COMP VALUE ZERO.
019500 77  RBD-SUPERSEDED            PIC 9(09) COMP VALUE ZERO.
019600 77  RBD-MST-READ              PIC 9(09) COMP VALUE ZERO.
019700 77  RBD-MST-AGREE             PIC 9(09) COMP VALUE ZERO.
019800 77  RBD-MST-MISSING           PIC 9(09) COMP VALUE ZERO.
019900 77  RBD-MST-DIFFERS           PIC 9(09) COMP VALUE ZERO.
020000 77  RBD-MST-EXTRA             PIC 9(09) COMP VALUE ZERO.
020100 77  RBD-MST-KEPT              PIC 9(09) COMP VALUE ZERO.
020200 77  RBD-MARK-MISSING          PIC 9(07) COMP VALUE ZERO.
020300 77  RBD-MARK-ELSEWHERE        PIC 9(07) COMP VALUE ZERO.
020400 77  RBD-NO-ORIGINAL           PIC 9(07) COMP VALUE ZERO.
020500 77  RBD-REG-PROVED            PIC 9(05) COMP VALUE ZERO.
020600 77  RBD-REG-MISSING           PIC 9(05) COMP VALUE ZERO.
020700 77  RBD-REG-DIFFERS           PIC 9(05) COMP VALUE ZERO.
020800 77  RBD-REG-UNPROVED          PIC 9(05) COMP VALUE ZERO.
020900 77  RBD-XREF-EXPECTED         PIC 9(07) COMP VALUE ZERO.
021000 77  RBD-XREF-STALE            PIC 9(07) COMP VALUE ZERO.
021100 77  RBD-XREF-BAD              PIC 9(07) COMP VALUE ZERO.
021200 77  RBD-DATES                 PIC 9(05) COMP VALUE ZERO.
021300 77  RBD-DATES-BAD             PIC 9(05) COMP VALUE ZERO.
021400 77  RBD-DATES-ROLLED          PIC 9(05) COMP VALUE ZERO.
021500 77  RBD-DIFFERENCES           PIC 9(09) COMP VALUE ZERO.
021600 77  RBD-DETAIL-MAX            PIC 9(05) COMP VALUE 200.
021700 77  RBD-DETAIL-COUNT          PIC 9(05) COMP VALUE ZERO.
021800*-----------------------------------------------------------------
021900* Report lines.  RBD-NOTE-TEXT is the difference being listed.
022000*-----------------------------------------------------------------
022100 77  RBD-NOTE-TEXT             PIC X(40) VALUE SPACES.
022200 01  RBD-NOTE-LINE.
022300     05  FILLER                PIC X(02) VALUE SPACES.
022400     05  RBD-N-DATE            PIC X(08).
022500     05  FILLER                PIC X(01) VALUE SPACE.
022600     05  RBD-N-POS             PIC X(09).
022700     05  FILLER                PIC X(01) VALUE SPACE.
022800     05  RBD-N-TEXT            PIC X(40).
022900 01  RBD-HEAD-LINE-1.
023000     05  FILLER                PIC X(36)
023100             VALUE "         --------- AUDIT ROWS ------".
023200     05  FILLER                PIC X(36)
023300             VALUE "--- MASTER    ---------- SUMMARY ---".
023400     05  FILLER                PIC X(08)
023500             VALUE "--------".
023600 01  RBD-HEAD-LINE-2.
023700     05  FILLER                PIC X(36)
023800             VALUE "DATE        ROWS REJECTS     POSTED ".
023900     05  FILLER                PIC X(36)
024000             VALUE "SUM    ROWS      ROWS REJECTS     PO".
024100     05  FILLER                PIC X(26)
024200             VALUE "STED SUM REGISTER   RESULT".
024300 01  RBD-DATE-LINE.
024400     05  RBD-L-DATE            PIC X(08).
024500     05  FILLER                PIC X(01) VALUE SPACE.
024600     05  RBD-L-ROWS            PIC ZZZ,ZZ9.
024700     05  FILLER                PIC X(01) VALUE SPACE.
024800     05  RBD-L-REJECTS         PIC ZZZ,ZZ9.
024900     05  FILLER                PIC X(01) VALUE SPACE.
025000     05  RBD-L-SUM             PIC -ZZ,ZZZ,ZZ9.99.
025100     05  FILLER                PIC X(01) VALUE SPACE.
025200     05  RBD-L-MST-ROWS        PIC ZZZ,ZZ9.
025300     05  FILLER                PIC X(03) VALUE SPACES.
025400     05  RBD-L-S-ROWS          PIC ZZZ,ZZ9.
025500     05  FILLER                PIC X(01) VALUE SPACE.
025600     05  RBD-L-S-REJECTS       PIC ZZZ,ZZ9.
025700     05  FILLER                PIC X(01) VALUE SPACE.
025800     05  RBD-L-S-SUM           PIC -ZZ,ZZZ,ZZ9.99.
025900     05  FILLER                PIC X(01) VALUE SPACE.
026000     05  RBD-L-REGISTER        PIC X(10).
026100     05  FILLER                PIC X(01) VALUE SPACE.
026200     05  RBD-L-RESULT          PIC X(18).
026300 77  RBD-DISP-COUNT            PIC ZZZ,ZZZ,ZZ9.
026400 LINKAGE SECTION.
026500*-----------------------------------------------------------------
026600* RBD-PARM-AREA - the standard batch PARM layout.  PARM='REBUILD'
026700* puts right what the run finds; anything else, or no PARM,
026800* only reports it.
026900*-----------------------------------------------------------------
027000 01  RBD-PARM-AREA.
027100     05  RBD-PARM-LEN          PIC S9(04) COMP.
027200     05  RBD-PARM-TEXT         PIC X(07).
027300 PROCEDURE DIVISION USING RBD-PARM-AREA.
027400 MAIN-PROCEDURE.
027500     PERFORM InitializeRun
027510     PERFORM FindCoverDate
027600     PERFORM OpenFiles
027700     PERFORM ReadArchiveRow
028100     PERFORM ReadOnlineRow
028200     PERFORM ReadMasterRow
028300     PERFORM ReadSummaryRecord
028400     MOVE RBD-SUM-DATE TO RBD-SUM-FIRST-DATE
028500     PERFORM ReadRunRegRow
028600     DISPLAY RBD-HEAD-LINE-1
028700     DISPLAY RBD-HEAD-LINE-2
028800     PERFORM CheckOneDate
028900         UNTIL RBD-ARCH-KEY = HIGH-VALUES
029000           AND RBD-ONL-KEY = HIGH-VALUES
029100           AND RBD-MST-DATE = HIGH-VALUES
029200           AND RBD-SUM-DATE = HIGH-VALUES
029300           AND RBD-REG-DATE = HIGH-VALUES
029400     CLOSE ArchiveFile
029500     CLOSE OnlineFile
029600     CLOSE SummaryFile
029700     CLOSE MasterFile
029800     CLOSE RunRegFile
029900     IF RBD-REBUILD
030000         PERFORM RebuildXref
030100     ELSE
030200         PERFORM VerifyXref
030300     END-IF
030400     PERFORM PrintRebuildTotals
030500     STOP RUN.
030600
030700*-----------------------------------------------------------------
030800* InitializeRun - the run mode off the EXEC PARM.
030900*-----------------------------------------------------------------
031000 InitializeRun.
031100     IF RBD-PARM-LEN >= 7 AND RBD-PARM-TEXT = "REBUILD"
031200         SET RBD-REBUILD TO TRUE
031300     ELSE
031400         SET RBD-VERIFY TO TRUE
031500     END-IF
031600     DISPLAY "CALCRBLD AUDIT MASTER, CROSS-REFERENCE AND RUN "
031700         "REGISTER CHECK"
031800     IF RBD-REBUILD
031900         DISPLAY "MODE.....................: REBUILD - "
032000             "DIFFERENCES ARE PUT RIGHT"
032100     ELSE
032200         DISPLAY "MODE.....................: VERIFY ONLY - "
032300             "NOTHING IS CHANGED"
032400     END-IF.
032500
032504*-----------------------------------------------------------------
032508* FindCoverDate - a first pass over the sorted archive to the
032512* first row that is not a reject, whose date is the oldest the
032516* surviving generations still hold in full.  The file is
032520* closed again and read from the top by the main pass.
032524*-----------------------------------------------------------------
032528 FindCoverDate.
032532     OPEN INPUT ArchiveFile
032536     IF RBD-ARCH-STATUS NOT = "00"
032540         DISPLAY "CALCRBLD: OPEN FAILED ON ARCHIVEFILE "
032544             "- STATUS " RBD-ARCH-STATUS
032548         MOVE 12 TO RETURN-CODE
032552         STOP RUN
032556     END-IF
032560     PERFORM ReadArchiveRow
032564     PERFORM ReadArchiveRow
032568         UNTIL RBD-ARCH-KEY = HIGH-VALUES
032572            OR ArchiveRecord (45:1) NOT = "R"
032576     IF RBD-ARCH-KEY NOT = HIGH-VALUES
032580         MOVE RBD-ARCH-KEY (1:8) TO RBD-COVER-DATE
032584     END-IF
032588     CLOSE ArchiveFile
032592     MOVE HIGH-VALUES TO RBD-ARCH-KEY.
032596
032600*-----------------------------------------------------------------
032700* OpenFiles - the history and summaries for input; the master
032800* and register for update in rebuild mode, input otherwise.
032900* Any OPEN failure stops the run.
033000*-----------------------------------------------------------------
033100 OpenFiles.
033200     OPEN INPUT ArchiveFile
033300     IF RBD-ARCH-STATUS NOT = "00"
033400         DISPLAY "CALCRBLD: OPEN FAILED ON ARCHIVEFILE "
033500             "- STATUS " RBD-ARCH-STATUS
033600         MOVE 12 TO RETURN-CODE
033700         STOP RUN
033800     END-IF
033900     OPEN INPUT OnlineFile
034000     IF RBD-ONL-STATUS NOT = "00"
034100         DISPLAY "CALCRBLD: OPEN FAILED ON ONLINEFILE "
034200             "- STATUS " RBD-ONL-STATUS
034300         MOVE 12 TO RETURN-CODE
034400         STOP RUN
034500     END-IF
034600     OPEN INPUT SummaryFile
034700     IF RBD-SUM-STATUS NOT = "00"
034800         DISPLAY "CALCRBLD: OPEN FAILED ON SUMMARYFILE "
034900             "- STATUS " RBD-SUM-STATUS
035000         MOVE 12 TO RETURN-CODE
035100         STOP RUN
035200     END-IF
035300     IF RBD-REBUILD
035400         OPEN I-O MasterFile
035500         OPEN I-O RunRegFile
035600     ELSE
035700         OPEN INPUT MasterFile
035800         OPEN INPUT RunRegFile
035900     END-IF
036000     IF RBD-MST-STATUS NOT = "00"
036100         DISPLAY "CALCRBLD: OPEN FAILED ON MASTERFILE "
036200             "- STATUS " RBD-MST-STATUS
036300         MOVE 12 TO RETURN-CODE
036400         STOP RUN
036500     END-IF
036600     IF RBD-REG-STATUS NOT = "00"
036700         DISPLAY "CALCRBLD: OPEN FAILED ON RUNREGFILE "
036800             "- STATUS " RBD-REG-STATUS
036900         MOVE 12 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200
037300*-----------------------------------------------------------------
037400* Read paragraphs.  The master and register are read forward
037500* by key; after any update or direct read they are first put
037600* back after the last record the pass read, and the record
037700* waiting is kept in working storage so an update cannot
037800* overlay it.
037900*-----------------------------------------------------------------
038000 ReadArchiveRow.
038100     READ ArchiveFile
038200         AT END
038300             MOVE HIGH-VALUES TO RBD-ARCH-KEY
038400         NOT AT END
038500             MOVE ArchiveRecord (1:8) TO RBD-ARCH-KEY (1:8)
038600             MOVE ArchiveRecord (61:9) TO RBD-ARCH-KEY (9:9)
038700     END-READ.
038800
038900 ReadOnlineRow.
039000     READ OnlineFile
039100         AT END
039200             MOVE HIGH-VALUES TO RBD-ONL-KEY
039300         NOT AT END
039400             MOVE OnlineRecord (1:8) TO RBD-ONL-KEY (1:8)
039500             MOVE OnlineRecord (61:9) TO RBD-ONL-KEY (9:9)
039600     END-READ.
039700
039800 ReadSummaryRecord.
039900     READ SummaryFile
040000         AT END
040100             MOVE HIGH-VALUES TO RBD-SUM-DATE
040200         NOT AT END
040300             MOVE SummaryRunDate TO RBD-SUM-DATE
040400     END-READ.
040500
040600 ReadMasterRow.
040700     IF RBD-MST-REPOSITION AND NOT RBD-MST-AT-END
040800         MOVE "N" TO RBD-MST-REPOS-SW
040900         MOVE RBD-MST-KEY TO AuditMstKey
041000         START MasterFile KEY IS > AuditMstKey
041100             INVALID KEY
041200                 SET RBD-MST-AT-END TO TRUE
041300         END-START
041400     END-IF
041500     IF RBD-MST-AT-END
041600         MOVE HIGH-VALUES TO RBD-MST-DATE
041700         MOVE HIGH-VALUES TO RBD-MST-KEY
041800     ELSE
041900         READ MasterFile NEXT RECORD
042000             AT END
042100                 SET RBD-MST-AT-END TO TRUE
042200                 MOVE HIGH-VALUES TO RBD-MST-DATE
042300                 MOVE HIGH-VALUES TO RBD-MST-KEY
042400             NOT AT END
042500                 ADD 1 TO RBD-MST-READ
042600                 MOVE AuditMstRecord TO RBD-MST-SAVE
042700                 MOVE AuditMstKey TO RBD-MST-KEY
042800                 MOVE AuditMstRunDate TO RBD-MST-DATE
042900         END-READ
043000     END-IF.
043100
043200 ReadRunRegRow.
043300     IF RBD-REG-REPOSITION AND NOT RBD-REG-AT-END
043400         MOVE "N" TO RBD-REG-REPOS-SW
043500         MOVE RBD-REG-SAVE TO RunRegRecord
043600         START RunRegFile KEY IS > RunRegDate
043700             INVALID KEY
043800                 SET RBD-REG-AT-END TO TRUE
043900         END-START
044000     END-IF
044100     IF RBD-REG-AT-END
044200         MOVE HIGH-VALUES TO RBD-REG-DATE
044300     ELSE
044400         READ RunRegFile NEXT RECORD
044500             AT END
044600                 SET RBD-REG-AT-END TO TRUE
044700                 MOVE HIGH-VALUES TO RBD-REG-DATE
044800             NOT AT END
044900                 MOVE RunRegRecord TO RBD-REG-SAVE
045000                 MOVE RunRegDate TO RBD-REG-DATE
045100         END-READ
045200     END-IF.
045300
045400*-----------------------------------------------------------------
045500* CheckOneDate - the lowest business date waiting on any file:
045600* its history rows against its master rows, key by key, then
045700* its summary against its register entry, then its line.
045800*-----------------------------------------------------------------
045900 CheckOneDate.
046000     MOVE RBD-ARCH-KEY (1:8) TO RBD-DATE
046100     IF RBD-ONL-KEY (1:8) < RBD-DATE
046200         MOVE RBD-ONL-KEY (1:8) TO RBD-DATE
046300     END-IF
046400     IF RBD-MST-DATE < RBD-DATE
046500         MOVE RBD-MST-DATE TO RBD-DATE
046600     END-IF
046700     IF RBD-SUM-DATE < RBD-DATE
046800         MOVE RBD-SUM-DATE TO RBD-DATE
046900     END-IF
047000     IF RBD-REG-DATE < RBD-DATE
047100         MOVE RBD-REG-DATE TO RBD-DATE
047200     END-IF
047300     ADD 1 TO RBD-DATES
047400     MOVE ZERO TO RBD-DATE-POS
047500     MOVE ZERO TO RBD-D-ROWS
047600     MOVE ZERO TO RBD-D-REJECTS
047700     MOVE ZERO TO RBD-D-SUM
047800     MOVE ZERO TO RBD-D-MST-ROWS
047810     MOVE ZERO TO RBD-D-UNMATCHED
047900     MOVE ZERO TO RBD-D-SUMMARIES
048000     PERFORM CheckOneKey
048100         UNTIL RBD-ARCH-KEY (1:8) NOT = RBD-DATE
048200           AND RBD-ONL-KEY (1:8) NOT = RBD-DATE
048300           AND RBD-MST-DATE NOT = RBD-DATE
048400           AND NOT RBD-ROW-PENDING
048500     PERFORM StoreSummary
048600         UNTIL RBD-SUM-DATE NOT = RBD-DATE
048700     MOVE "N" TO RBD-HAVE-REG-SW
048800     IF RBD-REG-DATE = RBD-DATE
048900         SET RBD-HAVE-REG TO TRUE
049000         MOVE RBD-REG-SAVE TO RBD-REG-ENTRY
049100         PERFORM ReadRunRegRow
049200     END-IF
049300     PERFORM CheckRunRegister
049400     PERFORM PrintDateLine.
049500
049600*-----------------------------------------------------------------
049700* CheckOneKey - the next history row of the date, if one is not
049800* already waiting, against the master row waiting: the same
049900* key, a row the master lacks, or a master row with no row.
050000*-----------------------------------------------------------------
050100 CheckOneKey.
050200     IF NOT RBD-ROW-PENDING
050300         PERFORM TakePendingRow
050400     END-IF
050500     EVALUATE TRUE
050600         WHEN RBD-ROW-PENDING
050700             AND RBD-MST-DATE = RBD-DATE
050800             AND RBD-ROW-KEY = RBD-MST-KEY
050900             PERFORM CompareMasterRow
051000         WHEN RBD-ROW-PENDING
051100             AND (RBD-MST-DATE NOT = RBD-DATE
051200             OR RBD-ROW-KEY < RBD-MST-KEY)
051300             PERFORM AddMissingMasterRow
051400         WHEN OTHER
051500             PERFORM CheckMasterOnlyRow
051600     END-EVALUATE.
051700
051800*-----------------------------------------------------------------
051900* TakePendingRow - the lower-keyed of the rows waiting on the
052000* two history files, when it is of the date, keyed as CalcLoad
052100* keys it; any later copy of the same row (a restart or forced
052200* repost writing the position again, or the online copy of an
052300* archived row) replaces it, the last one winning.
052400*-----------------------------------------------------------------
052500 TakePendingRow.
052600     IF RBD-ARCH-KEY (1:8) = RBD-DATE
052700         OR RBD-ONL-KEY (1:8) = RBD-DATE
052800         PERFORM TakeHistoryRow
052900         SET RBD-ROW-PENDING TO TRUE
053000         MOVE AuditRunDate TO RBD-ROW-KEY-DATE
053100         IF AuditRecPos NUMERIC AND AuditRecPos > ZERO
053200             MOVE AuditRecPos TO RBD-ROW-KEY-POS
053300             PERFORM TakeLaterCopy
053400                 UNTIL RBD-ARCH-KEY NOT = RBD-ROW-RAW-KEY
053500                   AND RBD-ONL-KEY NOT = RBD-ROW-RAW-KEY
053600         ELSE
053700             MOVE RBD-DATE-POS TO RBD-ROW-KEY-POS
053800         END-IF
053900     END-IF.
054000
054100 TakeLaterCopy.
054200     ADD 1 TO RBD-SUPERSEDED
054300     PERFORM TakeHistoryRow.
054400
054500 TakeHistoryRow.
054600     ADD 1 TO RBD-DATE-POS
054700     IF RBD-ARCH-KEY NOT > RBD-ONL-KEY
054800         MOVE ArchiveRecord TO AuditRecord
054900         MOVE RBD-ARCH-KEY TO RBD-ROW-RAW-KEY
055000         ADD 1 TO RBD-ARCH-READ
055100         PERFORM ReadArchiveRow
055200     ELSE
055300         MOVE OnlineRecord TO AuditRecord
055400         MOVE RBD-ONL-KEY TO RBD-ROW-RAW-KEY
055500         ADD 1 TO RBD-ONL-READ
055600         PERFORM ReadOnlineRow
055700     END-IF.
055800
055900*-----------------------------------------------------------------
056000* CompareMasterRow - the master row against the one the history
056100* row makes.  A reversed mark on the master is kept when the
056200* row it links to is a reversal linking back; the history row
056300* never carries it.  A master row that differs is rewritten in
056400* rebuild mode.
056500*-----------------------------------------------------------------
056600 CompareMasterRow.
056700     PERFORM CountHistoryRow
056800     MOVE "N" TO RBD-BACKED-SW
056900     MOVE RBD-MST-SAVE TO AuditMstRecord
057000     IF AUDIT-MST-REVERSED AND NOT AUDIT-REVERSAL
057100         PERFORM CheckMarkBacked
057200     END-IF
057300     PERFORM BuildMasterFromRow
057400     IF RBD-BACKED
057500         SET AUDIT-MST-REVERSED TO TRUE
057600         MOVE RBD-MST-LINK TO AuditMstLinkKey
057700     END-IF
057800     IF AuditMstRecord = RBD-MST-SAVE
057900         ADD 1 TO RBD-MST-AGREE
058000     ELSE
058100         ADD 1 TO RBD-MST-DIFFERS
058200         IF RBD-REBUILD
058300             MOVE "MASTER ROW DIFFERED - REWRITTEN"
058400                 TO RBD-NOTE-TEXT
058500             REWRITE AuditMstRecord
058600                 INVALID KEY
058700                     PERFORM StopOnMasterUpdate
058800             END-REWRITE
058900             SET RBD-MST-REPOSITION TO TRUE
059000         ELSE
059100             MOVE "MASTER ROW DIFFERS FROM THE HISTORY"
059200                 TO RBD-NOTE-TEXT
059300         END-IF
059400         MOVE RBD-ROW-KEY-POS TO RBD-N-POS
059500         PERFORM ListDifference
059600     END-IF
059700     ADD 1 TO RBD-D-MST-ROWS
059800     PERFORM CheckReversalOriginal
059900     MOVE "N" TO RBD-PENDING-SW
060000     PERFORM ReadMasterRow.
060100
060200*-----------------------------------------------------------------
060300* AddMissingMasterRow - a history row the master does not have;
060400* written in rebuild mode.
060500*-----------------------------------------------------------------
060600 AddMissingMasterRow.
060700     PERFORM CountHistoryRow
060800     ADD 1 TO RBD-MST-MISSING
060900     PERFORM BuildMasterFromRow
061000     IF RBD-REBUILD
061100         MOVE "ROW MISSING FROM THE MASTER - ADDED"
061200             TO RBD-NOTE-TEXT
061300         WRITE AuditMstRecord
061400             INVALID KEY
061500                 PERFORM StopOnMasterUpdate
061600         END-WRITE
061700         SET RBD-MST-REPOSITION TO TRUE
061800         ADD 1 TO RBD-D-MST-ROWS
061900     ELSE
062000         MOVE "ROW MISSING FROM THE MASTER"
062100             TO RBD-NOTE-TEXT
062110         ADD 1 TO RBD-D-UNMATCHED
062200     END-IF
062300     MOVE RBD-ROW-KEY-POS TO RBD-N-POS
062400     PERFORM ListDifference
062500     PERFORM CheckReversalOriginal
062600     MOVE "N" TO RBD-PENDING-SW.
062700
062800*-----------------------------------------------------------------
062900* CheckMasterOnlyRow - a master row with no history row.  Older
063000* than the surviving archive generations it is the only copy
063100* left and is kept; otherwise it has no business on the master
063200* and is deleted in rebuild mode.
063300*-----------------------------------------------------------------
063400 CheckMasterOnlyRow.
063500     MOVE RBD-MST-SAVE TO AuditMstRecord
063600     MOVE AuditMstRecPos TO RBD-N-POS
063700     IF RBD-DATE < RBD-COVER-DATE
063800         ADD 1 TO RBD-MST-KEPT
063900         ADD 1 TO RBD-D-MST-ROWS
064000     ELSE
064100         ADD 1 TO RBD-MST-EXTRA
064200         IF RBD-REBUILD
064300             MOVE "MASTER ROW NOT IN THE HISTORY - DELETED"
064400                 TO RBD-NOTE-TEXT
064500             DELETE MasterFile RECORD
064600                 INVALID KEY
064700                     PERFORM StopOnMasterUpdate
064800             END-DELETE
064900             SET RBD-MST-REPOSITION TO TRUE
065000         ELSE
065100             MOVE "MASTER ROW NOT IN THE HISTORY"
065200                 TO RBD-NOTE-TEXT
065300             ADD 1 TO RBD-D-MST-ROWS
065400         END-IF
065500         PERFORM ListDifference
065600     END-IF
065700     PERFORM ReadMasterRow.
065800
065900 StopOnMasterUpdate.
066000     DISPLAY "CALCRBLD: MASTERFILE UPDATE FAILED AT "
066100         AuditMstKey " - STATUS " RBD-MST-STATUS
066200     MOVE 12 TO RETURN-CODE
066300     STOP RUN.
066400
066500*-----------------------------------------------------------------
066600* BuildMasterFromRow - the master row for the pending history
066700* row, field for field as CalcLoad builds it.
066800*-----------------------------------------------------------------
066900 BuildMasterFromRow.
067000     MOVE RBD-ROW-KEY-DATE   TO AuditMstRunDate
067100     MOVE RBD-ROW-KEY-POS    TO AuditMstRecPos
067200     MOVE AuditRunId         TO AuditMstRunId
067300     MOVE AuditFirstNum      TO AuditMstFirstNum
067400     MOVE AuditSecondNum     TO AuditMstSecondNum
067500     MOVE AuditOperationCode TO AuditMstOperCode
067600     MOVE AuditCalcResult    TO AuditMstResult
067700     MOVE AuditStatus        TO AuditMstStatus
067800     MOVE AuditReasonCode    TO AuditMstReasonCode
067900     MOVE AuditCorrStatus    TO AuditMstCorrStatus
068000     MOVE AuditResubDate     TO AuditMstResubDate
068100     MOVE AuditSource        TO AuditMstSource
068200     IF AUDIT-REVERSAL
068300         SET AUDIT-MST-REVERSAL TO TRUE
068400         MOVE AuditLinkKey   TO AuditMstLinkKey
068500     ELSE
068600         MOVE SPACES         TO AuditMstRevFlag
068700         MOVE ZERO           TO AuditMstLinkDate
068800         MOVE ZERO           TO AuditMstLinkPos
068900     END-IF.
069000
069100*-----------------------------------------------------------------
069200* CheckMarkBacked - whether the master row the reversed mark
069300* links to is a reversal linking back to this one.
069400*-----------------------------------------------------------------
069500 CheckMarkBacked.
069600     MOVE AuditMstLinkKey TO RBD-MST-LINK
069700     MOVE AuditMstLinkKey TO AuditMstKey
069800     READ MasterFile
069900         INVALID KEY
070000             CONTINUE
070100         NOT INVALID KEY
070200             IF AUDIT-MST-REVERSAL
070300                 AND AuditMstLinkKey = RBD-MST-KEY
070400                 SET RBD-BACKED TO TRUE
070500             END-IF
070600     END-READ
070700     SET RBD-MST-REPOSITION TO TRUE.
070800
070900*-----------------------------------------------------------------
071000* CheckReversalOriginal - a posted reversal row must find its
071100* original on the master marked reversed and linked back to it,
071200* as CalcLoad leaves it; the mark is set in rebuild mode.  An
071300* original marked reversed by some other row is listed and left
071400* alone, and an original no longer on the master is counted.
071500*-----------------------------------------------------------------
071600 CheckReversalOriginal.
071700     IF AUDIT-REVERSAL AND AUDIT-POSTED
071800         MOVE AuditLinkKey TO AuditMstKey
071900         READ MasterFile
072000             INVALID KEY
072100                 ADD 1 TO RBD-NO-ORIGINAL
072200             NOT INVALID KEY
072300                 PERFORM CheckOriginalMark
072400         END-READ
072500         SET RBD-MST-REPOSITION TO TRUE
072600     END-IF.
072700
072800 CheckOriginalMark.
072900     MOVE AuditMstRecPos TO RBD-N-POS
073000     EVALUATE TRUE
073100         WHEN AUDIT-MST-REVERSED
073200             AND AuditMstLinkKey = RBD-ROW-KEY
073300             CONTINUE
073400         WHEN AUDIT-MST-REVERSED
073500             ADD 1 TO RBD-MARK-ELSEWHERE
073600             MOVE "ORIGINAL MARKED REVERSED BY ANOTHER ROW"
073700                 TO RBD-NOTE-TEXT
073800             PERFORM ListOriginalDifference
073900         WHEN RBD-REBUILD
074000             ADD 1 TO RBD-MARK-MISSING
074100             SET AUDIT-MST-REVERSED TO TRUE
074200             MOVE RBD-ROW-KEY TO AuditMstLinkKey
074300             REWRITE AuditMstRecord
074400                 INVALID KEY
074500                     PERFORM StopOnMasterUpdate
074600             END-REWRITE
074700             MOVE "REVERSED MARK MISSING - SET"
074800                 TO RBD-NOTE-TEXT
074900             PERFORM ListOriginalDifference
075000         WHEN OTHER
075100             ADD 1 TO RBD-MARK-MISSING
075200             MOVE "REVERSED MARK MISSING ON THE ORIGINAL"
075300                 TO RBD-NOTE-TEXT
075400             PERFORM ListOriginalDifference
075500     END-EVALUATE.
075600
075700 ListOriginalDifference.
075800     MOVE AuditMstRunDate TO RBD-N-DATE
075900     PERFORM ListDifferenceLine.
076000
076100*-----------------------------------------------------------------
076200* CountHistoryRow - the date's audit-row figures: every row,
076300* the rejects, and the results of the posted rows.
076400*-----------------------------------------------------------------
076500 CountHistoryRow.
076600     ADD 1 TO RBD-D-ROWS
076700     IF AUDIT-REJECTED
076800         ADD 1 TO RBD-D-REJECTS
076900     END-IF
077000     IF AUDIT-POSTED
077100         ADD AuditCalcResult TO RBD-D-SUM
077200     END-IF.
077300
077400*-----------------------------------------------------------------
077500* ListDifference - one line per difference, up to
077600* RBD-DETAIL-MAX lines; past that they are only counted.
077700*-----------------------------------------------------------------
077800 ListDifference.
077900     MOVE RBD-DATE TO RBD-N-DATE
078000     PERFORM ListDifferenceLine.
078100
078200 ListDifferenceLine.
078300     ADD 1 TO RBD-DIFFERENCES
078400     ADD 1 TO RBD-DETAIL-COUNT
078500     MOVE RBD-NOTE-TEXT TO RBD-N-TEXT
078600     IF RBD-DETAIL-COUNT <= RBD-DETAIL-MAX
078700         DISPLAY RBD-NOTE-LINE
078800     END-IF
078900     IF RBD-DETAIL-COUNT = RBD-DETAIL-MAX
079000         DISPLAY "  (FURTHER DIFFERENCES ARE COUNTED, "
079100             "NOT LISTED)"
079200     END-IF.
079300
079400*-----------------------------------------------------------------
079500* StoreSummary - keeps the date's latest summary; the sort
079600* leaves the generations in the order they were written.
079700*-----------------------------------------------------------------
079800 StoreSummary.
079900     ADD 1 TO RBD-D-SUMMARIES
080000     MOVE SummaryRunId       TO RBD-S-RUN-ID
080100     MOVE SummaryRecordCount TO RBD-S-RECORDS
080200     MOVE SummaryRejectCount TO RBD-S-REJECTS
080300     MOVE SummarySumResult   TO RBD-S-SUM
080400     PERFORM ReadSummaryRecord.
080500
080600*-----------------------------------------------------------------
080700* CheckRunRegister - the register entry must carry the run-id
080800* and final counts of the date's latest summary, which is the
080900* run Calculadora registered last.  A missing or different
081000* entry is written from the summary in rebuild mode: a date
081100* with more than one summary was reposted and is marked
081200* forced, and a rebuilt entry keeps the return code and time
081300* of the entry it replaces (zero on a new one).  An entry with
081400* no summary is left as it is.
081500*-----------------------------------------------------------------
081600 CheckRunRegister.
081700     MOVE SPACES TO RBD-REG-RESULT
081800     MOVE SPACES TO RBD-N-POS
081900     EVALUATE TRUE
082000         WHEN RBD-D-SUMMARIES = ZERO AND RBD-HAVE-REG
082100             MOVE "UNPROVED" TO RBD-REG-RESULT
082200             ADD 1 TO RBD-REG-UNPROVED
082300         WHEN RBD-D-SUMMARIES = ZERO
082400             CONTINUE
082500         WHEN RBD-HAVE-REG
082600             MOVE RBD-REG-ENTRY TO RunRegRecord
082700             IF RunRegRunId = RBD-S-RUN-ID
082800                 AND RunRegRecords = RBD-S-RECORDS
082900                 AND RunRegRejects = RBD-S-REJECTS
083000                 AND RunRegSumResult = RBD-S-SUM
083100                 MOVE "PROVED" TO RBD-REG-RESULT
083200                 ADD 1 TO RBD-REG-PROVED
083300             ELSE
083400                 ADD 1 TO RBD-REG-DIFFERS
083500                 PERFORM BuildRegisterEntry
083600                 IF RBD-REBUILD
083700                     MOVE "REWRITTEN" TO RBD-REG-RESULT
083800                     MOVE "REGISTER DIFFERED - REWRITTEN"
083900                         TO RBD-NOTE-TEXT
084000                     REWRITE RunRegRecord
084100                         INVALID KEY
084200                             PERFORM StopOnRegisterUpdate
084300                     END-REWRITE
084400                     SET RBD-REG-REPOSITION TO TRUE
084500                 ELSE
084600                     MOVE "DIFFERS" TO RBD-REG-RESULT
084700                     MOVE "REGISTER DIFFERS FROM THE SUMMARY"
084800                         TO RBD-NOTE-TEXT
084900                 END-IF
085000                 PERFORM ListDifference
085100             END-IF
085200         WHEN OTHER
085300             ADD 1 TO RBD-REG-MISSING
085400             MOVE SPACES TO RunRegRecord
085500             MOVE ZERO TO RunRegReturnCode
085600             MOVE ZERO TO RunRegRunTime
085700             PERFORM BuildRegisterEntry
085800             IF RBD-REBUILD
085900                 MOVE "ADDED" TO RBD-REG-RESULT
086000                 MOVE "REGISTER ENTRY MISSING - ADDED"
086100                     TO RBD-NOTE-TEXT
086200                 WRITE RunRegRecord
086300                     INVALID KEY
086400                         PERFORM StopOnRegisterUpdate
086500                 END-WRITE
086600                 SET RBD-REG-REPOSITION TO TRUE
086700             ELSE
086800                 MOVE "MISSING" TO RBD-REG-RESULT
086900                 MOVE "REGISTER ENTRY MISSING"
087000                     TO RBD-NOTE-TEXT
087100             END-IF
087200             PERFORM ListDifference
087300     END-EVALUATE.
087400
087500 BuildRegisterEntry.
087600     MOVE RBD-DATE      TO RunRegDate
087700     MOVE RBD-S-RUN-ID  TO RunRegRunId
087800     IF RBD-D-SUMMARIES > 1
087900         SET RUNREG-FORCED TO TRUE
088000     ELSE
088100         IF NOT RUNREG-FORCED
088200             SET RUNREG-LIVE TO TRUE
088300         END-IF
088400     END-IF
088500     MOVE RBD-S-RECORDS TO RunRegRecords
088600     MOVE RBD-S-REJECTS TO RunRegRejects
088700     MOVE RBD-S-SUM     TO RunRegSumResult.
088800
088900 StopOnRegisterUpdate.
089000     DISPLAY "CALCRBLD: RUNREGFILE UPDATE FAILED AT "
089100         RunRegDate " - STATUS " RBD-REG-STATUS
089200     MOVE 12 TO RETURN-CODE
089300     STOP RUN.
089400
089500*-----------------------------------------------------------------
089600* PrintDateLine - what each file says about the date, and
089700* whether they agree: the audit rows against the master and
089800* the summary, the register against the summary.  A date whose
089900* rows are older than the surviving archive, or whose summary
090000* is older than the surviving generations, is listed as rolled
090100* off and not held against the files.
090110* A date older than the archive may still have a few rows -
090120* rejects CalcArch held online - against a full master kept
090130* from before the roll-off, so it is rolled off once every
090140* row it has is on the master, and its counts are not
090150* compared.
090200*-----------------------------------------------------------------
090300 PrintDateLine.
090400     MOVE "N" TO RBD-DATE-BAD-SW
090500     EVALUATE TRUE
090600         WHEN RBD-DATE < RBD-COVER-DATE
090650             AND RBD-D-UNMATCHED = ZERO
090700             MOVE "HISTORY ROLLED OFF" TO RBD-DATE-RESULT
090800             ADD 1 TO RBD-DATES-ROLLED
090810         WHEN RBD-DATE < RBD-COVER-DATE
090820             MOVE "MASTER DISAGREES" TO RBD-DATE-RESULT
090830             SET RBD-DATE-BAD TO TRUE
090900         WHEN RBD-D-ROWS = ZERO
091000             MOVE "NO AUDIT ROWS" TO RBD-DATE-RESULT
091100             SET RBD-DATE-BAD TO TRUE
091200         WHEN RBD-D-MST-ROWS NOT = RBD-D-ROWS
091300             MOVE "MASTER DISAGREES" TO RBD-DATE-RESULT
091400             SET RBD-DATE-BAD TO TRUE
091500         WHEN RBD-D-SUMMARIES = ZERO
091600             AND RBD-DATE < RBD-SUM-FIRST-DATE
091700             MOVE "SUMMARY ROLLED OFF" TO RBD-DATE-RESULT
091800             ADD 1 TO RBD-DATES-ROLLED
091900         WHEN RBD-D-SUMMARIES = ZERO
092000             MOVE "NO SUMMARY" TO RBD-DATE-RESULT
092100             SET RBD-DATE-BAD TO TRUE
092200         WHEN RBD-D-ROWS NOT = RBD-S-RECORDS
092300             OR RBD-D-REJECTS NOT = RBD-S-REJECTS
092400             OR RBD-D-SUM NOT = RBD-S-SUM
092500             MOVE "SUMMARY DISAGREES" TO RBD-DATE-RESULT
092600             SET RBD-DATE-BAD TO TRUE
092700         WHEN RBD-REG-RESULT = "DIFFERS" OR "MISSING"
092800             MOVE "REGISTER DISAGREES" TO RBD-DATE-RESULT
092900             SET RBD-DATE-BAD TO TRUE
093000         WHEN OTHER
093100             MOVE "OK" TO RBD-DATE-RESULT
093200     END-EVALUATE
093300     IF RBD-DATE-BAD
093400         ADD 1 TO RBD-DATES-BAD
093500     END-IF
093600     MOVE RBD-DATE TO RBD-L-DATE
093700     MOVE RBD-D-ROWS TO RBD-L-ROWS
093800     MOVE RBD-D-REJECTS TO RBD-L-REJECTS
093900     MOVE RBD-D-SUM TO RBD-L-SUM
094000     MOVE RBD-D-MST-ROWS TO RBD-L-MST-ROWS
094100     IF RBD-D-SUMMARIES = ZERO
094200         MOVE ZERO TO RBD-S-RECORDS
094300         MOVE ZERO TO RBD-S-REJECTS
094400         MOVE ZERO TO RBD-S-SUM
094500     END-IF
094600     MOVE RBD-S-RECORDS TO RBD-L-S-ROWS
094700     MOVE RBD-S-REJECTS TO RBD-L-S-REJECTS
094800     MOVE RBD-S-SUM TO RBD-L-S-SUM
094900     MOVE RBD-REG-RESULT TO RBD-L-REGISTER
095000     MOVE RBD-DATE-RESULT TO RBD-L-RESULT
095100     DISPLAY RBD-DATE-LINE.
095200
095300*-----------------------------------------------------------------
095400* RebuildXref - writes the open-reject cross-reference afresh
095500* from CALC.AUDITOUT exactly as CalcLoad does: one record per
095600* reject still open, with its master key and physical row
095700* number.
095800*-----------------------------------------------------------------
095900 RebuildXref.
096000     PERFORM OpenRawAudit
096100     OPEN OUTPUT XrefFile
096200     IF RBD-XREF-STATUS NOT = "00"
096300         DISPLAY "CALCRBLD: OPEN FAILED ON XREFFILE "
096400             "- STATUS " RBD-XREF-STATUS
096500         MOVE 12 TO RETURN-CODE
096600         STOP RUN
096700     END-IF
096800     PERFORM ReadRawRow
096900     PERFORM WriteXrefForRow UNTIL RBD-RAW-AT-END
097000     CLOSE RawAuditFile
097100     CLOSE XrefFile.
097200
097300 WriteXrefForRow.
097400     IF AUDIT-REJECTED AND AUDIT-CORR-OPEN
097500         ADD 1 TO RBD-XREF-EXPECTED
097600         MOVE AuditRunDate TO XrefRunDate
097700         MOVE RBD-X-POS    TO XrefRecPos
097800         MOVE RBD-RECNO    TO XrefAuditRecno
097900         WRITE XrefRecord
098000         IF RBD-XREF-STATUS NOT = "00"
098100             DISPLAY "CALCRBLD: XREFFILE WRITE FAILED "
098200                 "- STATUS " RBD-XREF-STATUS
098300             MOVE 12 TO RETURN-CODE
098400             STOP RUN
098500         END-IF
098600     END-IF
098700     PERFORM ReadRawRow.
098800
098900*-----------------------------------------------------------------
099000* VerifyXref - walks CALC.AUDITOUT and the cross-reference
099100* together by physical row number.  Every open reject must be
099200* on the cross-reference, and every entry must point at the
099300* row it names.  An entry whose reject has been corrected since
099400* the load is stale, which CalcCorr expects, and is counted.
099500*-----------------------------------------------------------------
099600 VerifyXref.
099700     PERFORM OpenRawAudit
099800     OPEN INPUT XrefFile
099900     IF RBD-XREF-STATUS NOT = "00"
100000         DISPLAY "CALCRBLD: OPEN FAILED ON XREFFILE "
100100             "- STATUS " RBD-XREF-STATUS
100200         MOVE 12 TO RETURN-CODE
100300         STOP RUN
100400     END-IF
100500     PERFORM ReadXrefRecord
100600     PERFORM ReadRawRow
100700     PERFORM CheckXrefForRow UNTIL RBD-RAW-AT-END
100800     MOVE "ENTRY PAST THE END OF AUDITOUT" TO RBD-NOTE-TEXT
100900     PERFORM ListBadXref UNTIL RBD-XREF-AT-END
101000     CLOSE RawAuditFile
101100     CLOSE XrefFile.
101200
101300 CheckXrefForRow.
101400     MOVE "ENTRY OUT OF ROW ORDER" TO RBD-NOTE-TEXT
101500     PERFORM ListBadXref
101600         UNTIL RBD-XREF-AT-END
101700            OR XrefAuditRecno NOT < RBD-RECNO
101800     IF AUDIT-REJECTED AND AUDIT-CORR-OPEN
101900         ADD 1 TO RBD-XREF-EXPECTED
102000     END-IF
102100     IF NOT RBD-XREF-AT-END
102200         AND XrefAuditRecno = RBD-RECNO
102300         IF XrefRunDate NOT = AuditRunDate
102400             OR XrefRecPos NOT = RBD-X-POS
102500             MOVE "ENTRY POINTS AT THE WRONG ROW"
102600                 TO RBD-NOTE-TEXT
102700             PERFORM ListBadXref
102800         ELSE
102900             IF NOT (AUDIT-REJECTED AND AUDIT-CORR-OPEN)
103000                 ADD 1 TO RBD-XREF-STALE
103100             END-IF
103200             PERFORM ReadXrefRecord
103300         END-IF
103400     ELSE
103500         IF AUDIT-REJECTED AND AUDIT-CORR-OPEN
103600             ADD 1 TO RBD-XREF-BAD
103700             MOVE AuditRunDate TO RBD-N-DATE
103800             MOVE RBD-X-POS TO RBD-N-POS
103900             MOVE "OPEN REJECT MISSING FROM THE XREF"
104000                 TO RBD-NOTE-TEXT
104100             PERFORM ListDifferenceLine
104200         END-IF
104300     END-IF
104400     PERFORM ReadRawRow.
104500
104600 ListBadXref.
104700     ADD 1 TO RBD-XREF-BAD
104800     MOVE XrefRunDate TO RBD-N-DATE
104900     MOVE XrefRecPos TO RBD-N-POS
105000     PERFORM ListDifferenceLine
105100     PERFORM ReadXrefRecord.
105200
105300 ReadXrefRecord.
105400     READ XrefFile
105500         AT END
105600             SET RBD-XREF-AT-END TO TRUE
105700     END-READ.
105800
105900 OpenRawAudit.
106000     OPEN INPUT RawAuditFile
106100     IF RBD-RAW-STATUS NOT = "00"
106200         DISPLAY "CALCRBLD: OPEN FAILED ON RAWAUDITFILE "
106300             "- STATUS " RBD-RAW-STATUS
106400         MOVE 12 TO RETURN-CODE
106500         STOP RUN
106600     END-IF.
106700
106800*-----------------------------------------------------------------
106900* ReadRawRow - the next CALC.AUDITOUT row, with its physical row
107000* number and its master key position: its own, or for an old
107100* row that carries none the count within its run date.
107200*-----------------------------------------------------------------
107300 ReadRawRow.
107400     READ RawAuditFile
107500         AT END
107600             SET RBD-RAW-AT-END TO TRUE
107700         NOT AT END
107800             MOVE RawAuditRecord TO AuditRecord
107900             ADD 1 TO RBD-RECNO
108000             IF AuditRunDate NOT = RBD-LAST-DATE
108100                 MOVE AuditRunDate TO RBD-LAST-DATE
108200                 MOVE ZERO TO RBD-DATE-POS
108300             END-IF
108400             ADD 1 TO RBD-DATE-POS
108500             IF AuditRecPos NUMERIC AND AuditRecPos > ZERO
108600                 MOVE AuditRecPos TO RBD-X-POS
108700             ELSE
108800                 MOVE RBD-DATE-POS TO RBD-X-POS
108900             END-IF
109000     END-READ.
109100
109200*-----------------------------------------------------------------
109300* PrintRebuildTotals - the closing block, RC 4 when anything
109400* was found wrong (see the program purpose).
109500*-----------------------------------------------------------------
109600 PrintRebuildTotals.
109700     DISPLAY "CALCRBLD TOTALS"
109800     DISPLAY "ARCHIVED ROWS READ.......: " RBD-ARCH-READ
109900     DISPLAY "ONLINE ROWS READ.........: " RBD-ONL-READ
110000     DISPLAY "LATER COPIES TAKEN.......: " RBD-SUPERSEDED
110100     DISPLAY "MASTER ROWS READ.........: " RBD-MST-READ
110200     DISPLAY "MASTER ROWS AGREEING.....: " RBD-MST-AGREE
110300     DISPLAY "MASTER ROWS MISSING......: " RBD-MST-MISSING
110400     DISPLAY "MASTER ROWS DIFFERING....: " RBD-MST-DIFFERS
110500     DISPLAY "MASTER ROWS NOT IN HIST..: " RBD-MST-EXTRA
110600     DISPLAY "MASTER ROWS KEPT (OLDER).: " RBD-MST-KEPT
110700     DISPLAY "REVERSED MARKS MISSING...: " RBD-MARK-MISSING
110800     DISPLAY "REVERSED MARKS ELSEWHERE.: " RBD-MARK-ELSEWHERE
110900     DISPLAY "REVERSAL ORIGINALS GONE..: " RBD-NO-ORIGINAL
111000     DISPLAY "REGISTER ENTRIES PROVED..: " RBD-REG-PROVED
111100     DISPLAY "REGISTER ENTRIES MISSING.: " RBD-REG-MISSING
111200     DISPLAY "REGISTER ENTRIES DIFFER..: " RBD-REG-DIFFERS
111300     DISPLAY "REGISTER NO SUMMARY......: " RBD-REG-UNPROVED
111400     DISPLAY "OPEN REJECTS ON AUDITOUT.: " RBD-XREF-EXPECTED
111500     IF RBD-VERIFY
111600         DISPLAY "XREF ENTRIES STALE.......: " RBD-XREF-STALE
111700         DISPLAY "XREF DIFFERENCES.........: " RBD-XREF-BAD
111800     END-IF
111900     DISPLAY "DATES CHECKED............: " RBD-DATES
112000     DISPLAY "DATES ROLLED OFF.........: " RBD-DATES-ROLLED
112100     DISPLAY "DATES DISAGREEING........: " RBD-DATES-BAD
112200     MOVE RBD-DIFFERENCES TO RBD-DISP-COUNT
112300     IF RBD-REBUILD
112400         DISPLAY "DIFFERENCES PUT RIGHT....: " RBD-DISP-COUNT
112500         IF RBD-DATES-BAD > ZERO
112600             MOVE 4 TO RETURN-CODE
112700         END-IF
112800     ELSE
112900         DISPLAY "DIFFERENCES FOUND........: " RBD-DISP-COUNT
113000         IF RBD-DIFFERENCES > ZERO OR RBD-DATES-BAD > ZERO
113100             MOVE 4 TO RETURN-CODE
113200         END-IF
113300     END-IF.
