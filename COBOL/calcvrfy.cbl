000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Audit seal verification for the Calculadora batch
000500*          family.  Every live Calculadora attempt seals the
000600*          audit rows it writes for its business date on the
000700*          protected seal file CALC.AUDSEAL (DL100SEL) - first
000800*          position, row count and a hash chained over every
000900*          row - and CalcCorr records every rewrite it makes
001000*          to a sealed row there too.  This job re-reads the
001100*          whole audit trail - every CALC.AUDITHST generation
001200*          (ARCHIN), the online CALC.AUDITOUT (AUDITIN), both
001300*          sorted by business date, run-id and position, and
001400*          the keyed master CALC.AUDITMST - recomputes every
001500*          seal and prints, business date by business date,
001600*          each run's seal against what the files now hold:
001700*          rows added, rows dropped, or rows altered other
001800*          than by a recorded correction.  A resubmitted
001900*          reject is taken back to its sealed form only
002000*          through its correction record, and a reversed mark
002100*          on the master only through the reversal row that
002200*          links back to it.  The master is proved for each
002300*          date's current run and the failed attempts it
002400*          restarted from; runs a forced repost replaced are
002500*          listed as superseded.  Dates older than the
002600*          surviving archive generations are listed as rolled
002700*          off, dates run before sealing began are counted and
002800*          not verified.  Ends RC 8 on any broken seal, so the
002900*          month-end sign-off does not go ahead on an audit
003000*          trail that does not prove.
003100* Tectonics: cobc
003200*-----------------------------------------------------------------
003300* Modification History:
003400* 15/10/2026 CAY  Initial version.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. CalcVrfy.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ArchiveFile ASSIGN TO "ARCHIN"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS VRF-ARCH-STATUS.
004400     SELECT OnlineFile ASSIGN TO "AUDITIN"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS VRF-ONL-STATUS.
004700     SELECT SealFile ASSIGN TO "SEALFILE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS SealKey
005100         FILE STATUS IS VRF-SEAL-STATUS.
005200     SELECT MasterFile ASSIGN TO "AUDITMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS AuditMstKey
005600         FILE STATUS IS VRF-MST-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ArchiveFile
006000     RECORDING MODE IS F.
006100 01  ArchiveRecord             PIC X(87).
006200 FD  OnlineFile
006300     RECORDING MODE IS F.
006400 01  OnlineRecord              PIC X(87).
006500 FD  SealFile.
006600     COPY DL100SEL.
006700 FD  MasterFile.
006800     COPY DL100MST.
006900 WORKING-STORAGE SECTION.
007000*-----------------------------------------------------------------
007100* File status and end-of-file switches.
007200*-----------------------------------------------------------------
007300 77  VRF-ARCH-STATUS           PIC X(02) VALUE "00".
007400 77  VRF-ONL-STATUS            PIC X(02) VALUE "00".
007500 77  VRF-SEAL-STATUS           PIC X(02) VALUE "00".
007600 77  VRF-MST-STATUS            PIC X(02) VALUE "00".
007700 77  VRF-MST-EOF-SW            PIC X(01) VALUE "N".
007800     88  VRF-MST-AT-END        VALUE "Y".
007900 77  VRF-FOUND-SW              PIC X(01) VALUE "N".
008000     88  VRF-FOUND             VALUE "Y".
008100 77  VRF-BACKED-SW             PIC X(01) VALUE "N".
008200     88  VRF-BACKED            VALUE "Y".
008300*-----------------------------------------------------------------
008400* The audit row being proved, in the DL100AUD layout the seal
008500* hash was taken over: a sequential row as read, or a master
008600* row rebuilt field by field into the same order.
008700*-----------------------------------------------------------------
008800     COPY DL100AUD.
008900*-----------------------------------------------------------------
009000* Merge keys - business date, run-id and position - of the
009100* next row waiting on each sorted audit file, and the business
009200* date next on the seal file and the master.  HIGH-VALUES once
009300* a file is exhausted.
009400*-----------------------------------------------------------------
009500 01  VRF-ARCH-KEY              PIC X(25) VALUE HIGH-VALUES.
009600 01  VRF-ONL-KEY               PIC X(25) VALUE HIGH-VALUES.
009700 77  VRF-SEAL-DATE             PIC X(08) VALUE HIGH-VALUES.
009800 77  VRF-MST-DATE              PIC X(08) VALUE HIGH-VALUES.
009900*-----------------------------------------------------------------
010000* The business date being verified, the first date ever
010100* sealed, and the oldest date still on an archive generation.
010200* An archive generation that has rolled off leaves only the
010300* rejects CalcArch held back on the online file for dates
010400* before VRF-ARCH-FIRST-DATE.
010410* That date is the one of the archive's first row that is not
010420* a reject: a reject corrected after its date rolled to history
010430* is archived late, under its own old date, into a newer
010440* generation, and must not make a date whose rows have rolled
010450* off look covered.  Posted and held rows always archive with
010460* their date.
010500*-----------------------------------------------------------------
010600 77  VRF-DATE                  PIC X(08) VALUE SPACES.
010700 77  VRF-FIRST-SEAL-DATE       PIC X(08) VALUE HIGH-VALUES.
010800 77  VRF-ARCH-FIRST-DATE       PIC X(08) VALUE LOW-VALUES.
010900 77  VRF-FIRST-OLD-DATE        PIC X(08) VALUE SPACES.
011000 77  VRF-LAST-OLD-DATE         PIC X(08) VALUE SPACES.
011100*-----------------------------------------------------------------
011200* The date's seals, one entry per Calculadora attempt, plus an
011300* entry of status "N" for any run-id found on the files with
011400* no seal at all.  Beside each seal, what the sequential files
011500* and the master hold for it: rows in the sealed position
011600* range (counted and hashed), rows past the range and rows
011700* before it.  VRF-S-CHAIN-SW marks the date's current run -
011800* the latest seal - and the failed attempts it restarted from,
011900* the runs the master is proved for.
012000*-----------------------------------------------------------------
012100 77  VRF-SEAL-MAX              PIC 9(02) COMP VALUE 20.
012200 77  VRF-SEAL-COUNT            PIC 9(02) COMP VALUE ZERO.
012300 01  VRF-SEAL-TABLE.
012400     05  VRF-SEAL-ENTRY OCCURS 20 TIMES
012500                 INDEXED BY VRF-SEAL-IDX.
012600         10  VRF-S-RUN-ID      PIC X(08).
012700         10  VRF-S-STATUS      PIC X(01).
012800             88  VRF-S-OPEN    VALUE "O".
012900             88  VRF-S-CLOSED  VALUE "C".
013000             88  VRF-S-NONE    VALUE "N".
013100         10  VRF-S-FIRST       PIC 9(09) COMP.
013200         10  VRF-S-LAST        PIC 9(09) COMP.
013300         10  VRF-S-COUNT       PIC 9(09) COMP.
013400         10  VRF-S-HASH        PIC 9(10) COMP.
013500         10  VRF-S-PREV        PIC X(08).
013600         10  VRF-S-STAMP-DATE  PIC 9(08).
013700         10  VRF-S-STAMP-TIME  PIC 9(08).
013800         10  VRF-S-CHAIN-SW    PIC X(01).
013900             88  VRF-S-ON-CHAIN VALUE "Y".
014000         10  VRF-S-SEQ-ROWS    PIC 9(09) COMP.
014100         10  VRF-S-SEQ-IN      PIC 9(09) COMP.
014200         10  VRF-S-SEQ-HASH    PIC 9(10) COMP.
014300         10  VRF-S-SEQ-PAST    PIC 9(09) COMP.
014400         10  VRF-S-SEQ-BEFORE  PIC 9(09) COMP.
014500         10  VRF-S-MST-ROWS    PIC 9(09) COMP.
014600         10  VRF-S-MST-IN      PIC 9(09) COMP.
014700         10  VRF-S-MST-HASH    PIC 9(10) COMP.
014800         10  VRF-S-MST-PAST    PIC 9(09) COMP.
014900         10  VRF-S-MST-BEFORE  PIC 9(09) COMP.
015000 77  VRF-FIND-RUN-ID           PIC X(08) VALUE SPACES.
015100 77  VRF-HEAD-IDX              PIC 9(02) COMP VALUE ZERO.
015200 77  VRF-SUB                   PIC 9(02) COMP VALUE ZERO.
015300*-----------------------------------------------------------------
015400* The date's correction records: the row CalcCorr rewrote, and
015500* its correction status and resubmit date before and after.
015600*-----------------------------------------------------------------
015700 77  VRF-CORR-MAX              PIC 9(04) COMP VALUE 999.
015800 77  VRF-CORR-COUNT            PIC 9(04) COMP VALUE ZERO.
015900 01  VRF-CORR-TABLE.
016000     05  VRF-CORR-ENTRY OCCURS 999 TIMES
016100                 INDEXED BY VRF-CORR-IDX.
016200         10  VRF-C-RUN-ID      PIC X(08).
016300         10  VRF-C-POS         PIC 9(09).
016400         10  VRF-C-OLD-STATUS  PIC X(01).
016500         10  VRF-C-NEW-STATUS  PIC X(01).
016600         10  VRF-C-OLD-RESUB   PIC 9(08).
016700         10  VRF-C-NEW-RESUB   PIC 9(08).
016800*-----------------------------------------------------------------
016900* Seal hash work fields - the routine DL100SEL describes, the
017000* same one Calculadora seals with.  VRF-HASH-ORD reads the byte
017100* in VRF-HASH-CHAR as its binary value behind a low-value byte.
017200*-----------------------------------------------------------------
017300 77  VRF-HASH                  PIC 9(10) COMP VALUE ZERO.
017400 77  VRF-HASH-MODULUS          PIC 9(10) COMP VALUE 9999999967.
017500 77  VRF-HASH-WORK             PIC 9(13) COMP VALUE ZERO.
017600 77  VRF-HASH-QUOT             PIC 9(13) COMP VALUE ZERO.
017700 01  VRF-HASH-ROW              PIC X(87).
017800 01  FILLER REDEFINES VRF-HASH-ROW.
017900     05  VRF-HASH-BYTE         PIC X(01) OCCURS 87 TIMES
018000                 INDEXED BY VRF-HASH-IDX.
018100 01  VRF-HASH-PAIR.
018200     05  FILLER                PIC X(01) VALUE LOW-VALUE.
018300     05  VRF-HASH-CHAR         PIC X(01).
018400 01  VRF-HASH-ORD REDEFINES VRF-HASH-PAIR
018500                               PIC 9(04) COMP.
018600*-----------------------------------------------------------------
018700* Master row work fields for the reversed-mark check, which
018800* reads the reversal row the mark links to and then puts the
018900* master back where the pass left it.
019000*-----------------------------------------------------------------
019100 01  VRF-MST-SAVE              PIC X(87).
019200 01  VRF-MST-OWN-KEY           PIC X(17).
019300*-----------------------------------------------------------------
019400* Counters for the closing block.
019500*-----------------------------------------------------------------
019600 77  VRF-ARCH-READ             PIC 9(09) COMP VALUE ZERO.
019700 77  VRF-ONL-READ              PIC 9(09) COMP VALUE ZERO.
019800 77  VRF-MST-READ              PIC 9(09) COMP VALUE ZERO.
019900 77  VRF-SEAL-READ             PIC 9(07) COMP VALUE ZERO.
020000 77  VRF-DATES-SEALED          PIC 9(05) COMP VALUE ZERO.
020100 77  VRF-DATES-OLD             PIC 9(05) COMP VALUE ZERO.
020200 77  VRF-SEALS-OK              PIC 9(05) COMP VALUE ZERO.
020300 77  VRF-SEALS-BROKEN          PIC 9(05) COMP VALUE ZERO.
020400 77  VRF-SEALS-ROLLED          PIC 9(05) COMP VALUE ZERO.
020500 77  VRF-SEALS-SUPERSEDED      PIC 9(05) COMP VALUE ZERO.
020600 77  VRF-UNRECORDED-COUNT      PIC 9(07) COMP VALUE ZERO.
020700 77  VRF-UNBACKED-COUNT        PIC 9(07) COMP VALUE ZERO.
020800 77  VRF-BREAK-SW              PIC X(01) VALUE "N".
020900     88  VRF-SEAL-BROKEN       VALUE "Y".
021000*-----------------------------------------------------------------
021100* Report lines.
021200*-----------------------------------------------------------------
021300 01  VRF-HEAD-LINE.
021400     05  FILLER                PIC X(30)
021500             VALUE "DATE     RUN-ID   ST FIRST-POS".
021600     05  FILLER                PIC X(26)
021700             VALUE "      SEALED   SEQUENTIAL ".
021800     05  FILLER                PIC X(26)
021900             VALUE "RESULT           MASTER   ".
022000     05  FILLER                PIC X(13)
022100             VALUE "RESULT       ".
022200 01  VRF-DETAIL-LINE.
022300     05  VRF-L-DATE            PIC X(08).
022400     05  FILLER                PIC X(01) VALUE SPACE.
022500     05  VRF-L-RUN-ID          PIC X(08).
022600     05  FILLER                PIC X(01) VALUE SPACE.
022700     05  VRF-L-STATUS          PIC X(01).
022800     05  FILLER                PIC X(02) VALUE SPACE.
022900     05  VRF-L-FIRST           PIC 9(09).
023000     05  FILLER                PIC X(01) VALUE SPACE.
023100     05  VRF-L-SEALED          PIC ZZZ,ZZZ,ZZ9.
023200     05  FILLER                PIC X(01) VALUE SPACE.
023300     05  VRF-L-SEQ-ROWS        PIC ZZZ,ZZZ,ZZ9.
023400     05  FILLER                PIC X(01) VALUE SPACE.
023500     05  VRF-L-SEQ-RESULT      PIC X(12).
023600     05  FILLER                PIC X(01) VALUE SPACE.
023700     05  VRF-L-MST-ROWS        PIC ZZZ,ZZZ,ZZ9.
023800     05  FILLER                PIC X(01) VALUE SPACE.
023900     05  VRF-L-MST-RESULT      PIC X(12).
024000     05  FILLER                PIC X(01) VALUE SPACE.
024100     05  VRF-L-FLAG            PIC X(10).
024200 77  VRF-DISP-POS              PIC Z(08)9.
024300 77  VRF-DISP-COUNT            PIC ZZZ,ZZZ,ZZ9.
024400 PROCEDURE DIVISION.
024500 MAIN-PROCEDURE.
024510     PERFORM FindArchiveFirstDate
024600     PERFORM OpenFiles
024700     PERFORM ReadArchiveRow
025100     PERFORM ReadOnlineRow
025200     PERFORM ReadSealRecord
025300     MOVE VRF-SEAL-DATE TO VRF-FIRST-SEAL-DATE
025400     PERFORM ReadMasterRow
025500     DISPLAY "CALCVRFY AUDIT SEAL VERIFICATION"
025600     IF VRF-FIRST-SEAL-DATE = HIGH-VALUES
025700         DISPLAY "NO SEAL ON THE SEAL FILE - NOTHING TO VERIFY"
025800     ELSE
025900         DISPLAY "FIRST SEALED DATE........: "
026000             VRF-FIRST-SEAL-DATE
026100     END-IF
026200     IF VRF-ARCH-FIRST-DATE NOT = LOW-VALUES
026300         DISPLAY "ARCHIVE COVERAGE FROM....: "
026400             VRF-ARCH-FIRST-DATE
026500     END-IF
026600     DISPLAY VRF-HEAD-LINE
026700     PERFORM VerifyOneDate
026800         UNTIL VRF-ARCH-KEY = HIGH-VALUES
026900           AND VRF-ONL-KEY = HIGH-VALUES
027000           AND VRF-SEAL-DATE = HIGH-VALUES
027100           AND VRF-MST-DATE = HIGH-VALUES
027200     PERFORM CloseFiles
027300     PERFORM PrintVerifyTotals
027400     STOP RUN.
027500
027504*-----------------------------------------------------------------
027508* FindArchiveFirstDate - a first pass over the sorted archive to
027512* the first row that is not a reject.  The file is closed
027516* again and read from the top by the main pass.
027520*-----------------------------------------------------------------
027524 FindArchiveFirstDate.
027528     OPEN INPUT ArchiveFile
027532     IF VRF-ARCH-STATUS NOT = "00"
027536         DISPLAY "CALCVRFY: OPEN FAILED ON ARCHIVEFILE "
027540             "- STATUS " VRF-ARCH-STATUS
027544         MOVE 12 TO RETURN-CODE
027548         STOP RUN
027552     END-IF
027556     PERFORM ReadArchiveRow
027560     PERFORM ReadArchiveRow
027564         UNTIL VRF-ARCH-KEY = HIGH-VALUES
027568            OR ArchiveRecord (45:1) NOT = "R"
027572     IF VRF-ARCH-KEY NOT = HIGH-VALUES
027576         MOVE VRF-ARCH-KEY (1:8) TO VRF-ARCH-FIRST-DATE
027580     END-IF
027584     CLOSE ArchiveFile
027588     MOVE HIGH-VALUES TO VRF-ARCH-KEY.
027592
027600*-----------------------------------------------------------------
027700* OpenFiles - all four inputs; any that will not open stops the
027800* run, since a seal cannot be proved against part of the trail.
027900*-----------------------------------------------------------------
028000 OpenFiles.
028100     OPEN INPUT ArchiveFile
028200     IF VRF-ARCH-STATUS NOT = "00"
028300         DISPLAY "CALCVRFY: OPEN FAILED ON ARCHIVEFILE "
028400             "- STATUS " VRF-ARCH-STATUS
028500         MOVE 12 TO RETURN-CODE
028600         STOP RUN
028700     END-IF
028800     OPEN INPUT OnlineFile
028900     IF VRF-ONL-STATUS NOT = "00"
029000         DISPLAY "CALCVRFY: OPEN FAILED ON ONLINEFILE "
029100             "- STATUS " VRF-ONL-STATUS
029200         MOVE 12 TO RETURN-CODE
029300         STOP RUN
029400     END-IF
029500     OPEN INPUT SealFile
029600     IF VRF-SEAL-STATUS NOT = "00"
029700         DISPLAY "CALCVRFY: OPEN FAILED ON SEALFILE "
029800             "- STATUS " VRF-SEAL-STATUS
029900         MOVE 12 TO RETURN-CODE
030000         STOP RUN
030100     END-IF
030200     OPEN INPUT MasterFile
030300     IF VRF-MST-STATUS NOT = "00"
030400         DISPLAY "CALCVRFY: OPEN FAILED ON MASTERFILE "
030500             "- STATUS " VRF-MST-STATUS
030600         MOVE 12 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900
031000 CloseFiles.
031100     CLOSE ArchiveFile
031200     CLOSE OnlineFile
031300     CLOSE SealFile
031400     CLOSE MasterFile.
031500
031600*-----------------------------------------------------------------
031700* Read paragraphs - each leaves the file's merge key on the
031800* record now waiting, HIGH-VALUES at end of file.
031900*-----------------------------------------------------------------
032000 ReadArchiveRow.
032100     READ ArchiveFile
032200         AT END
032300             MOVE HIGH-VALUES TO VRF-ARCH-KEY
032400         NOT AT END
032500             MOVE ArchiveRecord (1:16) TO VRF-ARCH-KEY (1:16)
032600             MOVE ArchiveRecord (61:9) TO VRF-ARCH-KEY (17:9)
032700     END-READ.
032800
032900 ReadOnlineRow.
033000     READ OnlineFile
033100         AT END
033200             MOVE HIGH-VALUES TO VRF-ONL-KEY
033300         NOT AT END
033400             MOVE OnlineRecord (1:16) TO VRF-ONL-KEY (1:16)
033500             MOVE OnlineRecord (61:9) TO VRF-ONL-KEY (17:9)
033600     END-READ.
033700
033800 ReadSealRecord.
033900     READ SealFile NEXT RECORD
034000         AT END
034100             MOVE HIGH-VALUES TO VRF-SEAL-DATE
034200         NOT AT END
034300             ADD 1 TO VRF-SEAL-READ
034400             MOVE SealRunDate TO VRF-SEAL-DATE
034500     END-READ.
034600
034700 ReadMasterRow.
034800     IF VRF-MST-AT-END
034900         MOVE HIGH-VALUES TO VRF-MST-DATE
035000     ELSE
035100         READ MasterFile NEXT RECORD
035200             AT END
035300                 SET VRF-MST-AT-END TO TRUE
035400                 MOVE HIGH-VALUES TO VRF-MST-DATE
035500             NOT AT END
035600                 MOVE AuditMstRunDate TO VRF-MST-DATE
035700         END-READ
035800     END-IF.
035900
036000*-----------------------------------------------------------------
036100* VerifyOneDate - takes the lowest business date waiting on any
036200* of the four files.  A date before the first seal is counted
036300* and passed over; any other date has its seals and correction
036400* records loaded, its sequential rows and then its master rows
036500* proved against them, and one report line per seal printed.
036600*-----------------------------------------------------------------
036700 VerifyOneDate.
036800     MOVE VRF-ARCH-KEY (1:8) TO VRF-DATE
036900     IF VRF-ONL-KEY (1:8) < VRF-DATE
037000         MOVE VRF-ONL-KEY (1:8) TO VRF-DATE
037100     END-IF
037200     IF VRF-SEAL-DATE < VRF-DATE
037300         MOVE VRF-SEAL-DATE TO VRF-DATE
037400     END-IF
037500     IF VRF-MST-DATE < VRF-DATE
037600         MOVE VRF-MST-DATE TO VRF-DATE
037700     END-IF
037800     IF VRF-DATE < VRF-FIRST-SEAL-DATE
037900         PERFORM PassUnsealedDate
038000     ELSE
038100         ADD 1 TO VRF-DATES-SEALED
038200         MOVE ZERO TO VRF-SEAL-COUNT
038300         MOVE ZERO TO VRF-CORR-COUNT
038400         PERFORM StoreSealRecord
038500             UNTIL VRF-SEAL-DATE NOT = VRF-DATE
038600         PERFORM MarkCurrentChain
038700         PERFORM ProcessSequentialRow
038800             UNTIL VRF-ARCH-KEY (1:8) NOT = VRF-DATE
038900               AND VRF-ONL-KEY (1:8) NOT = VRF-DATE
039000         PERFORM ProcessMasterRow
039100             UNTIL VRF-MST-DATE NOT = VRF-DATE
039200         PERFORM JudgeOneSeal
039300             VARYING VRF-SEAL-IDX FROM 1 BY 1
039400             UNTIL VRF-SEAL-IDX > VRF-SEAL-COUNT
039500     END-IF.
039600
039700*-----------------------------------------------------------------
039800* PassUnsealedDate - a date run before sealing began has nothing
039900* to be proved against; its rows are read past and the date
040000* counted for the closing block.
040100*-----------------------------------------------------------------
040200 PassUnsealedDate.
040300     ADD 1 TO VRF-DATES-OLD
040400     IF VRF-FIRST-OLD-DATE = SPACES
040500         MOVE VRF-DATE TO VRF-FIRST-OLD-DATE
040600     END-IF
040700     MOVE VRF-DATE TO VRF-LAST-OLD-DATE
040800     PERFORM PassArchiveRow
040900         UNTIL VRF-ARCH-KEY (1:8) NOT = VRF-DATE
041000     PERFORM PassOnlineRow
041100         UNTIL VRF-ONL-KEY (1:8) NOT = VRF-DATE
041200     PERFORM PassMasterRow
041300         UNTIL VRF-MST-DATE NOT = VRF-DATE.
041400
041500 PassArchiveRow.
041600     ADD 1 TO VRF-ARCH-READ
041700     PERFORM ReadArchiveRow.
041800
041900 PassOnlineRow.
042000     ADD 1 TO VRF-ONL-READ
042100     PERFORM ReadOnlineRow.
042200
042300 PassMasterRow.
042400     ADD 1 TO VRF-MST-READ
042500     PERFORM ReadMasterRow.
042600
042700*-----------------------------------------------------------------
042800* StoreSealRecord - files one seal-file record of the date: a
042900* run seal into the seal table, a correction record into the
043000* correction table.
043100*-----------------------------------------------------------------
043200 StoreSealRecord.
043300     EVALUATE TRUE
043400         WHEN SEAL-RUN-SEAL
043500             MOVE SealRunId TO VRF-FIND-RUN-ID
043600             PERFORM AddSealEntry
043700             MOVE SealStatus    TO VRF-S-STATUS (VRF-SEAL-IDX)
043800             MOVE SealFirstPos  TO VRF-S-FIRST (VRF-SEAL-IDX)
043900             MOVE SealRowCount  TO VRF-S-COUNT (VRF-SEAL-IDX)
044000             MOVE SealHash      TO VRF-S-HASH (VRF-SEAL-IDX)
044100             MOVE SealPrevRunId TO VRF-S-PREV (VRF-SEAL-IDX)
044200             MOVE SealStampDate
044300                 TO VRF-S-STAMP-DATE (VRF-SEAL-IDX)
044400             MOVE SealStampTime
044500                 TO VRF-S-STAMP-TIME (VRF-SEAL-IDX)
044600             COMPUTE VRF-S-LAST (VRF-SEAL-IDX) =
044700                 SealFirstPos + SealRowCount - 1
044800         WHEN SEAL-CORRECTION
044900             IF VRF-CORR-COUNT >= VRF-CORR-MAX
045000                 DISPLAY "CALCVRFY: MORE THAN " VRF-CORR-MAX
045100                     " CORRECTIONS FOR " VRF-DATE
045200                     " - RUN STOPPED"
045300                 MOVE 12 TO RETURN-CODE
045400                 STOP RUN
045500             END-IF
045600             ADD 1 TO VRF-CORR-COUNT
045700             SET VRF-CORR-IDX TO VRF-CORR-COUNT
045800             MOVE SealRunId TO VRF-C-RUN-ID (VRF-CORR-IDX)
045900             MOVE SealRecPos TO VRF-C-POS (VRF-CORR-IDX)
046000             MOVE SealCorrOldStatus
046100                 TO VRF-C-OLD-STATUS (VRF-CORR-IDX)
046200             MOVE SealCorrNewStatus
046300                 TO VRF-C-NEW-STATUS (VRF-CORR-IDX)
046400             MOVE SealCorrOldResub
046500                 TO VRF-C-OLD-RESUB (VRF-CORR-IDX)
046600             MOVE SealCorrNewResub
046700                 TO VRF-C-NEW-RESUB (VRF-CORR-IDX)
046800     END-EVALUATE
046900     PERFORM ReadSealRecord.
047000
047100*-----------------------------------------------------------------
047200* AddSealEntry - a new seal-table entry for VRF-FIND-RUN-ID,
047300* VRF-SEAL-IDX left on it, with no seal ("N") and nothing found
047400* until the caller says otherwise.
047500*-----------------------------------------------------------------
047600 AddSealEntry.
047700     IF VRF-SEAL-COUNT >= VRF-SEAL-MAX
047800         DISPLAY "CALCVRFY: MORE THAN " VRF-SEAL-MAX
047900             " RUNS FOR " VRF-DATE " - RUN STOPPED"
048000         MOVE 12 TO RETURN-CODE
048100         STOP RUN
048200     END-IF
048300     ADD 1 TO VRF-SEAL-COUNT
048400     SET VRF-SEAL-IDX TO VRF-SEAL-COUNT
048500     INITIALIZE VRF-SEAL-ENTRY (VRF-SEAL-IDX)
048600     MOVE VRF-FIND-RUN-ID TO VRF-S-RUN-ID (VRF-SEAL-IDX)
048700     SET VRF-S-NONE (VRF-SEAL-IDX) TO TRUE
048800     MOVE 1 TO VRF-S-FIRST (VRF-SEAL-IDX)
048900     MOVE "N" TO VRF-S-CHAIN-SW (VRF-SEAL-IDX).
049000
049100*-----------------------------------------------------------------
049200* FindSealEntry - the seal-table entry for VRF-FIND-RUN-ID; a
049300* run-id with no seal gets an "N" entry of its own.
049400*-----------------------------------------------------------------
049500 FindSealEntry.
049600     MOVE "N" TO VRF-FOUND-SW
049700     SET VRF-SEAL-IDX TO 1
049800     SEARCH VRF-SEAL-ENTRY
049900         AT END
050000             CONTINUE
050100         WHEN VRF-SEAL-IDX > VRF-SEAL-COUNT
050200             CONTINUE
050300         WHEN VRF-S-RUN-ID (VRF-SEAL-IDX) = VRF-FIND-RUN-ID
050400             SET VRF-FOUND TO TRUE
050500     END-SEARCH
050600     IF NOT VRF-FOUND
050700         PERFORM AddSealEntry
050800     END-IF.
050900
051000*-----------------------------------------------------------------
051100* MarkCurrentChain - the date's current run is its latest seal
051200* by stamp, which a forced repost makes the repost's; it and
051300* every failed attempt it restarted from, back through
051400* SealPrevRunId, are the runs whose rows the master holds.
051500*-----------------------------------------------------------------
051600 MarkCurrentChain.
051700     MOVE ZERO TO VRF-HEAD-IDX
051800     PERFORM FindChainHead
051900         VARYING VRF-SUB FROM 1 BY 1
052000         UNTIL VRF-SUB > VRF-SEAL-COUNT
052100     IF VRF-HEAD-IDX > ZERO
052200         SET VRF-SEAL-IDX TO VRF-HEAD-IDX
052300         MOVE "Y" TO VRF-S-CHAIN-SW (VRF-SEAL-IDX)
052400         MOVE VRF-S-PREV (VRF-SEAL-IDX) TO VRF-FIND-RUN-ID
052500         PERFORM FollowChain
052600             UNTIL VRF-FIND-RUN-ID = SPACES
052700     END-IF.
052800
052900 FindChainHead.
053000     IF VRF-HEAD-IDX = ZERO
053100         MOVE VRF-SUB TO VRF-HEAD-IDX
053200     ELSE
053300         IF VRF-S-STAMP-DATE (VRF-SUB)
053400                 > VRF-S-STAMP-DATE (VRF-HEAD-IDX)
053500             OR (VRF-S-STAMP-DATE (VRF-SUB)
053600                 = VRF-S-STAMP-DATE (VRF-HEAD-IDX)
053700             AND VRF-S-STAMP-TIME (VRF-SUB)
053800                 > VRF-S-STAMP-TIME (VRF-HEAD-IDX))
053900             MOVE VRF-SUB TO VRF-HEAD-IDX
054000         END-IF
054100     END-IF.
054200
054300 FollowChain.
054400     MOVE "N" TO VRF-FOUND-SW
054500     SET VRF-SEAL-IDX TO 1
054600     SEARCH VRF-SEAL-ENTRY
054700         AT END
054800             CONTINUE
054900         WHEN VRF-SEAL-IDX > VRF-SEAL-COUNT
055000             CONTINUE
055100         WHEN VRF-S-RUN-ID (VRF-SEAL-IDX) = VRF-FIND-RUN-ID
055200             AND NOT VRF-S-ON-CHAIN (VRF-SEAL-IDX)
055300             SET VRF-FOUND TO TRUE
055400     END-SEARCH
055500     IF VRF-FOUND
055600         MOVE "Y" TO VRF-S-CHAIN-SW (VRF-SEAL-IDX)
055700         MOVE VRF-S-PREV (VRF-SEAL-IDX) TO VRF-FIND-RUN-ID
055800     ELSE
055900         MOVE SPACES TO VRF-FIND-RUN-ID
056000     END-IF.
056100
056200*-----------------------------------------------------------------
056300* ProcessSequentialRow - takes the lower-keyed of the rows
056400* waiting on the archive and the online file, takes any
056500* recorded correction back out of it, and files it against
056600* its run's seal: chained into the seal's hash when its
056700* position is in the sealed range, counted as past or before
056800* the range when it is not.
056900*-----------------------------------------------------------------
057000 ProcessSequentialRow.
057100     IF VRF-ARCH-KEY NOT > VRF-ONL-KEY
057200         MOVE ArchiveRecord TO AuditRecord
057300         ADD 1 TO VRF-ARCH-READ
057400         PERFORM ReadArchiveRow
057500     ELSE
057600         MOVE OnlineRecord TO AuditRecord
057700         ADD 1 TO VRF-ONL-READ
057800         PERFORM ReadOnlineRow
057900     END-IF
058000     MOVE AuditRunId TO VRF-FIND-RUN-ID
058100     PERFORM FindSealEntry
058200     PERFORM UndoRecordedCorrection
058300     ADD 1 TO VRF-S-SEQ-ROWS (VRF-SEAL-IDX)
058400     EVALUATE TRUE
058500         WHEN AuditRecPos NOT NUMERIC
058600             OR AuditRecPos < VRF-S-FIRST (VRF-SEAL-IDX)
058700             ADD 1 TO VRF-S-SEQ-BEFORE (VRF-SEAL-IDX)
058800         WHEN AuditRecPos > VRF-S-LAST (VRF-SEAL-IDX)
058900             ADD 1 TO VRF-S-SEQ-PAST (VRF-SEAL-IDX)
059000         WHEN OTHER
059100             ADD 1 TO VRF-S-SEQ-IN (VRF-SEAL-IDX)
059200             MOVE VRF-S-SEQ-HASH (VRF-SEAL-IDX) TO VRF-HASH
059300             PERFORM ChainAuditRow
059400             MOVE VRF-HASH TO VRF-S-SEQ-HASH (VRF-SEAL-IDX)
059500     END-EVALUATE.
059600
059700*-----------------------------------------------------------------
059800* ProcessMasterRow - rebuilds the master row in the sealed
059900* layout, takes a backed reversed mark and any recorded
060000* correction back out of it, and files it against its run's
060100* seal the same way, for the runs on the current chain.  A
060200* master row of a run a forced repost replaced is passed over.
060300*-----------------------------------------------------------------
060400 ProcessMasterRow.
060500     ADD 1 TO VRF-MST-READ
060600     MOVE AuditMstRunDate    TO AuditRunDate
060700     MOVE AuditMstRunId      TO AuditRunId
060800     MOVE AuditMstFirstNum   TO AuditFirstNum
060900     MOVE AuditMstSecondNum  TO AuditSecondNum
061000     MOVE AuditMstOperCode   TO AuditOperationCode
061100     MOVE AuditMstResult     TO AuditCalcResult
061200     MOVE AuditMstStatus     TO AuditStatus
061300     MOVE AuditMstReasonCode TO AuditReasonCode
061400     MOVE AuditMstCorrStatus TO AuditCorrStatus
061500     MOVE AuditMstResubDate  TO AuditResubDate
061600     MOVE AuditMstSource     TO AuditSource
061700     MOVE AuditMstRecPos     TO AuditRecPos
061800     MOVE AuditMstRevFlag    TO AuditRevFlag
061900     MOVE AuditMstLinkKey    TO AuditLinkKey
062000     IF AUDIT-MST-REVERSED
062100         PERFORM UndoReversedMark
062200     END-IF
062300     MOVE AuditRunId TO VRF-FIND-RUN-ID
062400     PERFORM FindSealEntry
062500     IF VRF-S-ON-CHAIN (VRF-SEAL-IDX)
062600         OR VRF-S-NONE (VRF-SEAL-IDX)
062700         PERFORM UndoRecordedCorrection
062800         ADD 1 TO VRF-S-MST-ROWS (VRF-SEAL-IDX)
062900         EVALUATE TRUE
063000             WHEN AuditRecPos < VRF-S-FIRST (VRF-SEAL-IDX)
063100                 ADD 1 TO VRF-S-MST-BEFORE (VRF-SEAL-IDX)
063200             WHEN AuditRecPos > VRF-S-LAST (VRF-SEAL-IDX)
063300                 ADD 1 TO VRF-S-MST-PAST (VRF-SEAL-IDX)
063400             WHEN OTHER
063500                 ADD 1 TO VRF-S-MST-IN (VRF-SEAL-IDX)
063600                 MOVE VRF-S-MST-HASH (VRF-SEAL-IDX) TO VRF-HASH
063700                 PERFORM ChainAuditRow
063800                 MOVE VRF-HASH TO VRF-S-MST-HASH (VRF-SEAL-IDX)
063900         END-EVALUATE
064000     END-IF
064100     PERFORM ReadMasterRow.
064200
064300*-----------------------------------------------------------------
064400* UndoReversedMark - Calculadora marks an original reversed on
064500* the master only, after the row was sealed.  The mark is taken
064600* back out (blank flag, zero link, as sealed) when the row it
064700* links to is a reversal linking back to this one; otherwise it
064800* is left in, to break the hash, and reported.  The master is
064900* then repositioned after this row for the pass to go on.
065000*-----------------------------------------------------------------
065100 UndoReversedMark.
065200     MOVE AuditMstRecord TO VRF-MST-SAVE
065300     MOVE AuditMstKey TO VRF-MST-OWN-KEY
065400     MOVE "N" TO VRF-BACKED-SW
065500     MOVE AuditMstLinkKey TO AuditMstKey
065600     READ MasterFile
065700         INVALID KEY
065800             CONTINUE
065900         NOT INVALID KEY
066000             IF AUDIT-MST-REVERSAL
066100                 AND AuditMstLinkKey = VRF-MST-OWN-KEY
066200                 SET VRF-BACKED TO TRUE
066300             END-IF
066400     END-READ
066500     IF VRF-BACKED
066600         MOVE SPACE TO AuditRevFlag
066700         MOVE ZERO TO AuditLinkDate
066800         MOVE ZERO TO AuditLinkPos
066900     ELSE
067000         ADD 1 TO VRF-UNBACKED-COUNT
067100         MOVE AuditRecPos TO VRF-DISP-POS
067200         DISPLAY VRF-DATE " " AuditRunId
067300             " MASTER ROW " VRF-DISP-POS
067400             " MARKED REVERSED WITH NO REVERSAL ROW LINKED"
067500     END-IF
067600     MOVE VRF-MST-SAVE TO AuditMstRecord
067700     START MasterFile KEY IS > AuditMstKey
067800         INVALID KEY
067900             SET VRF-MST-AT-END TO TRUE
068000     END-START.
068100
068200*-----------------------------------------------------------------
068300* UndoRecordedCorrection - a resubmitted reject is taken back to
068400* the correction status and resubmit date it was sealed with,
068500* through the correction record CalcCorr wrote for it.  One
068600* with no correction record, or whose record does not match
068700* the row, is left as it is, to break the hash, and reported.
068800*-----------------------------------------------------------------
068900 UndoRecordedCorrection.
069000     IF AUDIT-CORR-RESUB
069100         MOVE "N" TO VRF-FOUND-SW
069200         SET VRF-CORR-IDX TO 1
069300         SEARCH VRF-CORR-ENTRY
069400             AT END
069500                 CONTINUE
069600             WHEN VRF-CORR-IDX > VRF-CORR-COUNT
069700                 CONTINUE
069800             WHEN VRF-C-RUN-ID (VRF-CORR-IDX) = AuditRunId
069900                 AND VRF-C-POS (VRF-CORR-IDX) = AuditRecPos
070000                 SET VRF-FOUND TO TRUE
070100         END-SEARCH
070200         IF VRF-FOUND
070300             AND VRF-C-NEW-STATUS (VRF-CORR-IDX)
070400                 = AuditCorrStatus
070500             AND VRF-C-NEW-RESUB (VRF-CORR-IDX)
070600                 = AuditResubDate
070700             MOVE VRF-C-OLD-STATUS (VRF-CORR-IDX)
070800                 TO AuditCorrStatus
070900             MOVE VRF-C-OLD-RESUB (VRF-CORR-IDX)
071000                 TO AuditResubDate
071100         ELSE
071200             ADD 1 TO VRF-UNRECORDED-COUNT
071300             MOVE AuditRecPos TO VRF-DISP-POS
071400             DISPLAY VRF-DATE " " AuditRunId
071500                 " ROW " VRF-DISP-POS
071600                 " RESUBMITTED WITH NO MATCHING CORRECTION"
071700                 " RECORD"
071800         END-IF
071900     END-IF.
072000
072100*-----------------------------------------------------------------
072200* ChainAuditRow - chains the 87 bytes of AuditRecord, in order,
072300* into VRF-HASH.
072400*-----------------------------------------------------------------
072500 ChainAuditRow.
072600     MOVE AuditRecord TO VRF-HASH-ROW
072700     PERFORM ChainHashByte
072800         VARYING VRF-HASH-IDX FROM 1 BY 1
072900         UNTIL VRF-HASH-IDX > 87.
073000
073100 ChainHashByte.
073200     MOVE VRF-HASH-BYTE (VRF-HASH-IDX) TO VRF-HASH-CHAR
073300     COMPUTE VRF-HASH-WORK = VRF-HASH * 256 + VRF-HASH-ORD
073400     DIVIDE VRF-HASH-WORK BY VRF-HASH-MODULUS
073500         GIVING VRF-HASH-QUOT REMAINDER VRF-HASH.
073600
073700*-----------------------------------------------------------------
073800* JudgeOneSeal - one report line per run of the date.  Against
073900* the sequential files, and the master for a run on the current
074000* chain, the seal holds when the sealed range is all there once
074100* (count) and unchanged (hash) and nothing lies outside it;
074200* rows past the range of an open seal are the uncommitted tail
074300* of a failed attempt, rewritten by its restart, and do not
074400* count against it.  A run with no seal is broken by any row.
074500* A short range before the oldest archive generation rolled
074600* off with it and is listed, not counted as broken.
074700*-----------------------------------------------------------------
074800 JudgeOneSeal.
074900     MOVE "N" TO VRF-BREAK-SW
075000     MOVE VRF-DATE TO VRF-L-DATE
075100     MOVE VRF-S-RUN-ID (VRF-SEAL-IDX) TO VRF-L-RUN-ID
075200     MOVE VRF-S-STATUS (VRF-SEAL-IDX) TO VRF-L-STATUS
075300     MOVE VRF-S-FIRST (VRF-SEAL-IDX) TO VRF-L-FIRST
075400     MOVE VRF-S-COUNT (VRF-SEAL-IDX) TO VRF-L-SEALED
075500     MOVE VRF-S-SEQ-ROWS (VRF-SEAL-IDX) TO VRF-L-SEQ-ROWS
075600     MOVE VRF-S-MST-ROWS (VRF-SEAL-IDX) TO VRF-L-MST-ROWS
075700     MOVE SPACES TO VRF-L-FLAG
075800     EVALUATE TRUE
075900         WHEN VRF-S-NONE (VRF-SEAL-IDX)
076000             AND VRF-S-SEQ-ROWS (VRF-SEAL-IDX) > ZERO
076100             MOVE "NO SEAL" TO VRF-L-SEQ-RESULT
076200             SET VRF-SEAL-BROKEN TO TRUE
076300         WHEN VRF-S-NONE (VRF-SEAL-IDX)
076400             MOVE SPACES TO VRF-L-SEQ-RESULT
076500         WHEN VRF-S-SEQ-BEFORE (VRF-SEAL-IDX) > ZERO
076600             OR VRF-S-SEQ-IN (VRF-SEAL-IDX)
076700                 > VRF-S-COUNT (VRF-SEAL-IDX)
076800             OR (VRF-S-CLOSED (VRF-SEAL-IDX)
076900                 AND VRF-S-SEQ-PAST (VRF-SEAL-IDX) > ZERO)
077000             MOVE "ROWS ADDED" TO VRF-L-SEQ-RESULT
077100             SET VRF-SEAL-BROKEN TO TRUE
077200         WHEN VRF-S-SEQ-IN (VRF-SEAL-IDX)
077300                 < VRF-S-COUNT (VRF-SEAL-IDX)
077400             AND VRF-DATE < VRF-ARCH-FIRST-DATE
077500             MOVE "ROLLED OFF" TO VRF-L-SEQ-RESULT
077600             ADD 1 TO VRF-SEALS-ROLLED
077700         WHEN VRF-S-SEQ-IN (VRF-SEAL-IDX)
077800                 < VRF-S-COUNT (VRF-SEAL-IDX)
077900             MOVE "ROWS DROPPED" TO VRF-L-SEQ-RESULT
078000             SET VRF-SEAL-BROKEN TO TRUE
078100         WHEN VRF-S-SEQ-HASH (VRF-SEAL-IDX)
078200                 NOT = VRF-S-HASH (VRF-SEAL-IDX)
078300             MOVE "ROWS ALTERED" TO VRF-L-SEQ-RESULT
078400             SET VRF-SEAL-BROKEN TO TRUE
078500         WHEN OTHER
078600             MOVE "OK" TO VRF-L-SEQ-RESULT
078700     END-EVALUATE
078800     EVALUATE TRUE
078900         WHEN VRF-S-NONE (VRF-SEAL-IDX)
079000             AND VRF-S-MST-ROWS (VRF-SEAL-IDX) > ZERO
079100             MOVE "NO SEAL" TO VRF-L-MST-RESULT
079200             SET VRF-SEAL-BROKEN TO TRUE
079300         WHEN VRF-S-NONE (VRF-SEAL-IDX)
079400             MOVE SPACES TO VRF-L-MST-RESULT
079500         WHEN NOT VRF-S-ON-CHAIN (VRF-SEAL-IDX)
079600             MOVE "SUPERSEDED" TO VRF-L-MST-RESULT
079700             ADD 1 TO VRF-SEALS-SUPERSEDED
079800         WHEN VRF-S-MST-BEFORE (VRF-SEAL-IDX) > ZERO
079900             OR VRF-S-MST-IN (VRF-SEAL-IDX)
080000                 > VRF-S-COUNT (VRF-SEAL-IDX)
080100             OR (VRF-S-CLOSED (VRF-SEAL-IDX)
080200                 AND VRF-S-MST-PAST (VRF-SEAL-IDX) > ZERO)
080300             MOVE "ROWS ADDED" TO VRF-L-MST-RESULT
080400             SET VRF-SEAL-BROKEN TO TRUE
080500         WHEN VRF-S-MST-IN (VRF-SEAL-IDX)
080600                 < VRF-S-COUNT (VRF-SEAL-IDX)
080700             MOVE "ROWS DROPPED" TO VRF-L-MST-RESULT
080800             SET VRF-SEAL-BROKEN TO TRUE
080900         WHEN VRF-S-MST-HASH (VRF-SEAL-IDX)
081000                 NOT = VRF-S-HASH (VRF-SEAL-IDX)
081100             MOVE "ROWS ALTERED" TO VRF-L-MST-RESULT
081200             SET VRF-SEAL-BROKEN TO TRUE
081300         WHEN OTHER
081400             MOVE "OK" TO VRF-L-MST-RESULT
081500     END-EVALUATE
081600     IF VRF-SEAL-BROKEN
081700         MOVE "*** BROKEN" TO VRF-L-FLAG
081800         ADD 1 TO VRF-SEALS-BROKEN
081900     ELSE
082000         IF NOT VRF-S-NONE (VRF-SEAL-IDX)
082100             ADD 1 TO VRF-SEALS-OK
082200         END-IF
082300     END-IF
082400     DISPLAY VRF-DETAIL-LINE
082500     IF VRF-S-OPEN (VRF-SEAL-IDX)
082600         AND VRF-S-SEQ-PAST (VRF-SEAL-IDX) > ZERO
082700         MOVE VRF-S-SEQ-PAST (VRF-SEAL-IDX) TO VRF-DISP-COUNT
082800         DISPLAY "         " VRF-S-RUN-ID (VRF-SEAL-IDX)
082900             " FAILED RUN - " VRF-DISP-COUNT
083000             " ROWS PAST ITS LAST CHECKPOINT, NOT SEALED"
083100     END-IF.
083200
083300*-----------------------------------------------------------------
083400* PrintVerifyTotals - the closing block, and RC 8 when any seal
083500* did not hold.
083600*-----------------------------------------------------------------
083700 PrintVerifyTotals.
083800     DISPLAY "CALCVRFY TOTALS"
083900     DISPLAY "ARCHIVED ROWS READ.......: " VRF-ARCH-READ
084000     DISPLAY "ONLINE ROWS READ.........: " VRF-ONL-READ
084100     DISPLAY "MASTER ROWS READ.........: " VRF-MST-READ
084200     DISPLAY "SEAL RECORDS READ........: " VRF-SEAL-READ
084300     DISPLAY "SEALED DATES VERIFIED....: " VRF-DATES-SEALED
084400     DISPLAY "SEALS HOLDING............: " VRF-SEALS-OK
084500     DISPLAY "SEALS BROKEN.............: " VRF-SEALS-BROKEN
084600     DISPLAY "SEALS ROLLED OFF.........: " VRF-SEALS-ROLLED
084700     DISPLAY "SEALS SUPERSEDED.........: " VRF-SEALS-SUPERSEDED
084800     DISPLAY "UNRECORDED CORRECTIONS...: " VRF-UNRECORDED-COUNT
084900     DISPLAY "UNBACKED REVERSED MARKS..: " VRF-UNBACKED-COUNT
085000     IF VRF-DATES-OLD > ZERO
085100         DISPLAY "DATES BEFORE SEALING.....: " VRF-DATES-OLD
085200             " (" VRF-FIRST-OLD-DATE " TO " VRF-LAST-OLD-DATE
085300             ") - NOT VERIFIED"
085400     END-IF
085500     IF VRF-SEALS-BROKEN > ZERO
085600         DISPLAY "*** AUDIT SEAL BROKEN - THE AUDIT TRAIL "
085700             "DOES NOT PROVE - MONTH-END SIGN-OFF HELD ***"
085800         MOVE 8 TO RETURN-CODE
085900     END-IF.
