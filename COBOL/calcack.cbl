000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: General-ledger acknowledgement reconciliation for the
000500*          Calculadora batch family.  CalcGlx builds a
000600*          CALC.GLEXTR generation every night and the ledger
000700*          team answers it with an acknowledgement file: a
000800*          header echoing our business date and run-id, one
000900*          accept or reject line per detail with their error
001000*          code, and a trailer.  This step matches the two,
001100*          key by key, and lists every detail the ledger
001200*          rejected, every detail it never acknowledged, and
001300*          every acknowledgement for a detail we never sent.
001400*          The business date's ledger status on CALC.GLSTAT
001500*          (DL100GLS) goes to "A" (acknowledged) on a clean
001600*          match or "B" (broken) on any break, and the step
001700*          ends RC 8 on a break.  An acknowledgement whose
001800*          header does not answer the extract it is matched
001900*          against (wrong generation, wrong file) ends RC 12
002000*          and changes nothing.  Every run then prints the
002100*          aging list: each date still sent-but-unacknowledged
002200*          or broken more than two working days (CALC.CALWDAYS)
002300*          after its business date, RC 4 when there is one.
002400*          PARM='AGING' prints the aging list alone, for the
002500*          morning schedule on days no acknowledgement came.
002600* Tectonics: cobc
002700*-----------------------------------------------------------------
002800* Modification History:
002900* 15/10/2026 CAY  Initial version.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. CalcAck.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT LedgerFile ASSIGN TO "GLEXT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS ACK-LEDGER-STATUS.
003900     SELECT AckFile ASSIGN TO "ACKIN"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS ACK-ACK-STATUS.
004200     SELECT GlStatFile ASSIGN TO "GLSTAT"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS GlStatDate
004600         FILE STATUS IS ACK-GLSTAT-STATUS.
004700     SELECT CalendarFile ASSIGN TO "CALNDR"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS ACK-CAL-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  LedgerFile
005300     RECORDING MODE IS F.
005400     COPY DL100GLX.
005500*-----------------------------------------------------------------
005600* The ledger's acknowledgement record, in their fixed 40-byte
005700* layout: header (our business date and run-id echoed), one
005800* line per detail or offset we sent (our record key, A accepted
005900* or R rejected, their error code on a reject), and a trailer
006000* with their line count and accepted and rejected counts.
006100*-----------------------------------------------------------------
006200 FD  AckFile
006300     RECORDING MODE IS F.
006400 01  AckRecord.
006500     05  AckRecordType         PIC X(01).
006600         88  ACK-REC-HEADER    VALUE "H".
006700         88  ACK-REC-DETAIL    VALUE "D".
006800         88  ACK-REC-TRAILER   VALUE "T".
006900     05  AckRecordBody         PIC X(39).
007000     05  AckHeaderArea REDEFINES AckRecordBody.
007100         10  AckHdrDate        PIC 9(08).
007200         10  AckHdrRunId       PIC X(08).
007300         10  FILLER            PIC X(23).
007400     05  AckDetailArea REDEFINES AckRecordBody.
007500         10  AckDetKey         PIC 9(09).
007600         10  AckDetResult      PIC X(01).
007700             88  ACK-ACCEPTED  VALUE "A".
007800             88  ACK-REJECTED  VALUE "R".
007900         10  AckDetError       PIC X(04).
008000         10  FILLER            PIC X(25).
008100     05  AckTrailerArea REDEFINES AckRecordBody.
008200         10  AckTrlCount       PIC 9(09).
008300         10  AckTrlAccepted    PIC 9(09).
008400         10  AckTrlRejected    PIC 9(09).
008500         10  FILLER            PIC X(12).
008600 FD  GlStatFile.
008700     COPY DL100GLS.
008800 FD  CalendarFile
008900     RECORDING MODE IS F.
009000     COPY DL100CAL.
009100 WORKING-STORAGE SECTION.
009200*-----------------------------------------------------------------
009300* File status and loop switches.
009400*-----------------------------------------------------------------
009500 77  ACK-LEDGER-STATUS         PIC X(02) VALUE "00".
009600 77  ACK-ACK-STATUS            PIC X(02) VALUE "00".
009700 77  ACK-GLSTAT-STATUS         PIC X(02) VALUE "00".
009800 77  ACK-CAL-STATUS            PIC X(02) VALUE "00".
009900 77  ACK-EOF-SW                PIC X(01) VALUE "N".
010000     88  ACK-END-OF-FILE       VALUE "Y".
010100 77  ACK-CAL-EOF-SW            PIC X(01) VALUE "N".
010200     88  ACK-CAL-EOF           VALUE "Y".
010300 77  ACK-STAT-EOF-SW           PIC X(01) VALUE "N".
010400     88  ACK-STAT-EOF          VALUE "Y".
010500 77  ACK-MODE-SW               PIC X(01) VALUE "M".
010600     88  ACK-MATCH-RUN         VALUE "M".
010700     88  ACK-AGING-ONLY        VALUE "A".
010800 77  ACK-EXT-TRL-SW            PIC X(01) VALUE "N".
010900     88  ACK-EXT-TRL-SEEN      VALUE "Y".
011000 77  ACK-ACK-TRL-SW            PIC X(01) VALUE "N".
011100     88  ACK-ACK-TRL-SEEN      VALUE "Y".
011200 77  ACK-FOUND-SW              PIC X(01) VALUE "N".
011300     88  ACK-FOUND             VALUE "Y".
011400 77  ACK-BREAK-SW              PIC X(01) VALUE "N".
011500     88  ACK-BREAK             VALUE "Y".
011600 77  ACK-GLSTAT-FOUND-SW       PIC X(02) VALUE SPACES.
011700     88  ACK-GLSTAT-FOUND      VALUE "00".
011800*-----------------------------------------------------------------
011900* Today's date (the aging is measured up to it) and the
012000* extract's header and trailer figures.
012100*-----------------------------------------------------------------
012200 77  ACK-TODAY                 PIC 9(08) VALUE ZERO.
012300 77  ACK-NOW                   PIC 9(08) VALUE ZERO.
012400 77  ACK-EXT-DATE              PIC 9(08) VALUE ZERO.
012500 77  ACK-EXT-RUN-ID            PIC X(08) VALUE SPACES.
012600 77  ACK-EXT-TRL-COUNT         PIC 9(09) VALUE ZERO.
012700 77  ACK-EXT-TRL-HASH          PIC 9(10) VALUE ZERO.
012800*-----------------------------------------------------------------
012900* The extract's details and offsets, loaded once and matched
013000* against the acknowledgement lines.  ACK-E-STATE is blank
013100* until the line for the entry arrives, then A or R.  The
013200* ledger normally answers in the order we sent, so the entry
013300* after the last one matched is tried first and the whole
013400* table is searched only when that misses.
013500*-----------------------------------------------------------------
013600 77  ACK-EXT-MAX               PIC 9(05) COMP VALUE 20000.
013700 77  ACK-EXT-COUNT             PIC 9(05) COMP VALUE ZERO.
013800 01  ACK-EXT-TABLE.
013900     05  ACK-EXT-ENTRY OCCURS 20000 TIMES
014000                 INDEXED BY ACK-EXT-IDX ACK-NEXT-IDX.
014100         10  ACK-E-KEY         PIC 9(09).
014200         10  ACK-E-TYPE        PIC X(01).
014300         10  ACK-E-AMOUNT      PIC S9(7)V99.
014400         10  ACK-E-STATE       PIC X(01).
014500*-----------------------------------------------------------------
014600* Business-day calendar, loaded once at start-up for the aging
014700* list.  Without it there is no telling how many working days
014800* a date has waited, so a missing, empty or overflowing
014900* calendar stops the run.
015000*-----------------------------------------------------------------
015100 77  ACK-CAL-MAX               PIC 9(03) COMP VALUE 800.
015200 77  ACK-CAL-COUNT             PIC 9(03) COMP VALUE ZERO.
015300 01  ACK-CAL-TABLE.
015400     05  ACK-CAL-ENTRY OCCURS 800 TIMES
015500                 INDEXED BY ACK-CAL-IDX.
015600         10  ACK-C-DATE        PIC 9(08).
015700         10  ACK-C-WORK        PIC X(01).
015800 77  ACK-AGE-LIMIT             PIC 9(03) COMP VALUE 2.
015900 77  ACK-AGE-DAYS              PIC 9(05) COMP VALUE ZERO.
016000 77  ACK-AGE-TEXT              PIC X(12) VALUE SPACES.
016100*-----------------------------------------------------------------
016200* Counters for the match and aging blocks.
016300*-----------------------------------------------------------------
016400 77  ACK-LINES-READ            PIC 9(09) COMP VALUE ZERO.
016500 77  ACK-ACCEPTED-COUNT        PIC 9(09) COMP VALUE ZERO.
016600 77  ACK-REJECTED-COUNT        PIC 9(09) COMP VALUE ZERO.
016700 77  ACK-UNACKED-COUNT         PIC 9(09) COMP VALUE ZERO.
016800 77  ACK-UNKNOWN-COUNT         PIC 9(09) COMP VALUE ZERO.
016900 77  ACK-AGED-COUNT            PIC 9(05) COMP VALUE ZERO.
017000 77  ACK-DISP-COUNT            PIC 9(09) VALUE ZERO.
017100 LINKAGE SECTION.
017200*-----------------------------------------------------------------
017300* ACK-PARM-AREA - the standard batch PARM layout.  PARM='AGING'
017400* prints the aging list alone; zero length matches ACKIN
017500* against GLEXT and then prints the aging list.
017600*-----------------------------------------------------------------
017700 01  ACK-PARM-AREA.
017800     05  ACK-PARM-LEN          PIC S9(04) COMP.
017900     05  ACK-PARM-TEXT         PIC X(05).
018000 PROCEDURE DIVISION USING ACK-PARM-AREA.
018100 MAIN-PROCEDURE.
018200     PERFORM InitializeRun
018300     IF ACK-MATCH-RUN
018400         PERFORM OpenMatchFiles
018500         PERFORM LoadExtract
018600         PERFORM MatchAckFile
018700         PERFORM ListUnackedDetails
018800         PERFORM RecordLedgerStatus
018900         PERFORM PrintMatchTotals
019000         CLOSE LedgerFile
019100         CLOSE AckFile
019200     ELSE
019300         PERFORM OpenStatusFile
019400     END-IF
019500     PERFORM PrintAgingList
019600     CLOSE GlStatFile
019700     EVALUATE TRUE
019800         WHEN ACK-BREAK
019900             MOVE 8 TO RETURN-CODE
020000         WHEN ACK-AGED-COUNT > ZERO
020100             MOVE 4 TO RETURN-CODE
020200         WHEN OTHER
020300             CONTINUE
020400     END-EVALUATE
020500     STOP RUN.
020600
020700*-----------------------------------------------------------------
020800* InitializeRun - today's date, the run mode off the EXEC PARM
020900* and the business-day calendar.
021000*-----------------------------------------------------------------
021100 InitializeRun.
021200     ACCEPT ACK-TODAY FROM DATE YYYYMMDD
021300     IF ACK-PARM-LEN >= 5 AND ACK-PARM-TEXT = "AGING"
021400         SET ACK-AGING-ONLY TO TRUE
021500         DISPLAY "CALCACK: AGING LIST ONLY - NO "
021600             "ACKNOWLEDGEMENT MATCHED"
021700     END-IF
021800     PERFORM LoadCalendar.
021900
022000*-----------------------------------------------------------------
022100* LoadCalendar - reads the business-day calendar into the
022200* session table.
022300*-----------------------------------------------------------------
022400 LoadCalendar.
022500     OPEN INPUT CalendarFile
022600     IF ACK-CAL-STATUS NOT = "00"
022700         DISPLAY "CALCACK: OPEN FAILED ON CALENDARFILE "
022800             "- STATUS " ACK-CAL-STATUS
022900         MOVE 12 TO RETURN-CODE
023000         STOP RUN
023100     END-IF
023200     PERFORM ReadCalendarRecord
023300     PERFORM StoreOneCalendarDay UNTIL ACK-CAL-EOF
023400     CLOSE CalendarFile
023500     IF ACK-CAL-COUNT = ZERO
023600         DISPLAY "CALCACK: BUSINESS-DAY CALENDAR EMPTY "
023700             "- RUN STOPPED"
023800         MOVE 12 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100
024200 ReadCalendarRecord.
024300     READ CalendarFile
024400         AT END
024500             SET ACK-CAL-EOF TO TRUE
024600     END-READ.
024700
024800 StoreOneCalendarDay.
024900     IF ACK-CAL-COUNT >= ACK-CAL-MAX
025000         DISPLAY "CALCACK: BUSINESS-DAY CALENDAR LARGER THAN "
025100             ACK-CAL-MAX " DAYS - RUN STOPPED"
025200         MOVE 12 TO RETURN-CODE
025300         STOP RUN
025400     END-IF
025500     ADD 1 TO ACK-CAL-COUNT
025600     SET ACK-CAL-IDX TO ACK-CAL-COUNT
025700     MOVE CalDate TO ACK-C-DATE (ACK-CAL-IDX)
025800     MOVE CalWorkFlag TO ACK-C-WORK (ACK-CAL-IDX)
025900     PERFORM ReadCalendarRecord.
026000
026100*-----------------------------------------------------------------
026200* OpenMatchFiles - opens every file the match touches and stops
026300* the run immediately if any OPEN fails.
026400*-----------------------------------------------------------------
026500 OpenMatchFiles.
026600     OPEN INPUT LedgerFile
026700     IF ACK-LEDGER-STATUS NOT = "00"
026800         DISPLAY "CALCACK: OPEN FAILED ON LEDGERFILE "
026900             "- STATUS " ACK-LEDGER-STATUS
027000         MOVE 12 TO RETURN-CODE
027100         STOP RUN
027200     END-IF
027300     OPEN INPUT AckFile
027400     IF ACK-ACK-STATUS NOT = "00"
027500         DISPLAY "CALCACK: OPEN FAILED ON ACKFILE "
027600             "- STATUS " ACK-ACK-STATUS
027700         MOVE 12 TO RETURN-CODE
027800         STOP RUN
027900     END-IF
028000     OPEN I-O GlStatFile
028100     PERFORM CheckStatusOpen.
028200
028300*-----------------------------------------------------------------
028400* OpenStatusFile - the aging list alone only reads the status
028500* file.
028600*-----------------------------------------------------------------
028700 OpenStatusFile.
028800     OPEN INPUT GlStatFile
028900     PERFORM CheckStatusOpen.
029000
029100 CheckStatusOpen.
029200     IF ACK-GLSTAT-STATUS NOT = "00"
029300         DISPLAY "CALCACK: OPEN FAILED ON GLSTATFILE "
029400             "- STATUS " ACK-GLSTAT-STATUS
029500         MOVE 12 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800
029900*-----------------------------------------------------------------
030000* LoadExtract - the GLEXTR generation the acknowledgement is
030100* matched against.  It must be a file the ledger could have
030200* been sent: a header first, a trailer last, and a trailer
030300* count that agrees with the records between.  A file CalcGlx
030400* withheld the trailer on never went out and cannot be
030500* acknowledged, so anything less stops the run RC 12.
030600*-----------------------------------------------------------------
030700 LoadExtract.
030800     MOVE "N" TO ACK-EOF-SW
030900     PERFORM ReadLedgerRecord
031000     IF ACK-END-OF-FILE OR NOT LEDGER-HEADER
031100         DISPLAY "CALCACK: EXTRACT HAS NO LEDGER HEADER "
031200             "- RUN STOPPED"
031300         MOVE 12 TO RETURN-CODE
031400         STOP RUN
031500     END-IF
031600     MOVE LedgerHdrDate  TO ACK-EXT-DATE
031700     MOVE LedgerHdrRunId TO ACK-EXT-RUN-ID
031800     PERFORM ReadLedgerRecord
031900     PERFORM StoreOneLedgerRecord
032000         UNTIL ACK-END-OF-FILE OR ACK-EXT-TRL-SEEN
032100     IF NOT ACK-EXT-TRL-SEEN
032200         DISPLAY "CALCACK: EXTRACT FOR " ACK-EXT-DATE
032300             " HAS NO TRAILER - IT WAS NEVER SENT "
032400             "- RUN STOPPED"
032500         MOVE 12 TO RETURN-CODE
032600         STOP RUN
032700     END-IF
032800     IF ACK-EXT-TRL-COUNT NOT = ACK-EXT-COUNT
032900         MOVE ACK-EXT-COUNT TO ACK-DISP-COUNT
033000         DISPLAY "CALCACK: EXTRACT TRAILER COUNT "
033100             ACK-EXT-TRL-COUNT " <> RECORDS READ "
033200             ACK-DISP-COUNT " - RUN STOPPED"
033300         MOVE 12 TO RETURN-CODE
033400         STOP RUN
033500     END-IF
033600     SET ACK-NEXT-IDX TO 1.
033700
033800 ReadLedgerRecord.
033900     READ LedgerFile
034000         AT END
034100             SET ACK-END-OF-FILE TO TRUE
034200     END-READ.
034300
034400 StoreOneLedgerRecord.
034500     EVALUATE TRUE
034600         WHEN LEDGER-DETAIL
034700             PERFORM AddExtractEntry
034800             MOVE LedgerDetKey    TO ACK-E-KEY (ACK-EXT-IDX)
034900             MOVE LedgerDetAmount TO ACK-E-AMOUNT (ACK-EXT-IDX)
035000         WHEN LEDGER-OFFSET
035100             PERFORM AddExtractEntry
035200             MOVE LedgerOffKey    TO ACK-E-KEY (ACK-EXT-IDX)
035300             MOVE LedgerOffAmount TO ACK-E-AMOUNT (ACK-EXT-IDX)
035400         WHEN LEDGER-TRAILER
035500             SET ACK-EXT-TRL-SEEN TO TRUE
035600             MOVE LedgerTrlCount TO ACK-EXT-TRL-COUNT
035700             MOVE LedgerTrlHash  TO ACK-EXT-TRL-HASH
035800         WHEN OTHER
035900             DISPLAY "CALCACK: EXTRACT RECORD TYPE "
036000                 LedgerRecordType " NOT RECOGNISED "
036100                 "- RUN STOPPED"
036200             MOVE 12 TO RETURN-CODE
036300             STOP RUN
036400     END-EVALUATE
036500     IF NOT ACK-EXT-TRL-SEEN
036600         PERFORM ReadLedgerRecord
036700     END-IF.
036800
036900 AddExtractEntry.
037000     IF ACK-EXT-COUNT >= ACK-EXT-MAX
037100         DISPLAY "CALCACK: EXTRACT HOLDS MORE THAN "
037200             ACK-EXT-MAX " DETAILS - RUN STOPPED"
037300         MOVE 12 TO RETURN-CODE
037400         STOP RUN
037500     END-IF
037600     ADD 1 TO ACK-EXT-COUNT
037700     SET ACK-EXT-IDX TO ACK-EXT-COUNT
037800     MOVE LedgerRecordType TO ACK-E-TYPE (ACK-EXT-IDX)
037900     MOVE SPACE TO ACK-E-STATE (ACK-EXT-IDX).
038000
038100*-----------------------------------------------------------------
038200* MatchAckFile - the acknowledgement header must echo the
038300* extract's business date and run-id, or this is not the file
038400* that answers it and nothing is matched or recorded.  Then
038500* each line is matched to its detail, and the trailer is
038600* proved against the lines read.
038700*-----------------------------------------------------------------
038800 MatchAckFile.
038900     MOVE "N" TO ACK-EOF-SW
039000     PERFORM ReadAckRecord
039100     IF ACK-END-OF-FILE
039200         DISPLAY "CALCACK: ACKNOWLEDGEMENT FILE EMPTY "
039300             "- RUN STOPPED"
039400         MOVE 12 TO RETURN-CODE
039500         STOP RUN
039600     END-IF
039700     IF NOT ACK-REC-HEADER
039800         OR AckHdrDate NOT = ACK-EXT-DATE
039900         OR AckHdrRunId NOT = ACK-EXT-RUN-ID
040000         DISPLAY "CALCACK: ACKNOWLEDGEMENT HEADER "
040100             AckRecordType " " AckHdrDate " " AckHdrRunId
040200             " DOES NOT ANSWER EXTRACT " ACK-EXT-DATE " "
040300             ACK-EXT-RUN-ID " - RUN STOPPED"
040400         MOVE 12 TO RETURN-CODE
040500         STOP RUN
040600     END-IF
040700     DISPLAY "CALCACK LEDGER ACKNOWLEDGEMENT RECONCILIATION"
040800     DISPLAY "BUSINESS DATE............: " ACK-EXT-DATE
040900     DISPLAY "RUN ID...................: " ACK-EXT-RUN-ID
041000     PERFORM ReadAckRecord
041100     PERFORM MatchOneAckRecord
041200         UNTIL ACK-END-OF-FILE OR ACK-ACK-TRL-SEEN
041300     IF NOT ACK-ACK-TRL-SEEN
041400         SET ACK-BREAK TO TRUE
041500         DISPLAY "  *** ACKNOWLEDGEMENT HAS NO TRAILER - "
041600             "FILE INCOMPLETE ***"
041700     END-IF.
041800
041900 ReadAckRecord.
042000     READ AckFile
042100         AT END
042200             SET ACK-END-OF-FILE TO TRUE
042300     END-READ.
042400
042500 MatchOneAckRecord.
042600     EVALUATE TRUE
042700         WHEN ACK-REC-DETAIL
042800             ADD 1 TO ACK-LINES-READ
042900             PERFORM MatchOneAckLine
043000         WHEN ACK-REC-TRAILER
043100             SET ACK-ACK-TRL-SEEN TO TRUE
043200             PERFORM ProveAckTrailer
043300         WHEN OTHER
043400             ADD 1 TO ACK-UNKNOWN-COUNT
043500             DISPLAY "  UNKNOWN   RECORD TYPE " AckRecordType
043600                 " ON THE ACKNOWLEDGEMENT FILE"
043700     END-EVALUATE
043800     IF NOT ACK-ACK-TRL-SEEN
043900         PERFORM ReadAckRecord
044000     END-IF.
044100
044200*-----------------------------------------------------------------
044300* MatchOneAckLine - finds the line's detail, first at the entry
044400* after the last one matched, then anywhere in the table, among
044500* the entries not yet acknowledged.  A line that finds none
044600* answers a detail we never sent, or answers one twice.
044700*-----------------------------------------------------------------
044800 MatchOneAckLine.
044900     MOVE "N" TO ACK-FOUND-SW
045000     IF ACK-NEXT-IDX NOT > ACK-EXT-COUNT
045100         IF ACK-E-KEY (ACK-NEXT-IDX) = AckDetKey
045200             AND ACK-E-STATE (ACK-NEXT-IDX) = SPACE
045300             SET ACK-EXT-IDX TO ACK-NEXT-IDX
045400             SET ACK-FOUND TO TRUE
045500         END-IF
045600     END-IF
045700     IF NOT ACK-FOUND
045800         SET ACK-EXT-IDX TO 1
045900         SEARCH ACK-EXT-ENTRY
046000             WHEN ACK-EXT-IDX > ACK-EXT-COUNT
046100                 CONTINUE
046200             WHEN ACK-E-KEY (ACK-EXT-IDX) = AckDetKey
046300                 AND ACK-E-STATE (ACK-EXT-IDX) = SPACE
046400                 SET ACK-FOUND TO TRUE
046500         END-SEARCH
046600     END-IF
046700     IF ACK-FOUND
046800         SET ACK-NEXT-IDX TO ACK-EXT-IDX
046900         SET ACK-NEXT-IDX UP BY 1
047000         PERFORM RecordOneAckLine
047100     ELSE
047200         ADD 1 TO ACK-UNKNOWN-COUNT
047300         DISPLAY "  UNKNOWN   KEY " AckDetKey
047400             " RESULT " AckDetResult " ERROR " AckDetError
047500             " - NOT SENT OR ALREADY ACKNOWLEDGED"
047600     END-IF.
047700
047800 RecordOneAckLine.
047900     EVALUATE TRUE
048000         WHEN ACK-ACCEPTED
048100             MOVE "A" TO ACK-E-STATE (ACK-EXT-IDX)
048200             ADD 1 TO ACK-ACCEPTED-COUNT
048300         WHEN ACK-REJECTED
048400             MOVE "R" TO ACK-E-STATE (ACK-EXT-IDX)
048500             ADD 1 TO ACK-REJECTED-COUNT
048600             DISPLAY "  REJECTED  KEY " AckDetKey
048700                 " TYPE " ACK-E-TYPE (ACK-EXT-IDX)
048800                 " AMOUNT " ACK-E-AMOUNT (ACK-EXT-IDX)
048900                 " LEDGER ERROR " AckDetError
049000         WHEN OTHER
049100             ADD 1 TO ACK-UNKNOWN-COUNT
049200             DISPLAY "  UNKNOWN   KEY " AckDetKey
049300                 " RESULT " AckDetResult
049400                 " - NEITHER ACCEPT NOR REJECT"
049500     END-EVALUATE.
049600
049700*-----------------------------------------------------------------
049800* ProveAckTrailer - the ledger's own trailer must agree with
049900* the lines and the accepts and rejects actually read.
050000*-----------------------------------------------------------------
050100 ProveAckTrailer.
050200     IF AckTrlCount NOT = ACK-LINES-READ
050300         OR AckTrlAccepted NOT = ACK-ACCEPTED-COUNT
050400         OR AckTrlRejected NOT = ACK-REJECTED-COUNT
050500         SET ACK-BREAK TO TRUE
050600         MOVE ACK-LINES-READ TO ACK-DISP-COUNT
050700         DISPLAY "  *** ACKNOWLEDGEMENT TRAILER "
050800             AckTrlCount "/" AckTrlAccepted "/" AckTrlRejected
050900             " DOES NOT PROVE - LINES READ "
051000             ACK-DISP-COUNT " ***"
051100     END-IF.
051200
051300*-----------------------------------------------------------------
051400* ListUnackedDetails - every detail or offset we sent that no
051500* line answered.
051600*-----------------------------------------------------------------
051700 ListUnackedDetails.
051800     PERFORM CheckOneExtractEntry
051900         VARYING ACK-EXT-IDX FROM 1 BY 1
052000         UNTIL ACK-EXT-IDX > ACK-EXT-COUNT
052100     IF ACK-REJECTED-COUNT > ZERO
052200         OR ACK-UNACKED-COUNT > ZERO
052300         OR ACK-UNKNOWN-COUNT > ZERO
052400         SET ACK-BREAK TO TRUE
052500     END-IF.
052600
052700 CheckOneExtractEntry.
052800     IF ACK-E-STATE (ACK-EXT-IDX) = SPACE
052900         ADD 1 TO ACK-UNACKED-COUNT
053000         DISPLAY "  UNACKED   KEY " ACK-E-KEY (ACK-EXT-IDX)
053100             " TYPE " ACK-E-TYPE (ACK-EXT-IDX)
053200             " AMOUNT " ACK-E-AMOUNT (ACK-EXT-IDX)
053300     END-IF.
053400
053500*-----------------------------------------------------------------
053600* RecordLedgerStatus - the business date goes to "A" or "B"
053700* with the match counts.  A date CalcGlx never recorded as sent
053800* (an extract built before the status file existed) gets its
053900* row here, with the sent figures off the extract's trailer.
054000*-----------------------------------------------------------------
054100 RecordLedgerStatus.
054200     MOVE ACK-EXT-DATE TO GlStatDate
054300     READ GlStatFile
054400         INVALID KEY
054500             CONTINUE
054600     END-READ
054700     IF ACK-GLSTAT-STATUS NOT = "00" AND "23"
054800         DISPLAY "CALCACK: GLSTATFILE READ FAILED "
054900             "- STATUS " ACK-GLSTAT-STATUS
055000         MOVE 12 TO RETURN-CODE
055100         STOP RUN
055200     END-IF
055300     MOVE ACK-GLSTAT-STATUS TO ACK-GLSTAT-FOUND-SW
055400     IF NOT ACK-GLSTAT-FOUND
055500         MOVE ZERO TO GlStatRecord
055600         MOVE ACK-EXT-DATE TO GlStatDate
055700         MOVE ACK-EXT-RUN-ID TO GlStatRunId
055800         MOVE ACK-EXT-TRL-COUNT TO GlStatSentCount
055900         MOVE ACK-EXT-TRL-HASH TO GlStatSentHash
056000     END-IF
056100     IF ACK-BREAK
056200         SET GLSTAT-BROKEN TO TRUE
056300     ELSE
056400         SET GLSTAT-ACKED TO TRUE
056500     END-IF
056600     MOVE ACK-TODAY TO GlStatAckDate
056700     ACCEPT ACK-NOW FROM TIME
056800     MOVE ACK-NOW TO GlStatAckTime
056900     MOVE ACK-ACCEPTED-COUNT TO GlStatAccepted
057000     MOVE ACK-REJECTED-COUNT TO GlStatRejected
057100     MOVE ACK-UNACKED-COUNT TO GlStatUnacked
057200     MOVE ACK-UNKNOWN-COUNT TO GlStatUnknown
057300     IF ACK-GLSTAT-FOUND
057400         REWRITE GlStatRecord
057500     ELSE
057600         WRITE GlStatRecord
057700     END-IF
057800     IF ACK-GLSTAT-STATUS NOT = "00"
057900         DISPLAY "CALCACK: GLSTATFILE UPDATE FAILED "
058000             "- STATUS " ACK-GLSTAT-STATUS
058100         MOVE 12 TO RETURN-CODE
058200         STOP RUN
058300     END-IF.
058400
058500*-----------------------------------------------------------------
058600* PrintMatchTotals - the closing number block for the match.
058700*-----------------------------------------------------------------
058800 PrintMatchTotals.
058900     MOVE ACK-EXT-COUNT TO ACK-DISP-COUNT
059000     DISPLAY "DETAILS SENT.............: " ACK-DISP-COUNT
059100     DISPLAY "ACK LINES READ...........: " ACK-LINES-READ
059200     DISPLAY "ACCEPTED BY THE LEDGER...: " ACK-ACCEPTED-COUNT
059300     DISPLAY "REJECTED BY THE LEDGER...: " ACK-REJECTED-COUNT
059400     DISPLAY "NEVER ACKNOWLEDGED.......: " ACK-UNACKED-COUNT
059500     DISPLAY "ACKS FOR DETAILS NOT SENT: " ACK-UNKNOWN-COUNT
059600     IF ACK-BREAK
059700         DISPLAY "LEDGER STATUS............: BROKEN"
059800         DISPLAY "CALCACK: *** LEDGER ACKNOWLEDGEMENT DOES NOT "
059900             "RECONCILE - FOLLOW UP WITH THE LEDGER TEAM ***"
060000     ELSE
060100         DISPLAY "LEDGER STATUS............: ACKNOWLEDGED"
060200     END-IF.
060300
060400*-----------------------------------------------------------------
060500* PrintAgingList - every business date on the status file still
060600* sent-but-unacknowledged, or acknowledged with a break, more
060700* than two working days after the date: working days after
060800* the business date up to and including today, counted off the
060900* calendar the way CalcAge ages a reject.
061000*-----------------------------------------------------------------
061100 PrintAgingList.
061200     DISPLAY "CALCACK LEDGER ACKNOWLEDGEMENT AGING LIST"
061300     DISPLAY "AS AT....................: " ACK-TODAY
061400     MOVE "N" TO ACK-STAT-EOF-SW
061500     MOVE ZERO TO GlStatDate
061600     START GlStatFile KEY >= GlStatDate
061700         INVALID KEY
061800             SET ACK-STAT-EOF TO TRUE
061900     END-START
062000     IF NOT ACK-STAT-EOF
062100         PERFORM ReadNextStatus
062200     END-IF
062300     PERFORM AgeOneStatus UNTIL ACK-STAT-EOF
062400     IF ACK-AGED-COUNT = ZERO
062500         DISPLAY "  (NO DATE OUTSTANDING MORE THAN "
062600             ACK-AGE-LIMIT " WORKING DAYS)"
062700     END-IF
062800     DISPLAY "DATES OUTSTANDING........: " ACK-AGED-COUNT.
062900
063000 ReadNextStatus.
063100     READ GlStatFile NEXT
063200         AT END
063300             SET ACK-STAT-EOF TO TRUE
063400     END-READ.
063500
063600 AgeOneStatus.
063700     IF GLSTAT-SENT OR GLSTAT-BROKEN
063800         MOVE ZERO TO ACK-AGE-DAYS
063900         PERFORM CountOneWorkingDay
064000             VARYING ACK-CAL-IDX FROM 1 BY 1
064100             UNTIL ACK-CAL-IDX > ACK-CAL-COUNT
064200         IF ACK-AGE-DAYS > ACK-AGE-LIMIT
064300             ADD 1 TO ACK-AGED-COUNT
064400             IF GLSTAT-SENT
064500                 MOVE "UNACKED" TO ACK-AGE-TEXT
064600             ELSE
064700                 MOVE "BROKEN" TO ACK-AGE-TEXT
064800             END-IF
064900             DISPLAY "  " GlStatDate " " GlStatRunId " "
065000                 ACK-AGE-TEXT " SENT " GlStatSentDate
065100                 " COUNT " GlStatSentCount
065200                 " AGE " ACK-AGE-DAYS " WORKING DAYS"
065300         END-IF
065400     END-IF
065500     PERFORM ReadNextStatus.
065600
065700 CountOneWorkingDay.
065800     IF ACK-C-DATE (ACK-CAL-IDX) > GlStatDate
065900         AND ACK-C-DATE (ACK-CAL-IDX) <= ACK-TODAY
066000         AND ACK-C-WORK (ACK-CAL-IDX) = "Y"
066100         ADD 1 TO ACK-AGE-DAYS
066200     END-IF.
066300 END PROGRAM CalcAck.
