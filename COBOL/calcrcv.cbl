000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Morning feeds expected-vs-received report for the
000500*          Calculadora batch family.  A feed that never arrived
000600*          used to show up only as a skipped-DD warning in
000700*          CalcEdit's SYSOUT.  This report reads the business-
000800*          day calendar CALC.CALWDAYS (DL100CAL), the source
000900*          master CALC.SRCMAST (DL100SRC) and the feed receipt
001000*          register CALC.RCVREG (DL100RCV, written by CalcEdit)
001100*          and, for every working day in the receipt window
001200*          (RCVDAYS on the run-parameter file, default 10
001300*          calendar days back from the report date), lists each
001400*          active source that sends a feed with what it sent -
001500*          detail count, hash total, when it arrived - or
001600*          MISSING and the upstream contact to call.  Ends RC 4
001700*          when anything is missing so the scheduler surfaces
001800*          it.  The report date is the EXEC PARM (yyyymmdd);
001900*          absent, the last working day before today on the
002000*          calendar, since the job runs the morning after.
002100* Tectonics: cobc
002200*-----------------------------------------------------------------
002300* Modification History:
002400* 15/10/2026 CAY  Initial version.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CalcRcv.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ReceiptFile ASSIGN TO "RCVREG"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS RcvKey
003500         FILE STATUS IS RCV-RCV-STATUS.
003600     SELECT SourceFile ASSIGN TO "SRCMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SrcCode
004000         FILE STATUS IS RCV-SRCM-STATUS.
004100     SELECT CalendarFile ASSIGN TO "CALNDR"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS RCV-CAL-STATUS.
004400     SELECT ParmFile ASSIGN TO "PARMFILE"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS ParmKey
004800         FILE STATUS IS RCV-PRMF-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ReceiptFile.
005200     COPY DL100RCV.
005300 FD  SourceFile.
005400     COPY DL100SRC.
005500 FD  CalendarFile
005600     RECORDING MODE IS F.
005700     COPY DL100CAL.
005800 FD  ParmFile.
005900     COPY DL100PRM.
006000 WORKING-STORAGE SECTION.
006100*-----------------------------------------------------------------
006200* File status and loop switches.
006300*-----------------------------------------------------------------
006400 77  RCV-RCV-STATUS            PIC X(02) VALUE "00".
006500 77  RCV-SRCM-STATUS           PIC X(02) VALUE "00".
006600 77  RCV-CAL-STATUS            PIC X(02) VALUE "00".
006700 77  RCV-PRMF-STATUS           PIC X(02) VALUE "00".
006800 77  RCV-SRC-EOF-SW            PIC X(01) VALUE "N".
006900     88  RCV-SRC-EOF           VALUE "Y".
007000 77  RCV-CAL-EOF-SW            PIC X(01) VALUE "N".
007100     88  RCV-CAL-EOF           VALUE "Y".
007200*-----------------------------------------------------------------
007300* Report date and receipt window.  The window is RCVDAYS
007400* calendar days back from the report date, the same window
007500* CalcEdit holds re-sent files against.
007600*-----------------------------------------------------------------
007700 77  RCV-TODAY                 PIC 9(08) VALUE ZERO.
007800 77  RCV-RUN-DATE              PIC 9(08) VALUE ZERO.
007900 77  RCV-DAYS                  PIC 9(03) VALUE 10.
008000 77  RCV-RUN-DAYNUM            PIC 9(07) COMP VALUE ZERO.
008100 77  RCV-DAY-AGE               PIC S9(07) COMP VALUE ZERO.
008200 77  RCV-CUR-DATE              PIC 9(08) VALUE ZERO.
008300*-----------------------------------------------------------------
008400* Business-day calendar, loaded once at start-up.  Without it
008500* there is no telling which days a feed was due, so a missing,
008600* empty or overflowing calendar stops the report.
008700*-----------------------------------------------------------------
008800 77  RCV-CAL-MAX               PIC 9(03) COMP VALUE 800.
008900 77  RCV-CAL-COUNT             PIC 9(03) COMP VALUE ZERO.
009000 01  RCV-CAL-TABLE.
009100     05  RCV-CAL-ENTRY OCCURS 800 TIMES
009200                 INDEXED BY RCV-CAL-IDX.
009300         10  RCV-C-DATE        PIC 9(08).
009400         10  RCV-C-WORK        PIC X(01).
009500*-----------------------------------------------------------------
009600* Expected sources: every active source on the master with a
009700* feed of its own.  Suspended sources and sources with no feed
009800* DD are not expected to send anything.
009900*-----------------------------------------------------------------
010000 77  RCV-SRC-MAX               PIC 9(02) COMP VALUE 9.
010100 77  RCV-SRC-COUNT             PIC 9(02) COMP VALUE ZERO.
010200 01  RCV-SRC-TABLE.
010300     05  RCV-SRC-ENTRY OCCURS 9 TIMES
010400                 INDEXED BY RCV-SRC-IDX.
010500         10  RCV-S-CODE        PIC X(02).
010600         10  RCV-S-DD          PIC X(08).
010700         10  RCV-S-CONTACT     PIC X(27).
010800*-----------------------------------------------------------------
010900* Day-number conversion work fields, the same March-based
011000* Gregorian day count CalcAge uses.
011100*-----------------------------------------------------------------
011200 01  RCV-CD-DATE               PIC 9(08) VALUE ZERO.
011300 01  FILLER REDEFINES RCV-CD-DATE.
011400     05  RCV-CD-YEAR           PIC 9(04).
011500     05  RCV-CD-MONTH          PIC 9(02).
011600     05  RCV-CD-DAY            PIC 9(02).
011700 77  RCV-CD-WORK-YEAR          PIC 9(05) COMP VALUE ZERO.
011800 77  RCV-CD-WORK-MONTH         PIC 9(03) COMP VALUE ZERO.
011900 77  RCV-CD-QUOT-4             PIC 9(05) COMP VALUE ZERO.
012000 77  RCV-CD-QUOT-100           PIC 9(05) COMP VALUE ZERO.
012100 77  RCV-CD-QUOT-400           PIC 9(05) COMP VALUE ZERO.
012200 77  RCV-CD-MONTH-DAYS         PIC 9(05) COMP VALUE ZERO.
012300 77  RCV-CD-DAYNUM             PIC 9(07) COMP VALUE ZERO.
012400*-----------------------------------------------------------------
012500* Counters for the closing block.
012600*-----------------------------------------------------------------
012700 77  RCV-DAYS-CHECKED          PIC 9(05) COMP VALUE ZERO.
012800 77  RCV-RECEIVED-COUNT        PIC 9(05) COMP VALUE ZERO.
012900 77  RCV-MISSING-COUNT         PIC 9(05) COMP VALUE ZERO.
013000 LINKAGE SECTION.
013100*-----------------------------------------------------------------
013200* RCV-PARM-AREA - the standard batch PARM layout.  The PARM
013300* text is the report date (PARM='yyyymmdd'); zero length
013400* reports up to the last working day before today.
013500*-----------------------------------------------------------------
013600 01  RCV-PARM-AREA.
013700     05  RCV-PARM-LEN          PIC S9(04) COMP.
013800     05  RCV-PARM-DATE         PIC 9(08).
013900 PROCEDURE DIVISION USING RCV-PARM-AREA.
014000 MAIN-PROCEDURE.
014100     PERFORM InitializeRun
014200     PERFORM OpenReceiptFile
014300     DISPLAY "CALCRCV FEEDS EXPECTED VS RECEIVED REPORT"
014400     DISPLAY "REPORT DATE..............: " RCV-RUN-DATE
014500     DISPLAY "WINDOW (CALENDAR DAYS)...: " RCV-DAYS
014600     IF RCV-SRC-COUNT = ZERO
014700         DISPLAY "  (NO ACTIVE SOURCE SENDS A FEED)"
014800     END-IF
014900     PERFORM CheckOneCalendarDay
015000         VARYING RCV-CAL-IDX FROM 1 BY 1
015100         UNTIL RCV-CAL-IDX > RCV-CAL-COUNT
015200     PERFORM PrintReceiptTotals
015300     CLOSE ReceiptFile
015400     IF RCV-MISSING-COUNT > ZERO
015500         MOVE 4 TO RETURN-CODE
015600     END-IF
015700     STOP RUN.
015800
015900*-----------------------------------------------------------------
016000* InitializeRun - the receipt window, the calendar, the
016100* expected sources, then the report date: the EXEC PARM wins;
016200* absent, the last working day before today.
016300*-----------------------------------------------------------------
016400 InitializeRun.
016500     ACCEPT RCV-TODAY FROM DATE YYYYMMDD
016600     PERFORM GetRunParameters
016700     PERFORM LoadCalendar
016800     PERFORM LoadSourceTable
016900     IF RCV-PARM-LEN >= 8 AND RCV-PARM-DATE NUMERIC
017000         MOVE RCV-PARM-DATE TO RCV-RUN-DATE
017100     ELSE
017200         PERFORM FindPriorWorkingDay
017300             VARYING RCV-CAL-IDX FROM 1 BY 1
017400             UNTIL RCV-CAL-IDX > RCV-CAL-COUNT
017500         IF RCV-RUN-DATE = ZERO
017600             DISPLAY "CALCRCV: NO WORKING DAY BEFORE " RCV-TODAY
017700                 " ON THE CALENDAR - RUN STOPPED"
017800             MOVE 12 TO RETURN-CODE
017900             STOP RUN
018000         END-IF
018100     END-IF
018200     MOVE RCV-RUN-DATE TO RCV-CD-DATE
018300     PERFORM ConvertDateToDayNumber
018400     MOVE RCV-CD-DAYNUM TO RCV-RUN-DAYNUM.
018500
018600 FindPriorWorkingDay.
018700     IF RCV-C-WORK (RCV-CAL-IDX) = "Y"
018800         AND RCV-C-DATE (RCV-CAL-IDX) < RCV-TODAY
018900         AND RCV-C-DATE (RCV-CAL-IDX) > RCV-RUN-DATE
019000         MOVE RCV-C-DATE (RCV-CAL-IDX) TO RCV-RUN-DATE
019100     END-IF.
019200
019300*-----------------------------------------------------------------
019400* GetRunParameters - reads the receipt window (RCVDAYS) from
019500* the central run-parameter file.  A missing file, key or
019600* non-numeric value falls back to the compiled default with a
019700* warning rather than silently.
019800*-----------------------------------------------------------------
019900 GetRunParameters.
020000     OPEN INPUT ParmFile
020100     IF RCV-PRMF-STATUS NOT = "00"
020200         DISPLAY "CALCRCV: RUN-PARAMETER FILE NOT AVAILABLE "
020300             "- STATUS " RCV-PRMF-STATUS
020400             " - COMPILED DEFAULTS APPLY"
020500     ELSE
020600         PERFORM ReadReceiptDaysParm
020700         CLOSE ParmFile
020800     END-IF.
020900
021000 ReadReceiptDaysParm.
021100     MOVE "RCVDAYS " TO ParmKey
021200     READ ParmFile
021300         INVALID KEY
021400             DISPLAY "CALCRCV: NO RCVDAYS ON THE "
021500                 "RUN-PARAMETER FILE - DEFAULT APPLIES"
021600     END-READ
021700     IF RCV-PRMF-STATUS = "00"
021800         IF ParmValueNum NUMERIC
021900             MOVE ParmValueNum TO RCV-DAYS
022000         ELSE
022100             DISPLAY "CALCRCV: RCVDAYS VALUE NOT NUMERIC "
022200                 "- DEFAULT APPLIES"
022300         END-IF
022400     END-IF.
022500
022600*-----------------------------------------------------------------
022700* LoadCalendar - reads the business-day calendar into the
022800* session table.
022900*-----------------------------------------------------------------
023000 LoadCalendar.
023100     OPEN INPUT CalendarFile
023200     IF RCV-CAL-STATUS NOT = "00"
023300         DISPLAY "CALCRCV: OPEN FAILED ON CALENDARFILE "
023400             "- STATUS " RCV-CAL-STATUS
023500         MOVE 12 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800     PERFORM ReadCalendarRecord
023900     PERFORM StoreOneCalendarDay UNTIL RCV-CAL-EOF
024000     CLOSE CalendarFile
024100     IF RCV-CAL-COUNT = ZERO
024200         DISPLAY "CALCRCV: BUSINESS-DAY CALENDAR EMPTY "
024300             "- RUN STOPPED"
024400         MOVE 12 TO RETURN-CODE
024500         STOP RUN
024600     END-IF.
024700
024800 ReadCalendarRecord.
024900     READ CalendarFile
025000         AT END
025100             SET RCV-CAL-EOF TO TRUE
025200     END-READ.
025300
025400 StoreOneCalendarDay.
025500     IF RCV-CAL-COUNT >= RCV-CAL-MAX
025600         DISPLAY "CALCRCV: BUSINESS-DAY CALENDAR LARGER THAN "
025700             RCV-CAL-MAX " DAYS - RUN STOPPED"
025800         MOVE 12 TO RETURN-CODE
025900         STOP RUN
026000     END-IF
026100     ADD 1 TO RCV-CAL-COUNT
026200     SET RCV-CAL-IDX TO RCV-CAL-COUNT
026300     MOVE CalDate TO RCV-C-DATE (RCV-CAL-IDX)
026400     MOVE CalWorkFlag TO RCV-C-WORK (RCV-CAL-IDX)
026500     PERFORM ReadCalendarRecord.
026600
026700*-----------------------------------------------------------------
026800* LoadSourceTable - the expected sources off the source master:
026900* active, with a feed DD.  A master that cannot be read stops
027000* the report rather than call every feed missing.
027100*-----------------------------------------------------------------
027200 LoadSourceTable.
027300     OPEN INPUT SourceFile
027400     IF RCV-SRCM-STATUS NOT = "00"
027500         DISPLAY "CALCRCV: OPEN FAILED ON SOURCEFILE "
027600             "- STATUS " RCV-SRCM-STATUS
027700         MOVE 12 TO RETURN-CODE
027800         STOP RUN
027900     END-IF
028000     MOVE LOW-VALUES TO SrcCode
028100     START SourceFile KEY >= SrcCode
028200         INVALID KEY
028300             SET RCV-SRC-EOF TO TRUE
028400     END-START
028500     IF NOT RCV-SRC-EOF
028600         PERFORM ReadNextSource
028700     END-IF
028800     PERFORM StoreOneSource UNTIL RCV-SRC-EOF
028900     CLOSE SourceFile.
029000
029100 ReadNextSource.
029200     READ SourceFile NEXT
029300         AT END
029400             SET RCV-SRC-EOF TO TRUE
029500     END-READ.
029600
029700 StoreOneSource.
029800     IF SRC-ACTIVE AND SrcFeedDD NOT = SPACES
029900         IF RCV-SRC-COUNT >= RCV-SRC-MAX
030000             DISPLAY "CALCRCV: SOURCE MASTER HOLDS MORE THAN "
030100                 RCV-SRC-MAX " SOURCES - RUN STOPPED"
030200             MOVE 12 TO RETURN-CODE
030300             STOP RUN
030400         END-IF
030500         ADD 1 TO RCV-SRC-COUNT
030600         SET RCV-SRC-IDX TO RCV-SRC-COUNT
030700         MOVE SrcCode    TO RCV-S-CODE (RCV-SRC-IDX)
030800         MOVE SrcFeedDD  TO RCV-S-DD (RCV-SRC-IDX)
030900         MOVE SrcContact TO RCV-S-CONTACT (RCV-SRC-IDX)
031000     END-IF
031100     PERFORM ReadNextSource.
031200
031300*-----------------------------------------------------------------
031400* OpenReceiptFile - stops the run immediately if the OPEN
031500* fails.
031600*-----------------------------------------------------------------
031700 OpenReceiptFile.
031800     OPEN INPUT ReceiptFile
031900     IF RCV-RCV-STATUS NOT = "00"
032000         DISPLAY "CALCRCV: OPEN FAILED ON RECEIPTFILE "
032100             "- STATUS " RCV-RCV-STATUS
032200         MOVE 12 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500
032600*-----------------------------------------------------------------
032700* CheckOneCalendarDay - a working day inside the window, up to
032800* and including the report date, gets one line per expected
032900* source; every other calendar day passes through.
033000*-----------------------------------------------------------------
033100 CheckOneCalendarDay.
033200     IF RCV-C-WORK (RCV-CAL-IDX) = "Y"
033300         AND RCV-C-DATE (RCV-CAL-IDX) NOT > RCV-RUN-DATE
033400         MOVE RCV-C-DATE (RCV-CAL-IDX) TO RCV-CD-DATE
033500         PERFORM ConvertDateToDayNumber
033600         COMPUTE RCV-DAY-AGE = RCV-RUN-DAYNUM - RCV-CD-DAYNUM
033700         IF RCV-DAY-AGE < RCV-DAYS
033800             ADD 1 TO RCV-DAYS-CHECKED
033900             MOVE RCV-C-DATE (RCV-CAL-IDX) TO RCV-CUR-DATE
034000             PERFORM CheckOneSourceDay
034100                 VARYING RCV-SRC-IDX FROM 1 BY 1
034200                 UNTIL RCV-SRC-IDX > RCV-SRC-COUNT
034300         END-IF
034400     END-IF.
034500
034600*-----------------------------------------------------------------
034700* CheckOneSourceDay - one expected source on one working day:
034800* what it sent, or MISSING and who to call.
034900*-----------------------------------------------------------------
035000 CheckOneSourceDay.
035100     MOVE RCV-S-CODE (RCV-SRC-IDX) TO RcvSource
035200     MOVE RCV-CUR-DATE TO RcvBusDate
035300     READ ReceiptFile
035400         INVALID KEY
035500             ADD 1 TO RCV-MISSING-COUNT
035600             DISPLAY RCV-CUR-DATE " " RCV-S-CODE (RCV-SRC-IDX)
035700                 " " RCV-S-DD (RCV-SRC-IDX)
035800                 " *** MISSING *** CALL "
035900                 RCV-S-CONTACT (RCV-SRC-IDX)
036000         NOT INVALID KEY
036100             ADD 1 TO RCV-RECEIVED-COUNT
036200             DISPLAY RCV-CUR-DATE " " RcvSource
036300                 " " RcvFeedDD
036400                 " RECEIVED " RcvRecvDate " " RcvRecvTime
036500                 " COUNT " RcvDetailCount
036600                 " HASH " RcvHashTotal
036700     END-READ.
036800
036900*-----------------------------------------------------------------
037000* ConvertDateToDayNumber - turns RCV-CD-DATE (yyyymmdd) into a
037100* running Gregorian day count in RCV-CD-DAYNUM, the same way
037200* CalcAge does: January and February count as months 13 and
037300* 14 of the prior year so the leap day falls at the end of the
037400* shifted year.  The DIVIDEs truncate, which is what the
037500* formula expects.
037600*-----------------------------------------------------------------
037700 ConvertDateToDayNumber.
037800     IF RCV-CD-MONTH < 3
037900         COMPUTE RCV-CD-WORK-YEAR = RCV-CD-YEAR - 1
038000         COMPUTE RCV-CD-WORK-MONTH = RCV-CD-MONTH + 12
038100     ELSE
038200         MOVE RCV-CD-YEAR TO RCV-CD-WORK-YEAR
038300         MOVE RCV-CD-MONTH TO RCV-CD-WORK-MONTH
038400     END-IF
038500     DIVIDE RCV-CD-WORK-YEAR BY 4
038600         GIVING RCV-CD-QUOT-4
038700     DIVIDE RCV-CD-WORK-YEAR BY 100
038800         GIVING RCV-CD-QUOT-100
038900     DIVIDE RCV-CD-WORK-YEAR BY 400
039000         GIVING RCV-CD-QUOT-400
039100     COMPUTE RCV-CD-MONTH-DAYS =
039200         (153 * (RCV-CD-WORK-MONTH - 3) + 2) / 5
039300     COMPUTE RCV-CD-DAYNUM =
039400         (365 * RCV-CD-WORK-YEAR) + RCV-CD-QUOT-4
039500         - RCV-CD-QUOT-100 + RCV-CD-QUOT-400
039600         + RCV-CD-MONTH-DAYS + RCV-CD-DAY.
039700
039800*-----------------------------------------------------------------
039900* PrintReceiptTotals - the closing number block.
040000*-----------------------------------------------------------------
040100 PrintReceiptTotals.
040200     DISPLAY "WORKING DAYS CHECKED.....: " RCV-DAYS-CHECKED
040300     DISPLAY "FEEDS RECEIVED...........: " RCV-RECEIVED-COUNT
040400     DISPLAY "FEEDS MISSING............: " RCV-MISSING-COUNT
040500     IF RCV-MISSING-COUNT > ZERO
040600         DISPLAY "CALCRCV: *** MISSING FEEDS NEED "
040700             "ATTENTION ***"
040800     END-IF.
040900 END PROGRAM CalcRcv.
