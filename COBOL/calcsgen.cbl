000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Standing-order generator for the Calculadora nightly
000500*          batch.  Recurring calculations used to be keyed by
000600*          hand upstream every day, week or month; they are now
000700*          held once on the standing-order master CALC.STNDORD
000800*          (DL100STO, maintained on the CalcSord screen) and
000900*          this step, ahead of CalcEdit, raises the ones that
001000*          fall due on the business date.  The business date is
001100*          the EXEC PARM (PARM='yyyymmdd') or, absent, the
001200*          header date of the first upstream feed present
001300*          tonight, the same date CalcEdit will prove every feed
001400*          against.  What is due is read off the business-day
001500*          calendar CALC.CALWDAYS (DL100CAL): a due date that
001600*          falls on a non-working day rolls to the next working
001700*          day, so tonight covers the business date and the
001800*          non-working days running back from it; a month-end
001900*          order falls due on the month's last working day.  An
002000*          order raises at most one detail a night, with its
002100*          own FirstNum, SecondNum, OperationCode, source and
002200*          running-balance flag, keyed by the operator who last
002300*          maintained it.  The details go out as a feed of
002400*          their own on STNDOUT - header, details, trailer
002500*          with count and FirstNum hash total, as upstream
002600*          builds them - which CalcEdit proves and edits like
002700*          any other feed, so standing items are balanced and
002800*          reported under their source like everything else.
002900*          The report lists every order generated, skipped (due
003000*          but the order or its source suspended, the source
003100*          unknown, or the operation not allowed for it) and
003200*          expired (end date passed: the status goes to E on
003300*          the master).  Ends RC 4 when a due order was skipped,
003400*          RC 12 when the business date cannot be settled or is
003500*          not on the calendar.
003600* Tectonics: cobc
003700*-----------------------------------------------------------------
003800* Modification History:
003900* 15/10/2026 CAY  Initial version.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CalcSgen.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT StandingFile ASSIGN TO "STNDORD"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS StoId
005000         FILE STATUS IS SGEN-STO-STATUS.
005100     SELECT SourceFile ASSIGN TO "SRCMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SrcCode
005500         FILE STATUS IS SGEN-SRCM-STATUS.
005510     SELECT Feed01File ASSIGN TO "FEED01"
005520         ORGANIZATION IS SEQUENTIAL
005530         FILE STATUS IS SGEN-FEED-STATUS.
005540     SELECT Feed02File ASSIGN TO "FEED02"
005550         ORGANIZATION IS SEQUENTIAL
005560         FILE STATUS IS SGEN-FEED-STATUS.
005570     SELECT Feed03File ASSIGN TO "FEED03"
005580         ORGANIZATION IS SEQUENTIAL
005590         FILE STATUS IS SGEN-FEED-STATUS.
005600     SELECT Feed04File ASSIGN TO "FEED04"
005610         ORGANIZATION IS SEQUENTIAL
005620         FILE STATUS IS SGEN-FEED-STATUS.
005630     SELECT Feed05File ASSIGN TO "FEED05"
005640         ORGANIZATION IS SEQUENTIAL
005650         FILE STATUS IS SGEN-FEED-STATUS.
005660     SELECT Feed06File ASSIGN TO "FEED06"
005670         ORGANIZATION IS SEQUENTIAL
005680         FILE STATUS IS SGEN-FEED-STATUS.
005690     SELECT Feed07File ASSIGN TO "FEED07"
005700         ORGANIZATION IS SEQUENTIAL
005710         FILE STATUS IS SGEN-FEED-STATUS.
005720     SELECT Feed08File ASSIGN TO "FEED08"
005730         ORGANIZATION IS SEQUENTIAL
005740         FILE STATUS IS SGEN-FEED-STATUS.
005750     SELECT Feed09File ASSIGN TO "FEED09"
005760         ORGANIZATION IS SEQUENTIAL
005770         FILE STATUS IS SGEN-FEED-STATUS.
005900     SELECT CalendarFile ASSIGN TO "CALNDR"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS SGEN-CAL-STATUS.
006200     SELECT GenFile ASSIGN TO "STNDOUT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS SGEN-GEN-STATUS.
006500     SELECT StepLogFile ASSIGN TO "STEPLOG"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS SGEN-STL-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  StandingFile.
007100     COPY DL100STO.
007200 FD  SourceFile.
007300     COPY DL100SRC.
007400*-----------------------------------------------------------------
007410* The nine upstream feed slots (DDs FEED01-FEED09, as CalcEdit
007420* reads them), each read only as far as its header for the
007430* business date.
007700*-----------------------------------------------------------------
007710 FD  Feed01File
007720     RECORDING MODE IS F.
007730 01  Feed01Record             PIC X(21).
007740 FD  Feed02File
007750     RECORDING MODE IS F.
007760 01  Feed02Record             PIC X(21).
007770 FD  Feed03File
007780     RECORDING MODE IS F.
007790 01  Feed03Record             PIC X(21).
007800 FD  Feed04File
007810     RECORDING MODE IS F.
007820 01  Feed04Record             PIC X(21).
007830 FD  Feed05File
007840     RECORDING MODE IS F.
007850 01  Feed05Record             PIC X(21).
007860 FD  Feed06File
007870     RECORDING MODE IS F.
007880 01  Feed06Record             PIC X(21).
007890 FD  Feed07File
007900     RECORDING MODE IS F.
007910 01  Feed07Record             PIC X(21).
007920 FD  Feed08File
007930     RECORDING MODE IS F.
007940 01  Feed08Record             PIC X(21).
007950 FD  Feed09File
007960     RECORDING MODE IS F.
007970 01  Feed09Record             PIC X(21).
008400 FD  CalendarFile
008500     RECORDING MODE IS F.
008600     COPY DL100CAL.
008700 FD  GenFile
008800     RECORDING MODE IS F.
008900     COPY DL100TXN.
009000 FD  StepLogFile
009100     RECORDING MODE IS F.
009200     COPY DL100STL.
009300 WORKING-STORAGE SECTION.
009400*-----------------------------------------------------------------
009500* File status and loop switches.
009600*-----------------------------------------------------------------
009700 77  SGEN-STO-STATUS           PIC X(02) VALUE "00".
009800 77  SGEN-SRCM-STATUS          PIC X(02) VALUE "00".
009900 77  SGEN-FEED-STATUS          PIC X(02) VALUE "00".
010000 77  SGEN-CAL-STATUS           PIC X(02) VALUE "00".
010100 77  SGEN-GEN-STATUS           PIC X(02) VALUE "00".
010200 77  SGEN-STL-STATUS           PIC X(02) VALUE "00".
010300 77  SGEN-EOF-SW               PIC X(01) VALUE "N".
010400     88  SGEN-END-OF-FILE      VALUE "Y".
010500 77  SGEN-SRC-EOF-SW           PIC X(01) VALUE "N".
010600     88  SGEN-SRC-EOF          VALUE "Y".
010700 77  SGEN-CAL-EOF-SW           PIC X(01) VALUE "N".
010800     88  SGEN-CAL-EOF          VALUE "Y".
010900 77  SGEN-CAL-FOUND-SW         PIC X(01) VALUE "N".
011000     88  SGEN-CAL-FOUND        VALUE "Y".
011100 77  SGEN-WIN-DONE-SW          PIC X(01) VALUE "N".
011200     88  SGEN-WIN-DONE         VALUE "Y".
011300 77  SGEN-MONTH-END-SW         PIC X(01) VALUE "N".
011400     88  SGEN-MONTH-END        VALUE "Y".
011500 77  SGEN-DUE-SW               PIC X(01) VALUE "N".
011600     88  SGEN-DUE              VALUE "Y".
011700 77  SGEN-MATCH-SW             PIC X(01) VALUE "N".
011800     88  SGEN-MATCH            VALUE "Y".
011900 77  SGEN-REWRITE-SW           PIC X(01) VALUE "N".
012000     88  SGEN-REWRITE          VALUE "Y".
012100 77  SGEN-SRC-FOUND-SW         PIC X(01) VALUE "N".
012200     88  SGEN-SRC-FOUND        VALUE "Y".
012300*-----------------------------------------------------------------
012400* The business date being generated for, and where it came
012500* from, with the run date and time for the step log.
012600*-----------------------------------------------------------------
012700 01  SGEN-BUS-DATE             PIC 9(08) VALUE ZERO.
012800 01  FILLER REDEFINES SGEN-BUS-DATE.
012900     05  SGEN-BUS-YEAR         PIC 9(04).
013000     05  SGEN-BUS-MONTH        PIC 9(02).
013100     05  SGEN-BUS-DAY          PIC 9(02).
013200 77  SGEN-RUN-DATE             PIC 9(08) VALUE ZERO.
013300 77  SGEN-RUN-TIME             PIC 9(08) VALUE ZERO.
013400 77  SGEN-FEED-NAME            PIC X(08) VALUE SPACES.
013410 77  SGEN-FEED-SLOT            PIC 9(02) VALUE ZERO.
013420 01  SGEN-FEED-RECORD.
013430     05  SGEN-FEED-TYPE        PIC X(01).
013440     05  SGEN-FEED-DATE        PIC 9(08).
013450     05  FILLER                PIC X(12).
013500*-----------------------------------------------------------------
013600* Source table, one entry per source on the source master: its
013610* code, status, allowed operation codes, feed DD and the feed
013620* slot it names (zero when it names none).  Nine is the
013630* family-wide limit, as in CalcEdit.
013900*-----------------------------------------------------------------
014000 77  SGEN-SRC-MAX              PIC 9(02) COMP VALUE 9.
014100 77  SGEN-SRC-COUNT            PIC 9(02) COMP VALUE ZERO.
014200 01  SGEN-SRC-TABLE.
014300     05  SGEN-SRC-ENTRY OCCURS 9 TIMES
014400                 INDEXED BY SGEN-SRC-IDX.
014500         10  SGEN-S-CODE       PIC X(02).
014600         10  SGEN-S-STATUS     PIC X(01).
014700         10  SGEN-S-OPS        PIC X(04).
014800         10  SGEN-S-DD         PIC X(08).
014810         10  SGEN-S-SLOT       PIC 9(02).
014900 77  SGEN-OP-TALLY             PIC 9(02) COMP VALUE ZERO.
015000*-----------------------------------------------------------------
015100* Business-day calendar, loaded once at start-up.  Without it
015200* there is no telling what is due, so a missing, empty or
015300* overflowing calendar stops the run.
015400*-----------------------------------------------------------------
015500 77  SGEN-CAL-MAX              PIC 9(03) COMP VALUE 800.
015600 77  SGEN-CAL-COUNT            PIC 9(03) COMP VALUE ZERO.
015700 01  SGEN-CAL-TABLE.
015800     05  SGEN-CAL-ENTRY OCCURS 800 TIMES
015900                 INDEXED BY SGEN-CAL-IDX.
016000         10  SGEN-C-DATE       PIC 9(08).
016100         10  SGEN-C-WORK       PIC X(01).
016200             88  SGEN-C-WORKING VALUE "Y".
016300*-----------------------------------------------------------------
016400* SGEN-WIN-TABLE - tonight's due window: the business date and
016500* the non-working days running back from it, whose due dates
016600* roll forward onto it.  Each day carries its weekday (1 =
016700* Monday) and the last day of its month for the weekly and
016800* monthly rules.  Empty when the business date is itself a
016900* non-working day - nothing falls due on one.
017000*-----------------------------------------------------------------
017100 77  SGEN-WIN-MAX              PIC 9(02) COMP VALUE 31.
017200 77  SGEN-WIN-COUNT            PIC 9(02) COMP VALUE ZERO.
017300 01  SGEN-WIN-TABLE.
017400     05  SGEN-WIN-ENTRY OCCURS 31 TIMES
017500                 INDEXED BY SGEN-WIN-IDX.
017600         10  SGEN-W-DATE       PIC 9(08).
017700         10  FILLER REDEFINES SGEN-W-DATE.
017800             15  SGEN-W-YEAR   PIC 9(04).
017900             15  SGEN-W-MONTH  PIC 9(02).
018000             15  SGEN-W-DAY    PIC 9(02).
018100         10  SGEN-W-WEEKDAY    PIC 9(01).
018200         10  SGEN-W-MONTH-LAST PIC 9(02).
018300*-----------------------------------------------------------------
018400* Calendar stepping and day-number work fields: a day is
018500* stepped forward or back rolling the month and the year onto
018600* the right month length, and the weekday comes off the same
018700* March-based Gregorian day count CalcEdit uses (day number + 1,
018800* modulo 7, is 0 for a Monday).
018900*-----------------------------------------------------------------
019000 01  SGEN-CD-DATE              PIC 9(08) VALUE ZERO.
019100 01  FILLER REDEFINES SGEN-CD-DATE.
019200     05  SGEN-CD-YEAR          PIC 9(04).
019300     05  SGEN-CD-MONTH         PIC 9(02).
019400     05  SGEN-CD-DAY           PIC 9(02).
019500 77  SGEN-CD-SAVE-DAY          PIC 9(02) VALUE ZERO.
019600 77  SGEN-CD-QUOT              PIC 9(07) COMP VALUE ZERO.
019700 77  SGEN-CD-REM-4             PIC 9(03) COMP VALUE ZERO.
019800 77  SGEN-CD-REM-100           PIC 9(03) COMP VALUE ZERO.
019900 77  SGEN-CD-REM-400           PIC 9(03) COMP VALUE ZERO.
020000 77  SGEN-CD-REM-7             PIC 9(01) COMP VALUE ZERO.
020100 77  SGEN-CD-WORK-YEAR         PIC 9(05) COMP VALUE ZERO.
020200 77  SGEN-CD-WORK-MONTH        PIC 9(03) COMP VALUE ZERO.
020300 77  SGEN-CD-QUOT-4            PIC 9(05) COMP VALUE ZERO.
020400 77  SGEN-CD-QUOT-100          PIC 9(05) COMP VALUE ZERO.
020500 77  SGEN-CD-QUOT-400          PIC 9(05) COMP VALUE ZERO.
020600 77  SGEN-CD-MONTH-DAYS        PIC 9(05) COMP VALUE ZERO.
020700 77  SGEN-CD-DAYNUM            PIC 9(07) COMP VALUE ZERO.
020800*-----------------------------------------------------------------
020900* The current order's outcome: the window day it fell due on
021000* and, when it is not raised, why.
021100*-----------------------------------------------------------------
021200 77  SGEN-DUE-DATE             PIC 9(08) VALUE ZERO.
021300 77  SGEN-SKIP-REASON          PIC X(24) VALUE SPACES.
021400*-----------------------------------------------------------------
021500* Feed hash total - wider than the trailer's ten digits so it
021600* never overflows; only the low-order ten go on the trailer.
021700*-----------------------------------------------------------------
021800 77  SGEN-OUT-HASH             PIC 9(18) VALUE ZERO.
021900 77  SGEN-OUT-HASH-10          PIC 9(10) VALUE ZERO.
022000*-----------------------------------------------------------------
022100* Report counters.
022200*-----------------------------------------------------------------
022300 77  SGEN-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
022400 77  SGEN-GEN-COUNT            PIC 9(09) COMP VALUE ZERO.
022500 77  SGEN-SKIP-COUNT           PIC 9(09) COMP VALUE ZERO.
022600 77  SGEN-EXPIRED-COUNT        PIC 9(09) COMP VALUE ZERO.
022700 77  SGEN-NOT-DUE-COUNT        PIC 9(09) COMP VALUE ZERO.
022800 77  SGEN-OLD-EXPIRED-COUNT    PIC 9(09) COMP VALUE ZERO.
022900*-----------------------------------------------------------------
023000* Step-log fields: when this step started, and the business date,
023100* run-id and record counts its start and end records carry.
023200*-----------------------------------------------------------------
023300 77  SGEN-STL-START-DATE       PIC 9(08) VALUE ZERO.
023400 77  SGEN-STL-START-TIME       PIC 9(08) VALUE ZERO.
023500 77  SGEN-STL-BUS-DATE         PIC 9(08) VALUE ZERO.
023600 77  SGEN-STL-RUN-ID           PIC X(08) VALUE SPACES.
023700 77  SGEN-STL-RECS-IN          PIC 9(09) VALUE ZERO.
023800 77  SGEN-STL-RECS-OUT         PIC 9(09) VALUE ZERO.
023900 LINKAGE SECTION.
024000*-----------------------------------------------------------------
024100* SGEN-PARM-AREA - the standard batch PARM layout.  The PARM
024200* text is the business date (PARM='yyyymmdd'); zero length
024300* takes it from tonight's feed headers.
024400*-----------------------------------------------------------------
024500 01  SGEN-PARM-AREA.
024600     05  SGEN-PARM-LEN         PIC S9(04) COMP.
024700     05  SGEN-PARM-DATE        PIC 9(08).
024800 PROCEDURE DIVISION USING SGEN-PARM-AREA.
024900 MAIN-PROCEDURE.
025000     PERFORM InitializeRun
025100     PERFORM WriteStepStart
025200     PERFORM LoadSourceTable
025300     IF SGEN-BUS-DATE = ZERO
025400         PERFORM FindBusinessDate
025500     END-IF
025600     PERFORM LoadCalendar
025700     PERFORM BuildDueWindow
025800     PERFORM OpenOrderFiles
025900     PERFORM WriteFeedHeader
026000     PERFORM PrintReportHeading
026100     PERFORM GenerateOneOrder UNTIL SGEN-END-OF-FILE
026200     PERFORM WriteFeedTrailer
026300     PERFORM PrintGenerationTotals
026400     CLOSE StandingFile
026500     CLOSE GenFile
026600     IF SGEN-SKIP-COUNT > ZERO
026700         MOVE 4 TO RETURN-CODE
026800     END-IF
026900     PERFORM WriteStepEnd
027000     STOP RUN.
027100
027200*-----------------------------------------------------------------
027300* InitializeRun - the run timestamp, and the business date when
027400* the EXEC PARM gives one.
027500*-----------------------------------------------------------------
027600 InitializeRun.
027700     ACCEPT SGEN-RUN-DATE FROM DATE YYYYMMDD
027800     ACCEPT SGEN-RUN-TIME FROM TIME
027900     IF SGEN-PARM-LEN >= 8 AND SGEN-PARM-DATE NUMERIC
028000         MOVE SGEN-PARM-DATE TO SGEN-BUS-DATE
028100         DISPLAY "CALCSGEN: BUSINESS DATE " SGEN-BUS-DATE
028200             " FROM PARM"
028300     END-IF.
028400
028500*-----------------------------------------------------------------
028600* LoadSourceTable - one entry per source on the source master, in
028700* code order.  Every order is checked against its source before
028800* it is raised, and the feeds the business date is taken from
028900* are named here, so a master that cannot be read, or holds
029000* more sources than the family's tables carry, stops the run.
029100*-----------------------------------------------------------------
029200 LoadSourceTable.
029300     OPEN INPUT SourceFile
029400     IF SGEN-SRCM-STATUS NOT = "00"
029500         DISPLAY "CALCSGEN: OPEN FAILED ON SOURCEFILE "
029600             "- STATUS " SGEN-SRCM-STATUS
029700         MOVE 12 TO RETURN-CODE
029800         STOP RUN
029900     END-IF
030000     MOVE LOW-VALUES TO SrcCode
030100     START SourceFile KEY >= SrcCode
030200         INVALID KEY
030300             SET SGEN-SRC-EOF TO TRUE
030400     END-START
030500     IF NOT SGEN-SRC-EOF
030600         PERFORM ReadNextSource
030700     END-IF
030800     PERFORM StoreOneSource UNTIL SGEN-SRC-EOF
030900     CLOSE SourceFile.
031000
031100 ReadNextSource.
031200     READ SourceFile NEXT
031300         AT END
031400             SET SGEN-SRC-EOF TO TRUE
031500     END-READ.
031600
031700 StoreOneSource.
031800     IF SGEN-SRC-COUNT >= SGEN-SRC-MAX
031900         DISPLAY "CALCSGEN: SOURCE MASTER HOLDS MORE THAN "
032000             SGEN-SRC-MAX " SOURCES - RUN STOPPED"
032100         MOVE 12 TO RETURN-CODE
032200         STOP RUN
032300     END-IF
032400     ADD 1 TO SGEN-SRC-COUNT
032500     SET SGEN-SRC-IDX TO SGEN-SRC-COUNT
032600     MOVE SrcCode       TO SGEN-S-CODE (SGEN-SRC-IDX)
032700     MOVE SrcStatus     TO SGEN-S-STATUS (SGEN-SRC-IDX)
032800     MOVE SrcAllowedOps TO SGEN-S-OPS (SGEN-SRC-IDX)
032900     MOVE SrcFeedDD     TO SGEN-S-DD (SGEN-SRC-IDX)
032910     MOVE ZERO          TO SGEN-S-SLOT (SGEN-SRC-IDX)
032920     IF SrcFeedPrefix = "FEED" AND SrcFeedSlot NUMERIC
032930         AND SrcFeedSlot >= 1 AND SrcFeedSlot <= SGEN-SRC-MAX
032940         AND SrcFeedPad = SPACES
032950         MOVE SrcFeedSlot TO SGEN-S-SLOT (SGEN-SRC-IDX)
032960     END-IF
033000     PERFORM ReadNextSource.
033100
033200*-----------------------------------------------------------------
033300* FindBusinessDate - with no PARM, the business date is the
033400* header date of the first active source's feed present
033500* tonight, in code order - the date CalcEdit will hold every
033600* feed, this one included, to.  A feed not allocated or not
033610* beginning with a header, or a feed DD that names no feed
033620* slot, is passed over here; CalcEdit is
033800* where it is proved and reported.  No header anywhere means
033900* no date to generate for, and the run stops.
034000*-----------------------------------------------------------------
034100 FindBusinessDate.
034200     PERFORM TryOneFeedHeader
034300         VARYING SGEN-SRC-IDX FROM 1 BY 1
034400         UNTIL SGEN-SRC-IDX > SGEN-SRC-COUNT
034500            OR SGEN-BUS-DATE NOT = ZERO
034600     IF SGEN-BUS-DATE = ZERO
034700         DISPLAY "CALCSGEN: NO FEED HEADER TONIGHT TO TAKE THE "
034800             "BUSINESS DATE FROM - CODE PARM='YYYYMMDD' "
034900             "- RUN STOPPED"
035000         MOVE 12 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300
035400 TryOneFeedHeader.
035500     IF SGEN-S-STATUS (SGEN-SRC-IDX) = "A"
035600         AND SGEN-S-SLOT (SGEN-SRC-IDX) NOT = ZERO
035700         MOVE SGEN-S-DD (SGEN-SRC-IDX) TO SGEN-FEED-NAME
035710         MOVE SGEN-S-SLOT (SGEN-SRC-IDX) TO SGEN-FEED-SLOT
035720         PERFORM OpenFeedSlot
035900         IF SGEN-FEED-STATUS = "00"
036000             PERFORM ReadFeedHeader
036010             PERFORM CloseFeedSlot
036200         END-IF
036300     END-IF.
036400
036402 OpenFeedSlot.
036404     EVALUATE SGEN-FEED-SLOT
036406         WHEN 1
036408             OPEN INPUT Feed01File
036410         WHEN 2
036412             OPEN INPUT Feed02File
036414         WHEN 3
036416             OPEN INPUT Feed03File
036418         WHEN 4
036420             OPEN INPUT Feed04File
036422         WHEN 5
036424             OPEN INPUT Feed05File
036426         WHEN 6
036428             OPEN INPUT Feed06File
036430         WHEN 7
036432             OPEN INPUT Feed07File
036434         WHEN 8
036436             OPEN INPUT Feed08File
036438         WHEN 9
036440             OPEN INPUT Feed09File
036442     END-EVALUATE.
036444
036446 CloseFeedSlot.
036448     EVALUATE SGEN-FEED-SLOT
036450         WHEN 1
036452             CLOSE Feed01File
036454         WHEN 2
036456             CLOSE Feed02File
036458         WHEN 3
036460             CLOSE Feed03File
036462         WHEN 4
036464             CLOSE Feed04File
036466         WHEN 5
036468             CLOSE Feed05File
036470         WHEN 6
036472             CLOSE Feed06File
036474         WHEN 7
036476             CLOSE Feed07File
036478         WHEN 8
036480             CLOSE Feed08File
036482         WHEN 9
036484             CLOSE Feed09File
036486     END-EVALUATE.
036488
036500 ReadFeedHeader.
036510     EVALUATE SGEN-FEED-SLOT
036520         WHEN 1
036530             READ Feed01File
036540                 AT END
036550                     MOVE SPACES TO SGEN-FEED-RECORD
036560                 NOT AT END
036570                     MOVE Feed01Record TO SGEN-FEED-RECORD
036580             END-READ
036590         WHEN 2
036600             READ Feed02File
036610                 AT END
036620                     MOVE SPACES TO SGEN-FEED-RECORD
036630                 NOT AT END
036640                     MOVE Feed02Record TO SGEN-FEED-RECORD
036650             END-READ
036660         WHEN 3
036670             READ Feed03File
036680                 AT END
036690                     MOVE SPACES TO SGEN-FEED-RECORD
036700                 NOT AT END
036710                     MOVE Feed03Record TO SGEN-FEED-RECORD
036720             END-READ
036730         WHEN 4
036740             READ Feed04File
036750                 AT END
036760                     MOVE SPACES TO SGEN-FEED-RECORD
036770                 NOT AT END
036780                     MOVE Feed04Record TO SGEN-FEED-RECORD
036790             END-READ
036800         WHEN 5
036810             READ Feed05File
036820                 AT END
036830                     MOVE SPACES TO SGEN-FEED-RECORD
036840                 NOT AT END
036850                     MOVE Feed05Record TO SGEN-FEED-RECORD
036860             END-READ
036870         WHEN 6
036880             READ Feed06File
036890                 AT END
036900                     MOVE SPACES TO SGEN-FEED-RECORD
036910                 NOT AT END
036920                     MOVE Feed06Record TO SGEN-FEED-RECORD
036930             END-READ
036940         WHEN 7
036950             READ Feed07File
036960                 AT END
036970                     MOVE SPACES TO SGEN-FEED-RECORD
036980                 NOT AT END
036990                     MOVE Feed07Record TO SGEN-FEED-RECORD
037000             END-READ
037010         WHEN 8
037020             READ Feed08File
037030                 AT END
037040                     MOVE SPACES TO SGEN-FEED-RECORD
037050                 NOT AT END
037060                     MOVE Feed08Record TO SGEN-FEED-RECORD
037070             END-READ
037080         WHEN 9
037090             READ Feed09File
037100                 AT END
037110                     MOVE SPACES TO SGEN-FEED-RECORD
037120                 NOT AT END
037130                     MOVE Feed09Record TO SGEN-FEED-RECORD
037140             END-READ
037150     END-EVALUATE
037160     IF SGEN-FEED-TYPE = "H"
037170         AND SGEN-FEED-DATE NUMERIC
037180         AND SGEN-FEED-DATE NOT = ZERO
037190         MOVE SGEN-FEED-DATE TO SGEN-BUS-DATE
037200         DISPLAY "CALCSGEN: BUSINESS DATE "
037210             SGEN-BUS-DATE " FROM THE HEADER OF FEED "
037220             SGEN-FEED-NAME
037230     END-IF.
037900
038000*-----------------------------------------------------------------
038100* LoadCalendar - reads the business-day calendar into the
038200* session table.
038300*-----------------------------------------------------------------
038400 LoadCalendar.
038500     OPEN INPUT CalendarFile
038600     IF SGEN-CAL-STATUS NOT = "00"
038700         DISPLAY "CALCSGEN: OPEN FAILED ON CALENDARFILE "
038800             "- STATUS " SGEN-CAL-STATUS
038900         MOVE 12 TO RETURN-CODE
039000         STOP RUN
039100     END-IF
039200     PERFORM ReadCalendarRecord
039300     PERFORM StoreOneCalendarDay UNTIL SGEN-CAL-EOF
039400     CLOSE CalendarFile
039500     IF SGEN-CAL-COUNT = ZERO
039600         DISPLAY "CALCSGEN: BUSINESS-DAY CALENDAR EMPTY "
039700             "- RUN STOPPED"
039800         MOVE 12 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100
040200 ReadCalendarRecord.
040300     READ CalendarFile
040400         AT END
040500             SET SGEN-CAL-EOF TO TRUE
040600     END-READ.
040700
040800 StoreOneCalendarDay.
040900     IF SGEN-CAL-COUNT >= SGEN-CAL-MAX
041000         DISPLAY "CALCSGEN: BUSINESS-DAY CALENDAR LARGER THAN "
041100             SGEN-CAL-MAX " DAYS - RUN STOPPED"
041200         MOVE 12 TO RETURN-CODE
041300         STOP RUN
041400     END-IF
041500     ADD 1 TO SGEN-CAL-COUNT
041600     SET SGEN-CAL-IDX TO SGEN-CAL-COUNT
041700     MOVE CalDate TO SGEN-C-DATE (SGEN-CAL-IDX)
041800     MOVE CalWorkFlag TO SGEN-C-WORK (SGEN-CAL-IDX)
041900     PERFORM ReadCalendarRecord.
042000
042100*-----------------------------------------------------------------
042200* FindCalendarDay - looks SGEN-CD-DATE up on the calendar table;
042300* SGEN-CAL-FOUND, with SGEN-CAL-IDX on the entry, when it is
042400* there.
042500*-----------------------------------------------------------------
042600 FindCalendarDay.
042700     MOVE "N" TO SGEN-CAL-FOUND-SW
042800     SET SGEN-CAL-IDX TO 1
042900     SEARCH SGEN-CAL-ENTRY
043000         AT END
043100             CONTINUE
043200         WHEN SGEN-CAL-IDX > SGEN-CAL-COUNT
043300             CONTINUE
043400         WHEN SGEN-C-DATE (SGEN-CAL-IDX) = SGEN-CD-DATE
043500             SET SGEN-CAL-FOUND TO TRUE
043600     END-SEARCH.
043700
043800*-----------------------------------------------------------------
043900* BuildDueWindow - the days whose due dates land on the business
044000* date: the business date itself and every non-working day
044100* running back from it to the previous working day (a weekend,
044200* a holiday).  A business date off the calendar cannot be
044300* judged and stops the run; a non-working business date has
044400* nothing due.  Also settles whether the business date is the
044500* last working day of its month, for the month-end orders.
044600*-----------------------------------------------------------------
044700 BuildDueWindow.
044800     MOVE SGEN-BUS-DATE TO SGEN-CD-DATE
044900     PERFORM FindCalendarDay
045000     IF NOT SGEN-CAL-FOUND
045100         DISPLAY "CALCSGEN: BUSINESS DATE " SGEN-BUS-DATE
045200             " NOT ON THE BUSINESS-DAY CALENDAR - RUN STOPPED"
045300         MOVE 12 TO RETURN-CODE
045400         STOP RUN
045500     END-IF
045600     IF NOT SGEN-C-WORKING (SGEN-CAL-IDX)
045700         DISPLAY "CALCSGEN: BUSINESS DATE " SGEN-BUS-DATE
045800             " IS A NON-WORKING DAY - NOTHING FALLS DUE"
045900     ELSE
046000         PERFORM AddWindowDay
046100         MOVE "N" TO SGEN-WIN-DONE-SW
046200         PERFORM ExtendWindowBack UNTIL SGEN-WIN-DONE
046300         PERFORM CheckMonthEnd
046400     END-IF.
046500
046600*-----------------------------------------------------------------
046700* ExtendWindowBack - one day further back: a non-working day on
046800* the calendar joins the window, a working day (or a day the
046900* calendar does not cover) ends it.
047000*-----------------------------------------------------------------
047100 ExtendWindowBack.
047200     PERFORM ComputePriorDay
047300     PERFORM FindCalendarDay
047400     IF SGEN-CAL-FOUND
047500         AND NOT SGEN-C-WORKING (SGEN-CAL-IDX)
047600         AND SGEN-WIN-COUNT < SGEN-WIN-MAX
047700         PERFORM AddWindowDay
047800     ELSE
047900         SET SGEN-WIN-DONE TO TRUE
048000     END-IF.
048100
048200 AddWindowDay.
048300     ADD 1 TO SGEN-WIN-COUNT
048400     SET SGEN-WIN-IDX TO SGEN-WIN-COUNT
048500     MOVE SGEN-CD-DATE TO SGEN-W-DATE (SGEN-WIN-IDX)
048600     PERFORM ConvertDateToDayNumber
048700     ADD 1 TO SGEN-CD-DAYNUM
048800     DIVIDE SGEN-CD-DAYNUM BY 7
048900         GIVING SGEN-CD-QUOT REMAINDER SGEN-CD-REM-7
049000     ADD 1 SGEN-CD-REM-7 GIVING SGEN-W-WEEKDAY (SGEN-WIN-IDX)
049100     MOVE SGEN-CD-DAY TO SGEN-CD-SAVE-DAY
049200     PERFORM SetLastDayOfMonth
049300     MOVE SGEN-CD-DAY TO SGEN-W-MONTH-LAST (SGEN-WIN-IDX)
049400     MOVE SGEN-CD-SAVE-DAY TO SGEN-CD-DAY.
049500
049600*-----------------------------------------------------------------
049700* CheckMonthEnd - the business date is its month's last working
049800* day when every later day of the month on the calendar is a
049900* non-working day.
050000*-----------------------------------------------------------------
050100 CheckMonthEnd.
050200     MOVE SGEN-BUS-DATE TO SGEN-CD-DATE
050300     MOVE "N" TO SGEN-WIN-DONE-SW
050400     PERFORM StepMonthEndForward UNTIL SGEN-WIN-DONE
050500     IF SGEN-MONTH-END
050600         DISPLAY "CALCSGEN: BUSINESS DATE " SGEN-BUS-DATE
050700             " IS THE LAST WORKING DAY OF THE MONTH"
050800     END-IF.
050900
051000 StepMonthEndForward.
051100     PERFORM ComputeNextDay
051200     IF SGEN-CD-MONTH NOT = SGEN-BUS-MONTH
051300         SET SGEN-MONTH-END TO TRUE
051400         SET SGEN-WIN-DONE TO TRUE
051500     ELSE
051600         PERFORM FindCalendarDay
051700         IF SGEN-CAL-FOUND
051800             AND SGEN-C-WORKING (SGEN-CAL-IDX)
051900             SET SGEN-WIN-DONE TO TRUE
052000         END-IF
052100     END-IF.
052200
052300*-----------------------------------------------------------------
052400* ComputePriorDay / ComputeNextDay - step SGEN-CD-DATE one
052500* calendar day back or forward, rolling the month and the year
052600* and landing on the right month length, leap Februaries
052700* included.
052800*-----------------------------------------------------------------
052900 ComputePriorDay.
053000     IF SGEN-CD-DAY > 1
053100         SUBTRACT 1 FROM SGEN-CD-DAY
053200     ELSE
053300         IF SGEN-CD-MONTH = 1
053400             SUBTRACT 1 FROM SGEN-CD-YEAR
053500             MOVE 12 TO SGEN-CD-MONTH
053600         ELSE
053700             SUBTRACT 1 FROM SGEN-CD-MONTH
053800         END-IF
053900         PERFORM SetLastDayOfMonth
054000     END-IF.
054100
054200 ComputeNextDay.
054300     MOVE SGEN-CD-DAY TO SGEN-CD-SAVE-DAY
054400     PERFORM SetLastDayOfMonth
054500     IF SGEN-CD-SAVE-DAY < SGEN-CD-DAY
054600         ADD 1 SGEN-CD-SAVE-DAY GIVING SGEN-CD-DAY
054700     ELSE
054800         MOVE 1 TO SGEN-CD-DAY
054900         IF SGEN-CD-MONTH = 12
055000             ADD 1 TO SGEN-CD-YEAR
055100             MOVE 1 TO SGEN-CD-MONTH
055200         ELSE
055300             ADD 1 TO SGEN-CD-MONTH
055400         END-IF
055500     END-IF.
055600
055700 SetLastDayOfMonth.
055800     EVALUATE SGEN-CD-MONTH
055900         WHEN 4
056000         WHEN 6
056100         WHEN 9
056200         WHEN 11
056300             MOVE 30 TO SGEN-CD-DAY
056400         WHEN 2
056500             PERFORM SetLastDayOfFebruary
056600         WHEN OTHER
056700             MOVE 31 TO SGEN-CD-DAY
056800     END-EVALUATE.
056900
057000 SetLastDayOfFebruary.
057100     DIVIDE SGEN-CD-YEAR BY 4
057200         GIVING SGEN-CD-QUOT REMAINDER SGEN-CD-REM-4
057300     DIVIDE SGEN-CD-YEAR BY 100
057400         GIVING SGEN-CD-QUOT REMAINDER SGEN-CD-REM-100
057500     DIVIDE SGEN-CD-YEAR BY 400
057600         GIVING SGEN-CD-QUOT REMAINDER SGEN-CD-REM-400
057700     IF SGEN-CD-REM-4 = ZERO
057800         AND (SGEN-CD-REM-100 NOT = ZERO
057900             OR SGEN-CD-REM-400 = ZERO)
058000         MOVE 29 TO SGEN-CD-DAY
058100     ELSE
058200         MOVE 28 TO SGEN-CD-DAY
058300     END-IF.
058400
058500*-----------------------------------------------------------------
058600* ConvertDateToDayNumber - turns SGEN-CD-DATE (yyyymmdd) into a
058700* running Gregorian day count in SGEN-CD-DAYNUM, the same way
058800* CalcEdit and CalcAge do: January and February count as months
058900* 13 and 14 of the prior year so the leap day falls at the end
059000* of the shifted year.  The DIVIDEs truncate, which is what the
059100* formula expects.
059200*-----------------------------------------------------------------
059300 ConvertDateToDayNumber.
059400     IF SGEN-CD-MONTH < 3
059500         COMPUTE SGEN-CD-WORK-YEAR = SGEN-CD-YEAR - 1
059600         COMPUTE SGEN-CD-WORK-MONTH = SGEN-CD-MONTH + 12
059700     ELSE
059800         MOVE SGEN-CD-YEAR TO SGEN-CD-WORK-YEAR
059900         MOVE SGEN-CD-MONTH TO SGEN-CD-WORK-MONTH
060000     END-IF
060100     DIVIDE SGEN-CD-WORK-YEAR BY 4
060200         GIVING SGEN-CD-QUOT-4
060300     DIVIDE SGEN-CD-WORK-YEAR BY 100
060400         GIVING SGEN-CD-QUOT-100
060500     DIVIDE SGEN-CD-WORK-YEAR BY 400
060600         GIVING SGEN-CD-QUOT-400
060700     COMPUTE SGEN-CD-MONTH-DAYS =
060800         (153 * (SGEN-CD-WORK-MONTH - 3) + 2) / 5
060900     COMPUTE SGEN-CD-DAYNUM =
061000         (365 * SGEN-CD-WORK-YEAR) + SGEN-CD-QUOT-4
061100         - SGEN-CD-QUOT-100 + SGEN-CD-QUOT-400
061200         + SGEN-CD-MONTH-DAYS + SGEN-CD-DAY.
061300
061400*-----------------------------------------------------------------
061500* OpenOrderFiles - the standing-order master, I-O for the status
061600* and last-generated date, and tonight's feed.  Any failed OPEN
061700* stops the run.
061800*-----------------------------------------------------------------
061900 OpenOrderFiles.
062000     OPEN I-O StandingFile
062100     IF SGEN-STO-STATUS NOT = "00"
062200         DISPLAY "CALCSGEN: OPEN FAILED ON STANDINGFILE "
062300             "- STATUS " SGEN-STO-STATUS
062400         MOVE 12 TO RETURN-CODE
062500         STOP RUN
062600     END-IF
062700     OPEN OUTPUT GenFile
062800     IF SGEN-GEN-STATUS NOT = "00"
062900         DISPLAY "CALCSGEN: OPEN FAILED ON GENFILE "
063000             "- STATUS " SGEN-GEN-STATUS
063100         MOVE 12 TO RETURN-CODE
063200         STOP RUN
063300     END-IF
063400     MOVE LOW-VALUES TO StoId
063500     START StandingFile KEY >= StoId
063600         INVALID KEY
063700             SET SGEN-END-OF-FILE TO TRUE
063800     END-START
063900     IF NOT SGEN-END-OF-FILE
064000         PERFORM ReadNextOrder
064100     END-IF.
064200
064300 ReadNextOrder.
064400     READ StandingFile NEXT
064500         AT END
064600             SET SGEN-END-OF-FILE TO TRUE
064700     END-READ.
064800
064900*-----------------------------------------------------------------
065000* WriteFeedHeader - the feed's header, under the business date
065100* CalcEdit will hold it to.
065200*-----------------------------------------------------------------
065300 WriteFeedHeader.
065400     MOVE SPACES TO TransactionRecord
065500     SET TXN-HEADER TO TRUE
065600     MOVE SGEN-BUS-DATE TO HeaderBusinessDate
065700     PERFORM WriteGenRecord.
065800
065900 WriteGenRecord.
066000     WRITE TransactionRecord
066100     IF SGEN-GEN-STATUS NOT = "00"
066200         DISPLAY "CALCSGEN: GENFILE WRITE FAILED "
066300             "- STATUS " SGEN-GEN-STATUS
066400         MOVE 12 TO RETURN-CODE
066500         STOP RUN
066600     END-IF.
066700
066800 PrintReportHeading.
066900     DISPLAY "CALCSGEN STANDING-ORDER GENERATION REPORT"
067000     DISPLAY "BUSINESS DATE............: " SGEN-BUS-DATE
067100     IF SGEN-WIN-COUNT > ZERO
067200         SET SGEN-WIN-IDX TO SGEN-WIN-COUNT
067300         DISPLAY "DUE DATES FROM...........: "
067400             SGEN-W-DATE (SGEN-WIN-IDX)
067500     END-IF.
067600
067700*-----------------------------------------------------------------
067800* GenerateOneOrder - one order off the master: an order already
067900* expired is only counted; otherwise it is raised (or skipped)
068000* when it falls due tonight, and expired once its end date has
068100* passed.  The master record is rewritten when the order was
068200* raised or expired.
068300*-----------------------------------------------------------------
068400 GenerateOneOrder.
068500     ADD 1 TO SGEN-READ-COUNT
068600     MOVE "N" TO SGEN-REWRITE-SW
068700     IF STO-EXPIRED
068800         ADD 1 TO SGEN-OLD-EXPIRED-COUNT
068900     ELSE
069000         PERFORM CheckOrderDue
069100         IF SGEN-DUE
069200             PERFORM RaiseDueOrder
069300         END-IF
069400         IF StoEndDate NOT = ZERO
069500             AND StoEndDate < SGEN-BUS-DATE
069600             PERFORM ExpireOrder
069700         ELSE
069800             IF NOT SGEN-DUE
069900                 ADD 1 TO SGEN-NOT-DUE-COUNT
070000             END-IF
070100         END-IF
070200     END-IF
070300     IF SGEN-REWRITE
070400         REWRITE StandingOrderRecord
070500         IF SGEN-STO-STATUS NOT = "00"
070600             DISPLAY "CALCSGEN: STANDINGFILE REWRITE FAILED "
070700                 "ON ORDER " StoId " - STATUS " SGEN-STO-STATUS
070800             MOVE 12 TO RETURN-CODE
070900             STOP RUN
071000         END-IF
071100     END-IF
071200     PERFORM ReadNextOrder.
071300
071400*-----------------------------------------------------------------
071500* CheckOrderDue - whether the order falls due on a day of
071600* tonight's window that lies between its start and end dates.
071700* A month-end order falls due on the business date alone, and
071800* only when that is the month's last working day.
071900*-----------------------------------------------------------------
072000 CheckOrderDue.
072100     MOVE "N" TO SGEN-DUE-SW
072200     MOVE ZERO TO SGEN-DUE-DATE
072300     IF STO-MONTH-END
072400         IF SGEN-MONTH-END AND SGEN-WIN-COUNT > ZERO
072500             SET SGEN-WIN-IDX TO 1
072600             SET SGEN-MATCH TO TRUE
072700             PERFORM CheckDueInRange
072800         END-IF
072900     ELSE
073000         PERFORM CheckOneWindowDay
073100             VARYING SGEN-WIN-IDX FROM 1 BY 1
073200             UNTIL SGEN-WIN-IDX > SGEN-WIN-COUNT
073300                OR SGEN-DUE
073400     END-IF.
073500
073600 CheckOneWindowDay.
073700     MOVE "N" TO SGEN-MATCH-SW
073800     EVALUATE TRUE
073900         WHEN STO-DAILY
074000             SET SGEN-MATCH TO TRUE
074100         WHEN STO-WEEKLY
074200             IF SGEN-W-WEEKDAY (SGEN-WIN-IDX) = StoDay
074300                 SET SGEN-MATCH TO TRUE
074400             END-IF
074500         WHEN STO-MONTHLY
074600             IF SGEN-W-DAY (SGEN-WIN-IDX) = StoDay
074700                 OR (StoDay > SGEN-W-MONTH-LAST (SGEN-WIN-IDX)
074800                     AND SGEN-W-DAY (SGEN-WIN-IDX)
074900                         = SGEN-W-MONTH-LAST (SGEN-WIN-IDX))
075000                 SET SGEN-MATCH TO TRUE
075100             END-IF
075200         WHEN OTHER
075300             CONTINUE
075400     END-EVALUATE
075500     PERFORM CheckDueInRange.
075600
075700 CheckDueInRange.
075800     IF SGEN-MATCH
075900         AND SGEN-W-DATE (SGEN-WIN-IDX) >= StoStartDate
076000         AND (StoEndDate = ZERO
076100             OR SGEN-W-DATE (SGEN-WIN-IDX) <= StoEndDate)
076200         SET SGEN-DUE TO TRUE
076300         MOVE SGEN-W-DATE (SGEN-WIN-IDX) TO SGEN-DUE-DATE
076400     END-IF.
076500
076600*-----------------------------------------------------------------
076700* RaiseDueOrder - a due order is written to the feed unless the
076800* order or its source is suspended, its source is not on the
076900* master, or the source may not send its operation code - then
077000* it is skipped and listed, rather than raised only for
077100* Calculadora to reject.
077200*-----------------------------------------------------------------
077300 RaiseDueOrder.
077400     MOVE SPACES TO SGEN-SKIP-REASON
077500     MOVE ZERO TO SGEN-OP-TALLY
077600     MOVE "N" TO SGEN-SRC-FOUND-SW
077700     SET SGEN-SRC-IDX TO 1
077800     SEARCH SGEN-SRC-ENTRY
077900         AT END
078000             CONTINUE
078100         WHEN SGEN-SRC-IDX > SGEN-SRC-COUNT
078200             CONTINUE
078300         WHEN SGEN-S-CODE (SGEN-SRC-IDX) = StoSource
078400             SET SGEN-SRC-FOUND TO TRUE
078500             INSPECT SGEN-S-OPS (SGEN-SRC-IDX)
078600                 TALLYING SGEN-OP-TALLY FOR ALL StoOperCode
078700     END-SEARCH
078800     EVALUATE TRUE
078900         WHEN STO-SUSPENDED
079000             MOVE "ORDER SUSPENDED" TO SGEN-SKIP-REASON
079100         WHEN NOT STO-ACTIVE
079200             MOVE "ORDER STATUS NOT A OR S" TO SGEN-SKIP-REASON
079300         WHEN NOT SGEN-SRC-FOUND
079400             MOVE "SOURCE NOT ON MASTER" TO SGEN-SKIP-REASON
079500         WHEN SGEN-S-STATUS (SGEN-SRC-IDX) NOT = "A"
079600             MOVE "SOURCE SUSPENDED" TO SGEN-SKIP-REASON
079700         WHEN StoOperCode = SPACE OR SGEN-OP-TALLY = ZERO
079800             MOVE "OPERATION NOT ALLOWED" TO SGEN-SKIP-REASON
079900         WHEN OTHER
080000             CONTINUE
080100     END-EVALUATE
080200     IF SGEN-SKIP-REASON = SPACES
080300         PERFORM WriteOrderDetail
080400     ELSE
080500         ADD 1 TO SGEN-SKIP-COUNT
080600         DISPLAY "ORDER " StoId " SKIPPED   DUE " SGEN-DUE-DATE
080700             " SRC " StoSource " OP " StoOperCode " - "
080800             SGEN-SKIP-REASON
080900     END-IF.
081000
081100*-----------------------------------------------------------------
081200* WriteOrderDetail - the order's detail on the feed, its FirstNum
081300* rolled into the trailer hash the way upstream builds it (the
081400* nine-digit view, when it is all digits), and the master
081500* stamped with tonight's business date.
081600*-----------------------------------------------------------------
081700 WriteOrderDetail.
081800     MOVE SPACES TO TransactionRecord
081900     SET TXN-DETAIL TO TRUE
082000     MOVE StoFirstNum  TO FirstNum
082100     MOVE StoSecondNum TO SecondNum
082200     MOVE StoOperCode  TO OperationCode
082300     MOVE StoSource    TO TransactionSource
082400     MOVE StoRefFlag   TO TransactionRefFlag
082500     MOVE StoUpdOper   TO TransactionOperator
082600     IF TransactionHashNum NUMERIC
082700         ADD TransactionHashNum TO SGEN-OUT-HASH
082800     END-IF
082900     PERFORM WriteGenRecord
083000     ADD 1 TO SGEN-GEN-COUNT
083100     MOVE SGEN-BUS-DATE TO StoLastGenDate
083200     SET SGEN-REWRITE TO TRUE
083300     DISPLAY "ORDER " StoId " GENERATED DUE " SGEN-DUE-DATE
083400         " SRC " StoSource " OP " StoOperCode " " StoDesc.
083500
083600*-----------------------------------------------------------------
083700* ExpireOrder - an order whose end date has passed is marked
083800* expired on the master, once; from then on it is only counted.
083900*-----------------------------------------------------------------
084000 ExpireOrder.
084100     MOVE "E" TO StoStatus
084200     SET SGEN-REWRITE TO TRUE
084300     ADD 1 TO SGEN-EXPIRED-COUNT
084400     DISPLAY "ORDER " StoId " EXPIRED   END " StoEndDate
084500         " SRC " StoSource " OP " StoOperCode " " StoDesc.
084600
084700*-----------------------------------------------------------------
084800* WriteFeedTrailer - the feed's trailer: the details written and
084900* the low-order ten digits of their FirstNum hash.
085000*-----------------------------------------------------------------
085100 WriteFeedTrailer.
085200     MOVE SPACES TO TransactionRecord
085300     SET TXN-TRAILER TO TRUE
085400     MOVE SGEN-GEN-COUNT TO TrailerDetailCount
085500     MOVE SGEN-OUT-HASH TO SGEN-OUT-HASH-10
085600     MOVE SGEN-OUT-HASH-10 TO TrailerHashTotal
085700     PERFORM WriteGenRecord.
085800
085900*-----------------------------------------------------------------
086000* PrintGenerationTotals - the closing number block.
086100*-----------------------------------------------------------------
086200 PrintGenerationTotals.
086300     DISPLAY "ORDERS ON THE MASTER.....: " SGEN-READ-COUNT
086400     DISPLAY "GENERATED................: " SGEN-GEN-COUNT
086500     DISPLAY "SKIPPED..................: " SGEN-SKIP-COUNT
086600     DISPLAY "EXPIRED TONIGHT..........: " SGEN-EXPIRED-COUNT
086700     DISPLAY "NOT DUE TONIGHT..........: " SGEN-NOT-DUE-COUNT
086800     DISPLAY "EXPIRED EARLIER..........: " SGEN-OLD-EXPIRED-COUNT
086900     DISPLAY "FEED HASH TOTAL..........: " SGEN-OUT-HASH-10
087000     IF SGEN-SKIP-COUNT > ZERO
087100         DISPLAY "CALCSGEN: DUE ORDERS SKIPPED - REVIEW ON "
087200             "CALCSORD AND CALCSRC"
087300     END-IF.
087400
087500*-----------------------------------------------------------------
087600* WriteStepStart - the start record on the shared step log
087700* CALC.STEPLOG (DL100STL) the batch-window report reads.
087800*-----------------------------------------------------------------
087900 WriteStepStart.
088000     ACCEPT SGEN-STL-START-DATE FROM DATE YYYYMMDD
088100     ACCEPT SGEN-STL-START-TIME FROM TIME
088200     IF SGEN-BUS-DATE NOT = ZERO
088300         MOVE SGEN-BUS-DATE TO SGEN-STL-BUS-DATE
088400     ELSE
088500         MOVE SGEN-RUN-DATE TO SGEN-STL-BUS-DATE
088600     END-IF
088700     PERFORM BuildStepLogRecord
088800     SET STEPLOG-START TO TRUE
088900     PERFORM WriteStepLogRecord.
089000
089100*-----------------------------------------------------------------
089200* WriteStepEnd - the end record: the start fields again, the end
089300* time, records in and out (orders read, details generated) and
089400* the return code the step is ending with.  A step stopped on a
089500* fatal error never gets here, and its start record standing
089600* alone is what the report shows.
089700*-----------------------------------------------------------------
089800 WriteStepEnd.
089900     MOVE SGEN-BUS-DATE TO SGEN-STL-BUS-DATE
090000     MOVE SGEN-READ-COUNT TO SGEN-STL-RECS-IN
090100     MOVE SGEN-GEN-COUNT TO SGEN-STL-RECS-OUT
090200     PERFORM BuildStepLogRecord
090300     SET STEPLOG-END TO TRUE
090400     ACCEPT StepLogEndDate FROM DATE YYYYMMDD
090500     ACCEPT StepLogEndTime FROM TIME
090600     MOVE RETURN-CODE TO StepLogReturnCode
090700     PERFORM WriteStepLogRecord.
090800
090900 BuildStepLogRecord.
091000     MOVE SPACES TO StepLogRecord
091100     MOVE SGEN-STL-BUS-DATE   TO StepLogBusDate
091200     MOVE SGEN-STL-RUN-ID     TO StepLogRunId
091300     MOVE "CALCSGEN"          TO StepLogStep
091400     MOVE SGEN-STL-START-DATE TO StepLogStartDate
091500     MOVE SGEN-STL-START-TIME TO StepLogStartTime
091600     MOVE ZERO                TO StepLogEndDate
091700     MOVE ZERO                TO StepLogEndTime
091800     MOVE SGEN-STL-RECS-IN    TO StepLogRecsIn
091900     MOVE SGEN-STL-RECS-OUT   TO StepLogRecsOut
092000     MOVE ZERO                TO StepLogReturnCode.
092100
092200*-----------------------------------------------------------------
092300* WriteStepLogRecord - the log opens EXTEND for just the one
092400* write.  The log is for the batch window, not the books: a log
092500* that cannot be written is reported and the step carries on.
092600*-----------------------------------------------------------------
092700 WriteStepLogRecord.
092800     OPEN EXTEND StepLogFile
092900     IF SGEN-STL-STATUS NOT = "00"
093000         DISPLAY "CALCSGEN: STEP LOG NOT AVAILABLE - STATUS "
093100             SGEN-STL-STATUS " - STEP NOT LOGGED"
093200     ELSE
093300         WRITE StepLogRecord
093400         IF SGEN-STL-STATUS NOT = "00"
093500             DISPLAY "CALCSGEN: STEP LOG WRITE FAILED "
093600                 "- STATUS " SGEN-STL-STATUS
093700         END-IF
093800         CLOSE StepLogFile
093900     END-IF.
094000 END PROGRAM CalcSgen.
