000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Monthly operator access review for the Calculadora
000500*          online screens - the supervisor's copy of who can
000600*          sign on to what.  Reads the operator profile file
000700*          CALC.OPERFILE (DL100OPF, maintained on CalcProf) in
000800*          id order and prints every operator: id, name, role,
000900*          active flag, lock (with the date it locked), failed
001000*          sign-on attempts, last sign-on date (NEVER when the
001100*          id has not signed on yet) and the days since.  An id
001200*          not used for ACRV-IDLE-DAYS (90) days or more -
001300*          counted from the last sign-on, or from the date the
001400*          profile was added when it never signed on - is
001500*          flagged UNUSED and listed again in a closing section
001600*          of its own, so the supervisor can deactivate what
001700*          nobody needs.  Totals by role, locked, inactive and
001800*          unused ids follow.  Ends RC 4 when any unused id is
001900*          still active, so the review cannot quietly be filed
002000*          unread.  The review date is the EXEC PARM (yyyymmdd);
002100*          absent, the system date applies.
002200* Tectonics: cobc
002300*-----------------------------------------------------------------
002400* Modification History:
002500* 15/10/2026 CAY  Initial version.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CalcAcrv.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OperatorFile ASSIGN TO "OPERFILE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS OpfId
003600         FILE STATUS IS ACRV-OPF-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OperatorFile.
004000     COPY DL100OPF.
004100 WORKING-STORAGE SECTION.
004200*-----------------------------------------------------------------
004300* File status and loop switches.
004400*-----------------------------------------------------------------
004500 77  ACRV-OPF-STATUS           PIC X(02) VALUE "00".
004600 77  ACRV-EOF-SW               PIC X(01) VALUE "N".
004700     88  ACRV-END-OF-FILE      VALUE "Y".
004800 77  ACRV-UNUSED-SW            PIC X(01) VALUE "N".
004900     88  ACRV-UNUSED           VALUE "Y".
005000 77  ACRV-RUN-DATE             PIC 9(08) VALUE ZERO.
005100 77  ACRV-IDLE-DAYS            PIC 9(03) VALUE 90.
005200*-----------------------------------------------------------------
005300* Day-number work fields: a yyyymmdd date turned into a running
005400* Gregorian day count, so the days since a sign-on are one
005500* subtraction.
005600*-----------------------------------------------------------------
005700 01  ACRV-CD-DATE              PIC 9(08) VALUE ZERO.
005800 01  FILLER REDEFINES ACRV-CD-DATE.
005900     05  ACRV-CD-YEAR          PIC 9(04).
006000     05  ACRV-CD-MONTH         PIC 9(02).
006100     05  ACRV-CD-DAY           PIC 9(02).
006200 77  ACRV-CD-WORK-YEAR         PIC 9(05) COMP VALUE ZERO.
006300 77  ACRV-CD-WORK-MONTH        PIC 9(03) COMP VALUE ZERO.
006400 77  ACRV-CD-QUOT-4            PIC 9(05) COMP VALUE ZERO.
006500 77  ACRV-CD-QUOT-100          PIC 9(05) COMP VALUE ZERO.
006600 77  ACRV-CD-QUOT-400          PIC 9(05) COMP VALUE ZERO.
006700 77  ACRV-CD-MONTH-DAYS        PIC 9(05) COMP VALUE ZERO.
006800 77  ACRV-CD-DAYNUM            PIC 9(07) COMP VALUE ZERO.
006900 77  ACRV-RUN-DAYNUM           PIC 9(07) COMP VALUE ZERO.
007000 77  ACRV-IDLE-WORK            PIC S9(07) COMP VALUE ZERO.
007100*-----------------------------------------------------------------
007200* One report line's edited fields.
007300*-----------------------------------------------------------------
007400 77  ACRV-ROLE-TEXT            PIC X(10) VALUE SPACES.
007500 77  ACRV-LOCK-TEXT            PIC X(15) VALUE SPACES.
007600 77  ACRV-LAST-TEXT            PIC X(08) VALUE SPACES.
007700 77  ACRV-IDLE-SINCE           PIC 9(08) VALUE ZERO.
007800 77  ACRV-IDLE-COUNT           PIC 9(05) VALUE ZERO.
007900 77  ACRV-FLAG-TEXT            PIC X(06) VALUE SPACES.
008000*-----------------------------------------------------------------
008100* ACRV-UNU-TABLE - the unused ids, held for the closing section.
008200* More than the table holds still flag on their detail lines;
008300* the section just says it is incomplete.
008400*-----------------------------------------------------------------
008500 77  ACRV-UNU-MAX              PIC 9(03) COMP VALUE 200.
008600 77  ACRV-UNU-COUNT            PIC 9(03) COMP VALUE ZERO.
008700 01  ACRV-UNU-TABLE.
008800     05  ACRV-UNU-ENTRY OCCURS 200 TIMES
008900                 INDEXED BY ACRV-UNU-IDX.
009000         10  ACRV-U-ID         PIC X(08).
009100         10  ACRV-U-NAME       PIC X(30).
009200         10  ACRV-U-ROLE       PIC X(10).
009300         10  ACRV-U-ACTIVE     PIC X(01).
009400         10  ACRV-U-LAST       PIC X(08).
009500         10  ACRV-U-DAYS       PIC 9(05).
009600*-----------------------------------------------------------------
009700* Review totals.
009800*-----------------------------------------------------------------
009900 77  ACRV-T-OPERATORS          PIC 9(05) COMP VALUE ZERO.
010000 77  ACRV-T-INQUIRY            PIC 9(05) COMP VALUE ZERO.
010100 77  ACRV-T-CORRECTOR          PIC 9(05) COMP VALUE ZERO.
010200 77  ACRV-T-PARM-MAINT         PIC 9(05) COMP VALUE ZERO.
010300 77  ACRV-T-SUPERVISOR         PIC 9(05) COMP VALUE ZERO.
010400 77  ACRV-T-OTHER-ROLE         PIC 9(05) COMP VALUE ZERO.
010500 77  ACRV-T-INACTIVE           PIC 9(05) COMP VALUE ZERO.
010600 77  ACRV-T-LOCKED             PIC 9(05) COMP VALUE ZERO.
010700 77  ACRV-T-NEVER              PIC 9(05) COMP VALUE ZERO.
010800 77  ACRV-T-UNUSED             PIC 9(05) COMP VALUE ZERO.
010900 77  ACRV-T-UNUSED-ACTIVE      PIC 9(05) COMP VALUE ZERO.
011000 LINKAGE SECTION.
011100*-----------------------------------------------------------------
011200* ACRV-PARM-AREA - the standard batch PARM layout.  The PARM
011300* text is the review date (PARM='yyyymmdd'); zero length
011400* reviews as of the system date.
011500*-----------------------------------------------------------------
011600 01  ACRV-PARM-AREA.
011700     05  ACRV-PARM-LEN         PIC S9(04) COMP.
011800     05  ACRV-PARM-DATE        PIC 9(08).
011900 PROCEDURE DIVISION USING ACRV-PARM-AREA.
012000 MAIN-PROCEDURE.
012100     PERFORM InitializeRun
012200     PERFORM OpenOperatorFile
012300     DISPLAY "CALCACRV OPERATOR ACCESS REVIEW"
012400     DISPLAY "REVIEW DATE..............: " ACRV-RUN-DATE
012500     DISPLAY "UNUSED AFTER.............: " ACRV-IDLE-DAYS
012600         " DAYS WITHOUT A SIGN-ON"
012700     DISPLAY "ID       NAME                           ROLE      "
012800         " A LOCK            FA LAST SIGN  DAYS"
012900     PERFORM ReadOperatorRecord
013000     PERFORM ReviewOneOperator UNTIL ACRV-END-OF-FILE
013100     CLOSE OperatorFile
013200     PERFORM PrintUnusedSection
013300     PERFORM PrintReviewTotals
013400     IF ACRV-T-UNUSED-ACTIVE > ZERO
013500         MOVE 4 TO RETURN-CODE
013600     END-IF
013700     STOP RUN.
013800
013900*-----------------------------------------------------------------
014000* InitializeRun - the review date: the EXEC PARM wins; absent,
014100* the system date.  Its day number is what every operator's
014200* idle days are measured back from.
014300*-----------------------------------------------------------------
014400 InitializeRun.
014500     ACCEPT ACRV-RUN-DATE FROM DATE YYYYMMDD
014600     IF ACRV-PARM-LEN >= 8 AND ACRV-PARM-DATE NUMERIC
014700         MOVE ACRV-PARM-DATE TO ACRV-RUN-DATE
014800     END-IF
014900     MOVE ACRV-RUN-DATE TO ACRV-CD-DATE
015000     PERFORM ConvertDateToDayNumber
015100     MOVE ACRV-CD-DAYNUM TO ACRV-RUN-DAYNUM.
015200
015300*-----------------------------------------------------------------
015400* OpenOperatorFile - stops the run immediately if the OPEN
015500* fails.
015600*-----------------------------------------------------------------
015700 OpenOperatorFile.
015800     OPEN INPUT OperatorFile
015900     IF ACRV-OPF-STATUS NOT = "00"
016000         DISPLAY "CALCACRV: OPEN FAILED ON OPERATORFILE "
016100             "- STATUS " ACRV-OPF-STATUS
016200         MOVE 12 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500
016600*-----------------------------------------------------------------
016700* ReadOperatorRecord - gets the next profile, in id order.
016800*-----------------------------------------------------------------
016900 ReadOperatorRecord.
017000     READ OperatorFile
017100         AT END
017200             SET ACRV-END-OF-FILE TO TRUE
017300     END-READ.
017400
017500*-----------------------------------------------------------------
017600* ReviewOneOperator - one report line per profile, rolled into
017700* the totals and, when unused, into the closing section; then
017800* advances to the next profile.
017900*-----------------------------------------------------------------
018000 ReviewOneOperator.
018100     ADD 1 TO ACRV-T-OPERATORS
018200     PERFORM SetRoleText
018300     PERFORM SetLockText
018400     IF OPF-INACTIVE
018500         ADD 1 TO ACRV-T-INACTIVE
018600     END-IF
018700     PERFORM MeasureIdleDays
018800     MOVE SPACES TO ACRV-FLAG-TEXT
018900     IF ACRV-UNUSED
019000         MOVE "UNUSED" TO ACRV-FLAG-TEXT
019100         ADD 1 TO ACRV-T-UNUSED
019200         IF OPF-ACTIVE
019300             ADD 1 TO ACRV-T-UNUSED-ACTIVE
019400         END-IF
019500         PERFORM AddUnusedEntry
019600     END-IF
019700     DISPLAY OpfId " " OpfName " " ACRV-ROLE-TEXT
019800         " " OpfActiveFlag " " ACRV-LOCK-TEXT
019900         " " OpfFailCount " " ACRV-LAST-TEXT
020000         " " ACRV-IDLE-COUNT " " ACRV-FLAG-TEXT
020100     PERFORM ReadOperatorRecord.
020200
020300 SetRoleText.
020400     EVALUATE TRUE
020500         WHEN OPF-INQUIRY
020600             MOVE "INQUIRY"    TO ACRV-ROLE-TEXT
020700             ADD 1 TO ACRV-T-INQUIRY
020800         WHEN OPF-CORRECTOR
020900             MOVE "CORRECTOR"  TO ACRV-ROLE-TEXT
021000             ADD 1 TO ACRV-T-CORRECTOR
021100         WHEN OPF-PARM-MAINT
021200             MOVE "PARM MAINT" TO ACRV-ROLE-TEXT
021300             ADD 1 TO ACRV-T-PARM-MAINT
021400         WHEN OPF-SUPERVISOR
021500             MOVE "SUPERVISOR" TO ACRV-ROLE-TEXT
021600             ADD 1 TO ACRV-T-SUPERVISOR
021700         WHEN OTHER
021800             MOVE "ROLE ?"     TO ACRV-ROLE-TEXT
021900             MOVE OpfRole      TO ACRV-ROLE-TEXT (6:1)
022000             ADD 1 TO ACRV-T-OTHER-ROLE
022100     END-EVALUATE.
022200
022300 SetLockText.
022400     MOVE SPACES TO ACRV-LOCK-TEXT
022500     IF OPF-LOCKED
022600         ADD 1 TO ACRV-T-LOCKED
022700         MOVE "LOCKED" TO ACRV-LOCK-TEXT
022800         MOVE OpfLockDate TO ACRV-LOCK-TEXT (8:8)
022900     END-IF.
023000
023100*-----------------------------------------------------------------
023200* MeasureIdleDays - days from the last sign-on (or, for an id
023300* that never signed on, from the date it was added) to the
023400* review date.  A profile with neither date is unused outright;
023500* a sign-on after the review date (a rerun for an earlier
023600* month) counts as zero days.
023700*-----------------------------------------------------------------
023800 MeasureIdleDays.
023900     MOVE "N" TO ACRV-UNUSED-SW
024000     MOVE ZERO TO ACRV-IDLE-COUNT
024100     IF OpfLastSignOn = ZERO
024200         ADD 1 TO ACRV-T-NEVER
024300         MOVE "NEVER" TO ACRV-LAST-TEXT
024400         MOVE OpfAddDate TO ACRV-IDLE-SINCE
024500     ELSE
024600         MOVE OpfLastSignOn TO ACRV-LAST-TEXT
024700         MOVE OpfLastSignOn TO ACRV-IDLE-SINCE
024800     END-IF
024900     IF ACRV-IDLE-SINCE = ZERO
025000         SET ACRV-UNUSED TO TRUE
025100     ELSE
025200         MOVE ACRV-IDLE-SINCE TO ACRV-CD-DATE
025300         PERFORM ConvertDateToDayNumber
025400         COMPUTE ACRV-IDLE-WORK =
025500             ACRV-RUN-DAYNUM - ACRV-CD-DAYNUM
025600         IF ACRV-IDLE-WORK > ZERO
025700             MOVE ACRV-IDLE-WORK TO ACRV-IDLE-COUNT
025800         END-IF
025900         IF ACRV-IDLE-COUNT >= ACRV-IDLE-DAYS
026000             SET ACRV-UNUSED TO TRUE
026100         END-IF
026200     END-IF.
026300
026400 AddUnusedEntry.
026500     IF ACRV-UNU-COUNT < ACRV-UNU-MAX
026600         ADD 1 TO ACRV-UNU-COUNT
026700         SET ACRV-UNU-IDX TO ACRV-UNU-COUNT
026800         MOVE OpfId          TO ACRV-U-ID (ACRV-UNU-IDX)
026900         MOVE OpfName        TO ACRV-U-NAME (ACRV-UNU-IDX)
027000         MOVE ACRV-ROLE-TEXT TO ACRV-U-ROLE (ACRV-UNU-IDX)
027100         MOVE OpfActiveFlag  TO ACRV-U-ACTIVE (ACRV-UNU-IDX)
027200         MOVE ACRV-LAST-TEXT TO ACRV-U-LAST (ACRV-UNU-IDX)
027300         MOVE ACRV-IDLE-COUNT TO ACRV-U-DAYS (ACRV-UNU-IDX)
027400     END-IF.
027500
027600*-----------------------------------------------------------------
027700* ConvertDateToDayNumber - turns ACRV-CD-DATE (yyyymmdd) into a
027800* running Gregorian day count in ACRV-CD-DAYNUM, the same way
027900* CalcAge and CalcSgen do: January and February count as
028000* months 13 and 14 of the prior year so the leap day falls at
028100* the end of the shifted year.  The DIVIDEs truncate, which is
028200* what the formula expects.
028300*-----------------------------------------------------------------
028400 ConvertDateToDayNumber.
028500     IF ACRV-CD-MONTH < 3
028600         COMPUTE ACRV-CD-WORK-YEAR = ACRV-CD-YEAR - 1
028700         COMPUTE ACRV-CD-WORK-MONTH = ACRV-CD-MONTH + 12
028800     ELSE
028900         MOVE ACRV-CD-YEAR TO ACRV-CD-WORK-YEAR
029000         MOVE ACRV-CD-MONTH TO ACRV-CD-WORK-MONTH
029100     END-IF
029200     DIVIDE ACRV-CD-WORK-YEAR BY 4
029300         GIVING ACRV-CD-QUOT-4
029400     DIVIDE ACRV-CD-WORK-YEAR BY 100
029500         GIVING ACRV-CD-QUOT-100
029600     DIVIDE ACRV-CD-WORK-YEAR BY 400
029700         GIVING ACRV-CD-QUOT-400
029800     COMPUTE ACRV-CD-MONTH-DAYS =
029900         (153 * (ACRV-CD-WORK-MONTH - 3) + 2) / 5
030000     COMPUTE ACRV-CD-DAYNUM =
030100         (365 * ACRV-CD-WORK-YEAR) + ACRV-CD-QUOT-4
030200         - ACRV-CD-QUOT-100 + ACRV-CD-QUOT-400
030300         + ACRV-CD-MONTH-DAYS + ACRV-CD-DAY.
030400
030500*-----------------------------------------------------------------
030600* PrintUnusedSection - the ids not used for ACRV-IDLE-DAYS
030700* days, again, on their own: the list the supervisor acts on.
030800*-----------------------------------------------------------------
030900 PrintUnusedSection.
031000     DISPLAY " "
031100     DISPLAY "IDS NOT USED IN " ACRV-IDLE-DAYS " DAYS:"
031200     IF ACRV-T-UNUSED = ZERO
031300         DISPLAY "  (NONE)"
031400     END-IF
031500     PERFORM PrintOneUnusedLine
031600         VARYING ACRV-UNU-IDX FROM 1 BY 1
031700         UNTIL ACRV-UNU-IDX > ACRV-UNU-COUNT
031800     IF ACRV-T-UNUSED > ACRV-UNU-COUNT
031900         DISPLAY "CALCACRV: MORE THAN " ACRV-UNU-MAX
032000             " UNUSED IDS - SECTION INCOMPLETE, SEE THE DETAIL"
032100             " LINES"
032200     END-IF.
032300
032400 PrintOneUnusedLine.
032500     DISPLAY "  " ACRV-U-ID (ACRV-UNU-IDX)
032600         " " ACRV-U-NAME (ACRV-UNU-IDX)
032700         " " ACRV-U-ROLE (ACRV-UNU-IDX)
032800         " ACTIVE " ACRV-U-ACTIVE (ACRV-UNU-IDX)
032900         " LAST SIGN-ON " ACRV-U-LAST (ACRV-UNU-IDX)
033000         " DAYS " ACRV-U-DAYS (ACRV-UNU-IDX).
033100
033200*-----------------------------------------------------------------
033300* PrintReviewTotals - the closing number block.
033400*-----------------------------------------------------------------
033500 PrintReviewTotals.
033600     DISPLAY " "
033700     DISPLAY "OPERATORS ON FILE........: " ACRV-T-OPERATORS
033800     DISPLAY "  INQUIRY................: " ACRV-T-INQUIRY
033900     DISPLAY "  CORRECTOR..............: " ACRV-T-CORRECTOR
034000     DISPLAY "  PARAMETER MAINTAINER...: " ACRV-T-PARM-MAINT
034100     DISPLAY "  SUPERVISOR.............: " ACRV-T-SUPERVISOR
034200     IF ACRV-T-OTHER-ROLE > ZERO
034300         DISPLAY "  UNRECOGNIZED ROLE......: " ACRV-T-OTHER-ROLE
034400             " - CHECK ON CALCPROF"
034500     END-IF
034600     DISPLAY "INACTIVE.................: " ACRV-T-INACTIVE
034700     DISPLAY "LOCKED...................: " ACRV-T-LOCKED
034800     DISPLAY "NEVER SIGNED ON..........: " ACRV-T-NEVER
034900     DISPLAY "UNUSED " ACRV-IDLE-DAYS " DAYS OR MORE..: "
035000         ACRV-T-UNUSED
035100     DISPLAY "  OF WHICH STILL ACTIVE..: " ACRV-T-UNUSED-ACTIVE
035200     IF ACRV-T-UNUSED-ACTIVE > ZERO
035300         DISPLAY "CALCACRV: *** ACTIVE IDS UNUSED - REVIEW "
035400             "AND DEACTIVATE ON CALCPROF ***"
035500     END-IF.
035600 END PROGRAM CalcAcrv.
