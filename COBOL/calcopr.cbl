000500*          batch family - the supervisor's morning copy of who
000600*          did what on the online screens.  Reads the protected
000700*          activity log CALC.ACTLOG (DL100ACT, written by
000800*          CalcCorr for every resubmitted correction, by
000810*          CalcParm for every run-parameter change and by every
000820*          screen's sign-on for each refused sign-on and
000830*          lockout) and prints every record for the report
001000*          date: time, operator, what was touched, and the
001100*          before and after values, followed by a per-operator
001200*          count block so unusual activity - one operator
001300*          keying a pile of corrections, a parameter changed
001400*          twice in a day - stands out before it becomes a
001500*          finding.  The report date is the EXEC PARM
001600*          (yyyymmdd); absent, the prior calendar day applies,
001700*          since the job is scheduled the morning after the
001710*          activity it reports.
001800* Tectonics: cobc
001900*-----------------------------------------------------------------
002000* Modification History:
002140*                 left yesterday's corrections unreported.  An
002150*                 unrecognized activity type no longer books
002160*                 into an operator's parameter-change count.
002170* 15/10/2026 CAY  Source-master changes logged by CalcSrc
002180*                 (activity type "S") now print as SOURCE lines
002190*                 and get their own per-operator and day counts.
002192* 15/10/2026 CAY  Hold-queue decisions logged by CalcHold
002194*                 (activity type "H") now print as HOLD lines
002196*                 and get their own per-operator and day counts.
002197* 15/10/2026 CAY  Standing-order changes logged by CalcSord
002198*                 (activity type "O") now print as STANDING lines
002199*                 and get their own per-operator and day counts.
002209* 15/10/2026 CAY  Sign-on failures and lockouts (activity type
002219*                 "A", written at sign-on by every screen) now
002229*                 print as SECURITY lines with the event and
002239*                 reason, and operator-profile changes from
002249*                 CalcProf (type "U") as PROFILE lines; both get
002259*                 their own per-operator and day counts.
002269******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CalcOpr.
002500 ENVIRONMENT DIVISION.
005300         10  OPR-O-ID          PIC X(08).
005400         10  OPR-O-CORR        PIC 9(05) COMP.
005500         10  OPR-O-PARM        PIC 9(05) COMP.
005510         10  OPR-O-SRC         PIC 9(05) COMP.
005520         10  OPR-O-HOLD        PIC 9(05) COMP.
005530         10  OPR-O-STND        PIC 9(05) COMP.
005540         10  OPR-O-SEC         PIC 9(05) COMP.
005550         10  OPR-O-PROF        PIC 9(05) COMP.
005600 77  OPR-G-CORR                PIC 9(05) COMP VALUE ZERO.
005700 77  OPR-G-PARM                PIC 9(05) COMP VALUE ZERO.
005710 77  OPR-G-SRC                 PIC 9(05) COMP VALUE ZERO.
005720 77  OPR-G-HOLD                PIC 9(05) COMP VALUE ZERO.
005730 77  OPR-G-STND                PIC 9(05) COMP VALUE ZERO.
005740 77  OPR-G-SEC                 PIC 9(05) COMP VALUE ZERO.
005750 77  OPR-G-PROF                PIC 9(05) COMP VALUE ZERO.
005800 77  OPR-G-OTHER               PIC 9(05) COMP VALUE ZERO.
005900 LINKAGE SECTION.
006000*-----------------------------------------------------------------
013100                     " PARAMETER  " ActivityKey
013200                     " OLD " ActivityOldData
013300                     " NEW " ActivityNewData
013310             WHEN ACT-SOURCE-CHANGE
013320                 ADD 1 TO OPR-G-SRC
013330                 DISPLAY ActivityTime " " ActivityOperator
013340                     " SOURCE     " ActivityKey
013350                     " OLD " ActivityOldData
013360                     " NEW " ActivityNewData
013365             WHEN ACT-HOLD-DECISION
013370                 ADD 1 TO OPR-G-HOLD
013375                 DISPLAY ActivityTime " " ActivityOperator
013380                     " HOLD       " ActivityKey
013385                     " OLD " ActivityOldData
013390                     " NEW " ActivityNewData
013391             WHEN ACT-STANDING-CHANGE
013392                 ADD 1 TO OPR-G-STND
013393                 DISPLAY ActivityTime " " ActivityOperator
013394                     " STANDING   " ActivityKey
013395                     " OLD " ActivityOldData
013396                     " NEW " ActivityNewData
013403             WHEN ACT-SIGNON-SECURITY
013410                 ADD 1 TO OPR-G-SEC
013417                 DISPLAY ActivityTime " " ActivityOperator
013424                     " SECURITY   " ActivityKey
013431                     " EVENT " ActivityOldData
013438                     " REASON " ActivityNewData
013445             WHEN ACT-PROFILE-CHANGE
013452                 ADD 1 TO OPR-G-PROF
013459                 DISPLAY ActivityTime " " ActivityOperator
013466                     " PROFILE    " ActivityKey
013473                     " OLD " ActivityOldData
013480                     " NEW " ActivityNewData
013487             WHEN OTHER
013500                 ADD 1 TO OPR-G-OTHER
013600                 DISPLAY ActivityTime " " ActivityOperator
013700                     " TYPE " ActivityType " " ActivityKey
016400         MOVE ActivityOperator TO OPR-O-ID (OPR-OP-IDX)
016500         MOVE ZERO TO OPR-O-CORR (OPR-OP-IDX)
016600         MOVE ZERO TO OPR-O-PARM (OPR-OP-IDX)
016610         MOVE ZERO TO OPR-O-SRC (OPR-OP-IDX)
016620         MOVE ZERO TO OPR-O-HOLD (OPR-OP-IDX)
016630         MOVE ZERO TO OPR-O-STND (OPR-OP-IDX)
016640         MOVE ZERO TO OPR-O-SEC (OPR-OP-IDX)
016650         MOVE ZERO TO OPR-O-PROF (OPR-OP-IDX)
016700         PERFORM AddToOperatorEntry
016800     ELSE
016900         DISPLAY "CALCOPR: MORE THAN " OPR-OP-MAX
017550             ADD 1 TO OPR-O-CORR (OPR-OP-IDX)
017600         WHEN ACT-PARM-CHANGE
017650             ADD 1 TO OPR-O-PARM (OPR-OP-IDX)
017660         WHEN ACT-SOURCE-CHANGE
017670             ADD 1 TO OPR-O-SRC (OPR-OP-IDX)
017680         WHEN ACT-HOLD-DECISION
017690             ADD 1 TO OPR-O-HOLD (OPR-OP-IDX)
017693         WHEN ACT-STANDING-CHANGE
017696             ADD 1 TO OPR-O-STND (OPR-OP-IDX)
017705         WHEN ACT-SIGNON-SECURITY
017714             ADD 1 TO OPR-O-SEC (OPR-OP-IDX)
017723         WHEN ACT-PROFILE-CHANGE
017732             ADD 1 TO OPR-O-PROF (OPR-OP-IDX)
017741         WHEN OTHER
017750             CONTINUE
017800     END-EVALUATE.
017900
019100         UNTIL OPR-OP-IDX > OPR-OP-COUNT
019200     DISPLAY "CORRECTIONS TOTAL........: " OPR-G-CORR
019300     DISPLAY "PARAMETER CHANGES TOTAL..: " OPR-G-PARM
019310     DISPLAY "SOURCE CHANGES TOTAL.....: " OPR-G-SRC
019320     DISPLAY "HOLD DECISIONS TOTAL.....: " OPR-G-HOLD
019330     DISPLAY "STANDING ORDER CHANGES...: " OPR-G-STND
019340     DISPLAY "SECURITY EVENTS TOTAL....: " OPR-G-SEC
019350     DISPLAY "PROFILE CHANGES TOTAL....: " OPR-G-PROF
019400     IF OPR-G-OTHER > ZERO
019500         DISPLAY "UNRECOGNIZED RECORDS.....: " OPR-G-OTHER
019600             " - CHECK THE LOG"
019900 PrintOneOperatorLine.
020000     DISPLAY "  " OPR-O-ID (OPR-OP-IDX)
020100         " CORRECTIONS " OPR-O-CORR (OPR-OP-IDX)
020110         " PARAMETER CHANGES " OPR-O-PARM (OPR-OP-IDX)
020120         " SOURCE CHANGES " OPR-O-SRC (OPR-OP-IDX)
020130         " HOLD DECISIONS " OPR-O-HOLD (OPR-OP-IDX)
020140         " STANDING ORDER CHANGES " OPR-O-STND (OPR-OP-IDX)
020150         " SECURITY EVENTS " OPR-O-SEC (OPR-OP-IDX)
020160         " PROFILE CHANGES " OPR-O-PROF (OPR-OP-IDX).
020300 END PROGRAM CalcOpr.
