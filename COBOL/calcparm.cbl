001000*          changes a value in place - the old and new value,
001100*          the operator and the timestamp are written to the
001200*          protected activity log CALC.ACTLOG (DL100ACT, opened
001210*          EXTEND so the log only grows) on every change.  The
001220*          operator signs on with id and password against the
001230*          profile file CALC.OPERFILE (DL100OPF); any active
001240*          operator may browse, but only a parameter maintainer
001250*          or supervisor may change a value - anyone else is
001260*          refused and the refusal logged.  The signed operator
001270*          id is what the log and the parameter record carry.
001280*          Values are eight digits, right-
001800*          justified and zero-filled; anything else is refused
001900*          here so a reader never has to guess.
002000* Tectonics: cobc
002100*-----------------------------------------------------------------
002200* Modification History:
002300* 05/09/2026 CAY  Initial version.
002310* 15/10/2026 CAY  Sign-on now checks id and password against the
002320*                 operator profile file CALC.OPERFILE, locking the
002330*                 id after repeated failures; changes limited to
002340*                 the P and S roles. Refused sign-ons, lockouts
002350*                 and refused changes logged to CALC.ACTLOG as
002360*                 type A.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CalcParm.
003500     SELECT ActivityFile ASSIGN TO "ACTLOG"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS PRM-ACT-STATUS.
003710     SELECT OperatorFile ASSIGN TO "OPERFILE"
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS RANDOM
003740         RECORD KEY IS OpfId
003750         FILE STATUS IS PRM-OPF-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ParmFile.
004200 FD  ActivityFile
004300     RECORDING MODE IS F.
004400     COPY DL100ACT.
004410 FD  OperatorFile.
004420     COPY DL100OPF.
004500 WORKING-STORAGE SECTION.
004600*-----------------------------------------------------------------
004700* File status and loop switches.
005900 77  PRM-OPERATOR              PIC X(08) VALUE SPACES.
006000 77  PRM-RUN-DATE              PIC 9(08) VALUE ZERO.
006100 77  PRM-RUN-TIME              PIC 9(08) VALUE ZERO.
006102*-----------------------------------------------------------------
006104* Sign-on security: the operator's profile on CALC.OPERFILE
006106* (DL100OPF) is checked before anything else is shown.  The
006108* password is never kept - it is chained with the operator id
006110* into PRM-PASS-HASH a byte at a time, as the audit seal is,
006112* and compared with the profile's hash.  PRM-MAX-FAILS wrong
006114* passwords in a row lock the id until a supervisor clears it
006116* on CalcProf; a session gets PRM-MAX-TRIES attempts.
006118*-----------------------------------------------------------------
006120 77  PRM-OPF-STATUS            PIC X(02) VALUE "00".
006122 77  PRM-PASSWORD              PIC X(08) VALUE SPACES.
006124 77  PRM-SIGNON-SW             PIC X(01) VALUE "N".
006126     88  PRM-SIGNED-ON         VALUE "Y".
006128 77  PRM-SIGNON-TRIES          PIC 9(01) COMP VALUE ZERO.
006130 77  PRM-MAX-TRIES             PIC 9(01) COMP VALUE 3.
006132 77  PRM-MAX-FAILS             PIC 9(02) COMP VALUE 3.
006134 77  PRM-ROLE                  PIC X(01) VALUE SPACE.
006136     88  PRM-MAY-MAINTAIN      VALUE "P" "S".
006138 77  PRM-SEC-EVENT             PIC X(27) VALUE SPACES.
006140 77  PRM-SEC-REASON            PIC X(27) VALUE SPACES.
006142 77  PRM-SEC-SHOW              PIC X(40) VALUE SPACES.
006144 77  PRM-HASH-MODULUS          PIC 9(10) COMP VALUE 9999999967.
006146 77  PRM-HASH-WORK             PIC 9(13) COMP VALUE ZERO.
006148 77  PRM-HASH-QUOT             PIC 9(13) COMP VALUE ZERO.
006150 77  PRM-PASS-HASH             PIC 9(10) COMP VALUE ZERO.
006152 01  PRM-HASH-ROW.
006154     05  PRM-HASH-ID           PIC X(08).
006156     05  PRM-HASH-PASS         PIC X(08).
006158 01  FILLER REDEFINES PRM-HASH-ROW.
006160     05  PRM-HASH-BYTE         PIC X(01) OCCURS 16 TIMES
006162                 INDEXED BY PRM-HASH-IDX.
006164 01  PRM-HASH-PAIR.
006166     05  FILLER                PIC X(01) VALUE LOW-VALUE.
006168     05  PRM-HASH-CHAR         PIC X(01).
006170 01  PRM-HASH-ORD REDEFINES PRM-HASH-PAIR
006172                               PIC 9(04) COMP.
006200*-----------------------------------------------------------------
006300* PRM-PARM-TABLE - every parameter on the file, in key order,
006400* so the operator can browse the list and pick one to change.
008700         "CALCPARM - RUN-PARAMETER MAINTENANCE".
008800     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
008900     05  LINE 3  COLUMN 14 PIC X(08) TO PRM-OPERATOR.
008910     05  LINE 4  COLUMN 1  VALUE "PASSWORD...: ".
008920     05  LINE 4  COLUMN 14 PIC X(08) TO PRM-PASSWORD SECURE.
009000 01  PRM-LIST-SCREEN.
009100     05  BLANK SCREEN.
009200     05  LINE 1  COLUMN 1  VALUE
011900
012000*-----------------------------------------------------------------
012100* InitializeRun - stamps the session timestamp and signs the
012110* operator on against the profile file; a blank operator id is
012120* asked for again, and a session that cannot sign on within
012130* PRM-MAX-TRIES attempts ends here.
012400*-----------------------------------------------------------------
012500 InitializeRun.
012600     ACCEPT PRM-RUN-DATE FROM DATE YYYYMMDD
012700     ACCEPT PRM-RUN-TIME FROM TIME
012706     PERFORM SignOnOperator
012712         UNTIL PRM-SIGNED-ON
012718            OR PRM-SIGNON-TRIES >= PRM-MAX-TRIES
012724     IF NOT PRM-SIGNED-ON
012730         DISPLAY "CALCPARM: SIGN-ON FAILED - SESSION ENDED"
012736             LINE 7 COLUMN 1
012742         STOP RUN
012748     END-IF.
012754
012760 SignOnOperator.
012766     MOVE SPACES TO PRM-PASSWORD
012772     DISPLAY PRM-SIGNON-SCREEN
012778     ACCEPT PRM-SIGNON-SCREEN
012784     IF PRM-OPERATOR = SPACES
012790         DISPLAY "CALCPARM: OPERATOR ID REQUIRED"
012796             LINE 6 COLUMN 1
012802     ELSE
012808         ADD 1 TO PRM-SIGNON-TRIES
012814         PERFORM VerifyOperator
012820     END-IF.
012826
012832*-----------------------------------------------------------------
012838* VerifyOperator - the id and password keyed against the
012844* operator's profile.  An id not on the file, inactive or
012850* locked is refused; a wrong password counts against the id
012856* and locks it at PRM-MAX-FAILS; a profile with no password
012862* yet (new, or reset by a supervisor) takes the one keyed.  A
012868* good sign-on clears the failure count and stamps the date
012874* and time on the profile.  Every refusal and lockout goes to
012880* the activity log.
012886*-----------------------------------------------------------------
012892 VerifyOperator.
012898     OPEN I-O OperatorFile
012904     IF PRM-OPF-STATUS NOT = "00"
012910         DISPLAY "CALCPARM: OPEN FAILED ON OPERATORFILE "
012916             "- STATUS " PRM-OPF-STATUS
012922         STOP RUN
012928     END-IF
012934     MOVE PRM-OPERATOR TO OpfId
012940     READ OperatorFile
012946         INVALID KEY
012952             CONTINUE
012958     END-READ
012964     MOVE PRM-OPERATOR TO PRM-HASH-ID
012970     MOVE PRM-PASSWORD TO PRM-HASH-PASS
012976     PERFORM HashPassword
012982     MOVE "SIGN-ON REFUSED" TO PRM-SEC-EVENT
012988     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO PRM-SEC-SHOW
012994     EVALUATE TRUE
013000         WHEN PRM-OPF-STATUS NOT = "00"
013006             MOVE "ID NOT ON THE PROFILE FILE" TO PRM-SEC-REASON
013012             PERFORM RefuseSignOn
013018         WHEN NOT OPF-ACTIVE
013024             MOVE "ID NOT ACTIVE" TO PRM-SEC-REASON
013030             MOVE "ID NOT ACTIVE" TO PRM-SEC-SHOW
013036             PERFORM RefuseSignOn
013042         WHEN OPF-LOCKED
013048             MOVE "ID LOCKED" TO PRM-SEC-REASON
013054             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
013060                 TO PRM-SEC-SHOW
013066             PERFORM RefuseSignOn
013072         WHEN PRM-PASSWORD = SPACES
013078             MOVE "NO PASSWORD KEYED" TO PRM-SEC-REASON
013084             MOVE "PASSWORD REQUIRED" TO PRM-SEC-SHOW
013090             PERFORM RefuseSignOn
013096         WHEN OpfPassHash = ZERO
013102             MOVE PRM-PASS-HASH TO OpfPassHash
013108             DISPLAY "CALCPARM: PASSWORD SET FOR " PRM-OPERATOR
013114                 LINE 6 COLUMN 1
013120             PERFORM AcceptSignOn
013126         WHEN OpfPassHash NOT = PRM-PASS-HASH
013132             PERFORM RecordBadPassword
013138         WHEN OTHER
013144             PERFORM AcceptSignOn
013150     END-EVALUATE
013156     CLOSE OperatorFile.
013162
013168 AcceptSignOn.
013174     MOVE ZERO TO OpfFailCount
013180     ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
013186     ACCEPT OpfLastSignTime FROM TIME
013192     PERFORM RewriteOperatorRecord
013198     MOVE OpfRole TO PRM-ROLE
013204     SET PRM-SIGNED-ON TO TRUE.
013210
013216*-----------------------------------------------------------------
013222* RecordBadPassword - one more failure against the id; at the
013228* limit the id is locked and the lockout, rather than the
013234* failure, is logged.
013240*-----------------------------------------------------------------
013246 RecordBadPassword.
013252     ADD 1 TO OpfFailCount
013258     IF OpfFailCount >= PRM-MAX-FAILS
013264         SET OPF-LOCKED TO TRUE
013270         ACCEPT OpfLockDate FROM DATE YYYYMMDD
013276     END-IF
013282     PERFORM RewriteOperatorRecord
013288     MOVE "WRONG PASSWORD" TO PRM-SEC-REASON
013294     IF OPF-LOCKED
013300         MOVE "LOCKED OUT" TO PRM-SEC-EVENT
013306         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
013312             TO PRM-SEC-SHOW
013318     END-IF
013324     PERFORM RefuseSignOn.
013330
013336 RewriteOperatorRecord.
013342     REWRITE OperatorRecord
013348     IF PRM-OPF-STATUS NOT = "00"
013354         DISPLAY "CALCPARM: OPERATORFILE REWRITE FAILED "
013360             "- STATUS " PRM-OPF-STATUS
013366         STOP RUN
013372     END-IF.
013378
013384 RefuseSignOn.
013390     PERFORM WriteSecurityRecord
013396     DISPLAY "CALCPARM: SIGN-ON REFUSED - " PRM-SEC-SHOW
013402         LINE 6 COLUMN 1.
013408
013414*-----------------------------------------------------------------
013420* HashPassword - chains the 16 bytes of the id and password, in
013426* order, into PRM-PASS-HASH.
013432*-----------------------------------------------------------------
013438 HashPassword.
013444     MOVE ZERO TO PRM-PASS-HASH
013450     PERFORM ChainPasswordByte
013456         VARYING PRM-HASH-IDX FROM 1 BY 1
013462         UNTIL PRM-HASH-IDX > 16
013468     MOVE SPACES TO PRM-HASH-PASS.
013474
013480 ChainPasswordByte.
013486     MOVE PRM-HASH-BYTE (PRM-HASH-IDX) TO PRM-HASH-CHAR
013492     COMPUTE PRM-HASH-WORK = PRM-PASS-HASH * 256 + PRM-HASH-ORD
013498     DIVIDE PRM-HASH-WORK BY PRM-HASH-MODULUS
013504         GIVING PRM-HASH-QUOT REMAINDER PRM-PASS-HASH.
013510
013516*-----------------------------------------------------------------
013522* WriteSecurityRecord - one activity-log record (type "A") for
013528* a refused sign-on, a lockout or a function refused for the
013534* operator's role: the id keyed, this screen, the event and the
013540* reason.  The log opens EXTEND for just the one write; an
013546* event that cannot be logged ends the session.
013552*-----------------------------------------------------------------
013558 WriteSecurityRecord.
013564     OPEN EXTEND ActivityFile
013570     IF PRM-ACT-STATUS NOT = "00"
013576         DISPLAY "CALCPARM: OPEN FAILED ON ACTIVITYFILE "
013582             "- STATUS " PRM-ACT-STATUS
013588         STOP RUN
013594     END-IF
013600     MOVE SPACES TO ActivityRecord
013606     SET ACT-SIGNON-SECURITY TO TRUE
013612     ACCEPT ActivityDate FROM DATE YYYYMMDD
013618     ACCEPT ActivityTime FROM TIME
013624     MOVE PRM-OPERATOR TO ActivityOperator
013630     MOVE "CALCPARM" TO ActivityKey
013636     MOVE PRM-SEC-EVENT TO ActivityOldData
013642     MOVE PRM-SEC-REASON TO ActivityNewData
013648     WRITE ActivityRecord
013654     IF PRM-ACT-STATUS NOT = "00"
013660         DISPLAY "CALCPARM: ACTIVITY LOG WRITE FAILED "
013666             "- STATUS " PRM-ACT-STATUS
013672         STOP RUN
013678     END-IF
013684     CLOSE ActivityFile.
013700
013800*-----------------------------------------------------------------
013900* LoadParmList - one keyed browse over the parameter file, in
021200         IF PRM-SELECTION > PRM-PARM-COUNT
021300             DISPLAY "CALCPARM: INVALID SELECTION NUMBER"
021400         ELSE
021410             IF PRM-MAY-MAINTAIN
021420                 PERFORM ChangeOneParm
021430             ELSE
021440                 PERFORM RefuseFunction
021450             END-IF
021600         END-IF
021700     END-IF.
021800
029900         STOP RUN
030000     END-IF
030100     CLOSE ActivityFile.
030107
030114*-----------------------------------------------------------------
030121* RefuseFunction - the operator's role does not allow the
030128* function chosen: refused, and the refusal logged.
030135*-----------------------------------------------------------------
030142 RefuseFunction.
030149     MOVE "FUNCTION REFUSED" TO PRM-SEC-EVENT
030156     MOVE "ROLE x MAY NOT CHANGE PARMS" TO PRM-SEC-REASON
030163     MOVE PRM-ROLE TO PRM-SEC-REASON (6:1)
030170     PERFORM WriteSecurityRecord
030177     DISPLAY "CALCPARM: NOT ALLOWED FOR YOUR ROLE "
030184         "- NOTHING CHANGED" LINE 23 COLUMN 1.
030200 END PROGRAM CalcParm.
