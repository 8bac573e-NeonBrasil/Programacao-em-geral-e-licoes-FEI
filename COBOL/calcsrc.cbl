000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Online maintenance screen for the Calculadora source-
000500*          system master CALC.SRCMAST (DL100SRC), in the CalcParm
000600*          screen style.  Adding a feed used to mean a release
000700*          touching half the family; now an operator signs on
000800*          with an operator id, browses every source with its
000900*          description, status, allowed operation codes, feed DD
001000*          and upstream contact, and adds a source or changes
001100*          one in place.  Every changed field is written to the
001200*          protected activity log CALC.ACTLOG (DL100ACT type "S",
001300*          opened EXTEND so the log only grows) with the old and
001400*          new value, the operator and the timestamp, before the
001500*          master is touched.  Status is A (active) or S
001600*          (suspended); the allowed operation codes are up to
001700*          four of A/S/M/D; the family's tables hold nine
001800*          sources, so a tenth is refused here rather than
001810*          stopping the nightly run.  The operator signs on with
001820*          id and password against the profile file
001830*          CALC.OPERFILE (DL100OPF); any active operator may
001840*          browse, but only a parameter maintainer or supervisor
001850*          may add or change a source.
002200* Tectonics: cobc
002300*-----------------------------------------------------------------
002400* Modification History:
002500* 15/10/2026 CAY  Initial version.
002510* 15/10/2026 CAY  The change screen now carries the source's
002520*                 high-value hold limit (DL100SRC SrcHoldLimit,
002530*                 zero for never held), logged like any other
002540*                 field when it changes.
002548* 15/10/2026 CAY  Sign-on now checks id and password against the
002556*                 operator profile file CALC.OPERFILE, locking the
002564*                 id after repeated failures; adds and changes
002572*                 limited to the P and S roles. Refused sign-ons,
002580*                 lockouts and refused functions logged to
002588*                 CALC.ACTLOG as type A.
002590* 15/10/2026 CAY  The feed DD must now be one of the nine feed
002592*                 slots FEED01 to FEED09 the nightly jobs
002594*                 allocate, and not one another source already
002596*                 names.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CalcSrc.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SourceFile ASSIGN TO "SRCMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SrcCode
003600         FILE STATUS IS SRCM-SRC-STATUS.
003700     SELECT ActivityFile ASSIGN TO "ACTLOG"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS SRCM-ACT-STATUS.
003910     SELECT OperatorFile ASSIGN TO "OPERFILE"
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS RANDOM
003940         RECORD KEY IS OpfId
003950         FILE STATUS IS SRCM-OPF-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SourceFile.
004300     COPY DL100SRC.
004400 FD  ActivityFile
004500     RECORDING MODE IS F.
004600     COPY DL100ACT.
004610 FD  OperatorFile.
004620     COPY DL100OPF.
004700 WORKING-STORAGE SECTION.
004800*-----------------------------------------------------------------
004900* File status and loop switches.
005000*-----------------------------------------------------------------
005100 77  SRCM-SRC-STATUS           PIC X(02) VALUE "00".
005200 77  SRCM-ACT-STATUS           PIC X(02) VALUE "00".
005300 77  SRCM-EOF-SW               PIC X(01) VALUE "N".
005400     88  SRCM-END-OF-FILE      VALUE "Y".
005500 77  SRCM-DONE-SW              PIC X(01) VALUE "N".
005600     88  SRCM-DONE             VALUE "Y".
005700 77  SRCM-VALID-SW             PIC X(01) VALUE "Y".
005800     88  SRCM-VALID            VALUE "Y".
005900*-----------------------------------------------------------------
006000* Session identity: the signed operator and the timestamp that
006100* go onto the source record and the activity log.
006200*-----------------------------------------------------------------
006300 77  SRCM-OPERATOR             PIC X(08) VALUE SPACES.
006400 77  SRCM-RUN-DATE             PIC 9(08) VALUE ZERO.
006500 77  SRCM-RUN-TIME             PIC 9(08) VALUE ZERO.
006502*-----------------------------------------------------------------
006504* Sign-on security: the operator's profile on CALC.OPERFILE
006506* (DL100OPF) is checked before anything else is shown.  The
006508* password is never kept - it is chained with the operator id
006510* into SRCM-PASS-HASH a byte at a time, as the audit seal is,
006512* and compared with the profile's hash.  SRCM-MAX-FAILS wrong
006514* passwords in a row lock the id until a supervisor clears it
006516* on CalcProf; a session gets SRCM-MAX-TRIES attempts.
006518*-----------------------------------------------------------------
006520 77  SRCM-OPF-STATUS           PIC X(02) VALUE "00".
006522 77  SRCM-PASSWORD             PIC X(08) VALUE SPACES.
006524 77  SRCM-SIGNON-SW            PIC X(01) VALUE "N".
006526     88  SRCM-SIGNED-ON        VALUE "Y".
006528 77  SRCM-SIGNON-TRIES         PIC 9(01) COMP VALUE ZERO.
006530 77  SRCM-MAX-TRIES            PIC 9(01) COMP VALUE 3.
006532 77  SRCM-MAX-FAILS            PIC 9(02) COMP VALUE 3.
006534 77  SRCM-ROLE                 PIC X(01) VALUE SPACE.
006536     88  SRCM-MAY-MAINTAIN     VALUE "P" "S".
006538 77  SRCM-SEC-EVENT            PIC X(27) VALUE SPACES.
006540 77  SRCM-SEC-REASON           PIC X(27) VALUE SPACES.
006542 77  SRCM-SEC-SHOW             PIC X(40) VALUE SPACES.
006544 77  SRCM-HASH-MODULUS         PIC 9(10) COMP VALUE 9999999967.
006546 77  SRCM-HASH-WORK            PIC 9(13) COMP VALUE ZERO.
006548 77  SRCM-HASH-QUOT            PIC 9(13) COMP VALUE ZERO.
006550 77  SRCM-PASS-HASH            PIC 9(10) COMP VALUE ZERO.
006552 01  SRCM-HASH-ROW.
006554     05  SRCM-HASH-ID          PIC X(08).
006556     05  SRCM-HASH-PASS        PIC X(08).
006558 01  FILLER REDEFINES SRCM-HASH-ROW.
006560     05  SRCM-HASH-BYTE        PIC X(01) OCCURS 16 TIMES
006562                 INDEXED BY SRCM-HASH-IDX.
006564 01  SRCM-HASH-PAIR.
006566     05  FILLER                PIC X(01) VALUE LOW-VALUE.
006568     05  SRCM-HASH-CHAR        PIC X(01).
006570 01  SRCM-HASH-ORD REDEFINES SRCM-HASH-PAIR
006572                               PIC 9(04) COMP.
006600*-----------------------------------------------------------------
006700* SRCM-SRC-TABLE - every source on the master, in key order, so
006800* the operator can browse the list and pick one to change.  Nine
006900* is the family-wide limit the batch programs' tables hold.
007000*-----------------------------------------------------------------
007100 77  SRCM-SRC-MAX              PIC 9(02) COMP VALUE 9.
007200 77  SRCM-SRC-COUNT            PIC 9(02) COMP VALUE ZERO.
007300 01  SRCM-SRC-TABLE.
007400     05  SRCM-SRC-ENTRY OCCURS 9 TIMES
007500                 INDEXED BY SRCM-SRC-IDX.
007600         10  SRCM-T-CODE       PIC X(02).
007700         10  SRCM-T-DESC       PIC X(20).
007800         10  SRCM-T-STATUS     PIC X(01).
007900         10  SRCM-T-OPS        PIC X(04).
008000         10  SRCM-T-FEED-DD    PIC X(08).
008100         10  SRCM-T-CONTACT    PIC X(27).
008110         10  SRCM-T-LIMIT      PIC 9(07)V99.
008200*-----------------------------------------------------------------
008300* Operator entry fields.  99 on the selection adds a source.
008400*-----------------------------------------------------------------
008500 77  SRCM-SELECTION            PIC 9(02) VALUE ZERO.
008600     88  SRCM-SEL-ADD          VALUE 99.
008700 77  SRCM-NEW-CODE             PIC X(02) VALUE SPACES.
008800 77  SRCM-NEW-DESC             PIC X(20) VALUE SPACES.
008900 77  SRCM-NEW-STATUS           PIC X(01) VALUE SPACES.
009000 01  SRCM-NEW-OPS              PIC X(04) VALUE SPACES.
009100 01  SRCM-NEW-OPS-R REDEFINES SRCM-NEW-OPS.
009200     05  SRCM-NEW-OP           PIC X(01) OCCURS 4 TIMES
009300                 INDEXED BY SRCM-OP-IDX.
009310 01  SRCM-NEW-FEED-DD          PIC X(08) VALUE SPACES.
009320 01  SRCM-NEW-FEED-R REDEFINES SRCM-NEW-FEED-DD.
009330     05  SRCM-NEW-FEED-PREFIX  PIC X(04).
009340     05  SRCM-NEW-FEED-SLOT    PIC X(02).
009350     05  SRCM-NEW-FEED-PAD     PIC X(02).
009500 77  SRCM-NEW-CONTACT          PIC X(27) VALUE SPACES.
009510 77  SRCM-NEW-LIMIT            PIC 9(07)V99 VALUE ZERO.
009600 77  SRCM-OP-COUNT             PIC 9(01) COMP VALUE ZERO.
009700 77  SRCM-OP-BAD-SW            PIC X(01) VALUE "N".
009800     88  SRCM-OP-BAD           VALUE "Y".
009810 77  SRCM-DD-BAD-SW            PIC X(01) VALUE "N".
009820     88  SRCM-DD-BAD           VALUE "Y".
009830 77  SRCM-DD-OWNER             PIC X(02) VALUE SPACES.
009840 77  SRCM-DD-SUB               PIC 9(02) COMP VALUE ZERO.
009900*-----------------------------------------------------------------
010000* One changed field, as it goes onto the activity log: the
010100* field name joins the source code in the log key.
010200*-----------------------------------------------------------------
010300 01  SRCM-LOG-KEY.
010400     05  SRCM-LOG-CODE         PIC X(02).
010500     05  FILLER                PIC X(01) VALUE SPACE.
010600     05  SRCM-LOG-FIELD        PIC X(14).
010700 77  SRCM-LOG-OLD              PIC X(27) VALUE SPACES.
010800 77  SRCM-LOG-NEW              PIC X(27) VALUE SPACES.
010900 77  SRCM-LOG-COUNT            PIC 9(02) COMP VALUE ZERO.
010910 77  SRCM-LOG-LIMIT            PIC Z(6)9.99 VALUE ZERO.
011000*-----------------------------------------------------------------
011100 SCREEN SECTION.
011200 01  SRCM-SIGNON-SCREEN.
011300     05  BLANK SCREEN.
011400     05  LINE 1  COLUMN 1  VALUE
011500         "CALCSRC - SOURCE-SYSTEM MASTER MAINTENANCE".
011600     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
011700     05  LINE 3  COLUMN 14 PIC X(08) TO SRCM-OPERATOR.
011710     05  LINE 4  COLUMN 1  VALUE "PASSWORD...: ".
011720     05  LINE 4  COLUMN 14 PIC X(08) TO SRCM-PASSWORD SECURE.
011800 01  SRCM-LIST-SCREEN.
011900     05  BLANK SCREEN.
012000     05  LINE 1  COLUMN 1  VALUE
012100         "CALCSRC - SOURCE-SYSTEM MASTER MAINTENANCE".
012200     05  LINE 2  COLUMN 1  VALUE "OPERATOR: ".
012300     05  LINE 2  COLUMN 11 PIC X(08) FROM SRCM-OPERATOR.
012400     05  LINE 3  COLUMN 1  VALUE
012500         "NBR SRC DESCRIPTION          S OPS  FEED DD  CONTACT".
012600 01  SRCM-ENTRY-SCREEN.
012700     05  LINE 14 COLUMN 1  VALUE
012800         "SELECT NUMBER TO CHANGE, 99 TO ADD, OR 0 TO QUIT: ".
012900     05  LINE 14 COLUMN 52 PIC 9(02) TO SRCM-SELECTION.
013000 01  SRCM-CODE-SCREEN.
013100     05  LINE 16 COLUMN 1  VALUE "NEW SOURCE CODE....: ".
013200     05  LINE 16 COLUMN 22 PIC X(02) TO SRCM-NEW-CODE.
013300 01  SRCM-CHANGE-SCREEN.
013400     05  LINE 17 COLUMN 1  VALUE "DESCRIPTION........: ".
013500     05  LINE 17 COLUMN 22 PIC X(20) USING SRCM-NEW-DESC.
013600     05  LINE 18 COLUMN 1  VALUE "STATUS (A/S).......: ".
013700     05  LINE 18 COLUMN 22 PIC X(01) USING SRCM-NEW-STATUS.
013800     05  LINE 19 COLUMN 1  VALUE "OPERATIONS (ASMD)..: ".
013900     05  LINE 19 COLUMN 22 PIC X(04) USING SRCM-NEW-OPS.
014000     05  LINE 20 COLUMN 1  VALUE "FEED DD (FEED01-09): ".
014100     05  LINE 20 COLUMN 22 PIC X(08) USING SRCM-NEW-FEED-DD.
014200     05  LINE 21 COLUMN 1  VALUE "UPSTREAM CONTACT...: ".
014300     05  LINE 21 COLUMN 22 PIC X(27) USING SRCM-NEW-CONTACT.
014310     05  LINE 22 COLUMN 1  VALUE "HOLD LIMIT (0=NONE): ".
014320     05  LINE 22 COLUMN 22 PIC 9(07)V99 USING SRCM-NEW-LIMIT.
014400 PROCEDURE DIVISION.
014500 MAIN-PROCEDURE.
014600     PERFORM InitializeRun
014700     PERFORM LoadSourceList
014800     PERFORM DisplaySourceList
014900     PERFORM MaintenanceMenu UNTIL SRCM-DONE
015000     PERFORM CloseSourceFile
015100     STOP RUN.
015200
015300*-----------------------------------------------------------------
015400* InitializeRun - stamps the session timestamp and signs the
015410* operator on against the profile file; a blank operator id is
015420* asked for again, and a session that cannot sign on within
015430* SRCM-MAX-TRIES attempts ends here.
015700*-----------------------------------------------------------------
015800 InitializeRun.
015900     ACCEPT SRCM-RUN-DATE FROM DATE YYYYMMDD
016000     ACCEPT SRCM-RUN-TIME FROM TIME
016006     PERFORM SignOnOperator
016012         UNTIL SRCM-SIGNED-ON
016018            OR SRCM-SIGNON-TRIES >= SRCM-MAX-TRIES
016024     IF NOT SRCM-SIGNED-ON
016030         DISPLAY "CALCSRC: SIGN-ON FAILED - SESSION ENDED"
016036             LINE 7 COLUMN 1
016042         STOP RUN
016048     END-IF.
016054
016060 SignOnOperator.
016066     MOVE SPACES TO SRCM-PASSWORD
016072     DISPLAY SRCM-SIGNON-SCREEN
016078     ACCEPT SRCM-SIGNON-SCREEN
016084     IF SRCM-OPERATOR = SPACES
016090         DISPLAY "CALCSRC: OPERATOR ID REQUIRED"
016096             LINE 6 COLUMN 1
016102     ELSE
016108         ADD 1 TO SRCM-SIGNON-TRIES
016114         PERFORM VerifyOperator
016120     END-IF.
016126
016132*-----------------------------------------------------------------
016138* VerifyOperator - the id and password keyed against the
016144* operator's profile.  An id not on the file, inactive or
016150* locked is refused; a wrong password counts against the id
016156* and locks it at SRCM-MAX-FAILS; a profile with no password
016162* yet (new, or reset by a supervisor) takes the one keyed.  A
016168* good sign-on clears the failure count and stamps the date
016174* and time on the profile.  Every refusal and lockout goes to
016180* the activity log.
016186*-----------------------------------------------------------------
016192 VerifyOperator.
016198     OPEN I-O OperatorFile
016204     IF SRCM-OPF-STATUS NOT = "00"
016210         DISPLAY "CALCSRC: OPEN FAILED ON OPERATORFILE "
016216             "- STATUS " SRCM-OPF-STATUS
016222         STOP RUN
016228     END-IF
016234     MOVE SRCM-OPERATOR TO OpfId
016240     READ OperatorFile
016246         INVALID KEY
016252             CONTINUE
016258     END-READ
016264     MOVE SRCM-OPERATOR TO SRCM-HASH-ID
016270     MOVE SRCM-PASSWORD TO SRCM-HASH-PASS
016276     PERFORM HashPassword
016282     MOVE "SIGN-ON REFUSED" TO SRCM-SEC-EVENT
016288     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO SRCM-SEC-SHOW
016294     EVALUATE TRUE
016300         WHEN SRCM-OPF-STATUS NOT = "00"
016306             MOVE "ID NOT ON THE PROFILE FILE" TO SRCM-SEC-REASON
016312             PERFORM RefuseSignOn
016318         WHEN NOT OPF-ACTIVE
016324             MOVE "ID NOT ACTIVE" TO SRCM-SEC-REASON
016330             MOVE "ID NOT ACTIVE" TO SRCM-SEC-SHOW
016336             PERFORM RefuseSignOn
016342         WHEN OPF-LOCKED
016348             MOVE "ID LOCKED" TO SRCM-SEC-REASON
016354             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
016360                 TO SRCM-SEC-SHOW
016366             PERFORM RefuseSignOn
016372         WHEN SRCM-PASSWORD = SPACES
016378             MOVE "NO PASSWORD KEYED" TO SRCM-SEC-REASON
016384             MOVE "PASSWORD REQUIRED" TO SRCM-SEC-SHOW
016390             PERFORM RefuseSignOn
016396         WHEN OpfPassHash = ZERO
016402             MOVE SRCM-PASS-HASH TO OpfPassHash
016408             DISPLAY "CALCSRC: PASSWORD SET FOR " SRCM-OPERATOR
016414                 LINE 6 COLUMN 1
016420             PERFORM AcceptSignOn
016426         WHEN OpfPassHash NOT = SRCM-PASS-HASH
016432             PERFORM RecordBadPassword
016438         WHEN OTHER
016444             PERFORM AcceptSignOn
016450     END-EVALUATE
016456     CLOSE OperatorFile.
016462
016468 AcceptSignOn.
016474     MOVE ZERO TO OpfFailCount
016480     ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
016486     ACCEPT OpfLastSignTime FROM TIME
016492     PERFORM RewriteOperatorRecord
016498     MOVE OpfRole TO SRCM-ROLE
016504     SET SRCM-SIGNED-ON TO TRUE.
016510
016516*-----------------------------------------------------------------
016522* RecordBadPassword - one more failure against the id; at the
016528* limit the id is locked and the lockout, rather than the
016534* failure, is logged.
016540*-----------------------------------------------------------------
016546 RecordBadPassword.
016552     ADD 1 TO OpfFailCount
016558     IF OpfFailCount >= SRCM-MAX-FAILS
016564         SET OPF-LOCKED TO TRUE
016570         ACCEPT OpfLockDate FROM DATE YYYYMMDD
016576     END-IF
016582     PERFORM RewriteOperatorRecord
016588     MOVE "WRONG PASSWORD" TO SRCM-SEC-REASON
016594     IF OPF-LOCKED
016600         MOVE "LOCKED OUT" TO SRCM-SEC-EVENT
016606         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
016612             TO SRCM-SEC-SHOW
016618     END-IF
016624     PERFORM RefuseSignOn.
016630
016636 RewriteOperatorRecord.
016642     REWRITE OperatorRecord
016648     IF SRCM-OPF-STATUS NOT = "00"
016654         DISPLAY "CALCSRC: OPERATORFILE REWRITE FAILED "
016660             "- STATUS " SRCM-OPF-STATUS
016666         STOP RUN
016672     END-IF.
016678
016684 RefuseSignOn.
016690     PERFORM WriteSecurityRecord
016696     DISPLAY "CALCSRC: SIGN-ON REFUSED - " SRCM-SEC-SHOW
016702         LINE 6 COLUMN 1.
016708
016714*-----------------------------------------------------------------
016720* HashPassword - chains the 16 bytes of the id and password, in
016726* order, into SRCM-PASS-HASH.
016732*-----------------------------------------------------------------
016738 HashPassword.
016744     MOVE ZERO TO SRCM-PASS-HASH
016750     PERFORM ChainPasswordByte
016756         VARYING SRCM-HASH-IDX FROM 1 BY 1
016762         UNTIL SRCM-HASH-IDX > 16
016768     MOVE SPACES TO SRCM-HASH-PASS.
016774
016780 ChainPasswordByte.
016786     MOVE SRCM-HASH-BYTE (SRCM-HASH-IDX) TO SRCM-HASH-CHAR
016792     COMPUTE SRCM-HASH-WORK = SRCM-PASS-HASH * 256 + SRCM-HASH-ORD
016798     DIVIDE SRCM-HASH-WORK BY SRCM-HASH-MODULUS
016804         GIVING SRCM-HASH-QUOT REMAINDER SRCM-PASS-HASH.
016810
016816*-----------------------------------------------------------------
016822* WriteSecurityRecord - one activity-log record (type "A") for
016828* a refused sign-on, a lockout or a function refused for the
016834* operator's role: the id keyed, this screen, the event and the
016840* reason.  The log opens EXTEND for just the one write; an
016846* event that cannot be logged ends the session.
016852*-----------------------------------------------------------------
016858 WriteSecurityRecord.
016864     OPEN EXTEND ActivityFile
016870     IF SRCM-ACT-STATUS NOT = "00"
016876         DISPLAY "CALCSRC: OPEN FAILED ON ACTIVITYFILE "
016882             "- STATUS " SRCM-ACT-STATUS
016888         STOP RUN
016894     END-IF
016900     MOVE SPACES TO ActivityRecord
016906     SET ACT-SIGNON-SECURITY TO TRUE
016912     ACCEPT ActivityDate FROM DATE YYYYMMDD
016918     ACCEPT ActivityTime FROM TIME
016924     MOVE SRCM-OPERATOR TO ActivityOperator
016930     MOVE "CALCSRC" TO ActivityKey
016936     MOVE SRCM-SEC-EVENT TO ActivityOldData
016942     MOVE SRCM-SEC-REASON TO ActivityNewData
016948     WRITE ActivityRecord
016954     IF SRCM-ACT-STATUS NOT = "00"
016960         DISPLAY "CALCSRC: ACTIVITY LOG WRITE FAILED "
016966             "- STATUS " SRCM-ACT-STATUS
016972         STOP RUN
016978     END-IF
016984     CLOSE ActivityFile.
017000
017100*-----------------------------------------------------------------
017200* LoadSourceList - one keyed browse over the source master, in
017300* key order, into the session table.  The file stays open I-O
017400* for the session; the changes themselves are direct READ and
017500* REWRITE (or WRITE, for a new source) by key.  An empty master
017600* is not an error here - this is where the first source is
017700* added.
017800*-----------------------------------------------------------------
017900 LoadSourceList.
018000     OPEN I-O SourceFile
018100     IF SRCM-SRC-STATUS NOT = "00"
018200         DISPLAY "CALCSRC: OPEN FAILED ON SOURCEFILE "
018300             "- STATUS " SRCM-SRC-STATUS
018400         STOP RUN
018500     END-IF
018600     MOVE LOW-VALUES TO SrcCode
018700     START SourceFile KEY >= SrcCode
018800         INVALID KEY
018900             SET SRCM-END-OF-FILE TO TRUE
019000     END-START
019100     IF NOT SRCM-END-OF-FILE
019200         PERFORM ReadNextSource
019300     END-IF
019400     PERFORM StoreOneSource UNTIL SRCM-END-OF-FILE.
019500
019600 ReadNextSource.
019700     READ SourceFile NEXT
019800         AT END
019900             SET SRCM-END-OF-FILE TO TRUE
020000     END-READ.
020100
020200 StoreOneSource.
020300     IF SRCM-SRC-COUNT < SRCM-SRC-MAX
020400         ADD 1 TO SRCM-SRC-COUNT
020500         SET SRCM-SRC-IDX TO SRCM-SRC-COUNT
020600         PERFORM CopyRecordToTable
020700     ELSE
020800         DISPLAY "CALCSRC: MORE THAN " SRCM-SRC-MAX
020900             " SOURCES ON THE MASTER - LIST IS INCOMPLETE"
021000     END-IF
021100     PERFORM ReadNextSource.
021200
021300 CopyRecordToTable.
021400     MOVE SrcCode       TO SRCM-T-CODE (SRCM-SRC-IDX)
021500     MOVE SrcDesc       TO SRCM-T-DESC (SRCM-SRC-IDX)
021600     MOVE SrcStatus     TO SRCM-T-STATUS (SRCM-SRC-IDX)
021700     MOVE SrcAllowedOps TO SRCM-T-OPS (SRCM-SRC-IDX)
021800     MOVE SrcFeedDD     TO SRCM-T-FEED-DD (SRCM-SRC-IDX)
021810     MOVE SrcContact    TO SRCM-T-CONTACT (SRCM-SRC-IDX)
021820     IF SrcHoldLimit NUMERIC
021830         MOVE SrcHoldLimit TO SRCM-T-LIMIT (SRCM-SRC-IDX)
021840     ELSE
021850         MOVE ZERO TO SRCM-T-LIMIT (SRCM-SRC-IDX)
021860     END-IF.
022000
022100 CloseSourceFile.
022200     CLOSE SourceFile.
022300
022400*-----------------------------------------------------------------
022500* DisplaySourceList - paints the list screen and one line per
022600* source so the operator can see what feeds the family.
022700*-----------------------------------------------------------------
022800 DisplaySourceList.
022900     DISPLAY SRCM-LIST-SCREEN
023000     IF SRCM-SRC-COUNT = ZERO
023100         DISPLAY "  (NO SOURCES ON THE MASTER - 99 TO ADD)"
023200             LINE 4 COLUMN 1
023300     END-IF
023400     PERFORM DisplayOneSourceLine
023500         VARYING SRCM-SRC-IDX FROM 1 BY 1
023600         UNTIL SRCM-SRC-IDX > SRCM-SRC-COUNT.
023700
023800 DisplayOneSourceLine.
023900     DISPLAY SRCM-SRC-IDX
024000         "  " SRCM-T-CODE (SRCM-SRC-IDX)
024100         "  " SRCM-T-DESC (SRCM-SRC-IDX)
024200         " " SRCM-T-STATUS (SRCM-SRC-IDX)
024300         " " SRCM-T-OPS (SRCM-SRC-IDX)
024400         " " SRCM-T-FEED-DD (SRCM-SRC-IDX)
024500         " " SRCM-T-CONTACT (SRCM-SRC-IDX)
024600         LINE (3 + SRCM-SRC-IDX) COLUMN 1.
024700
024800*-----------------------------------------------------------------
024900* MaintenanceMenu - prompts for the number of a source to
025000* change, or 99 to add one, and applies it, repeating until the
025010* operator keys 0 to quit.  Only a parameter maintainer or a
025020* supervisor may add or change; anyone else is refused.
025200*-----------------------------------------------------------------
025300 MaintenanceMenu.
025400     MOVE ZERO TO SRCM-SELECTION
025500     DISPLAY SRCM-ENTRY-SCREEN
025600     ACCEPT SRCM-ENTRY-SCREEN
025700     EVALUATE TRUE
025800         WHEN SRCM-SELECTION = ZERO
025900             SET SRCM-DONE TO TRUE
025910         WHEN NOT SRCM-MAY-MAINTAIN
025920             PERFORM RefuseFunction
026000         WHEN SRCM-SEL-ADD
026100             PERFORM AddOneSource
026200         WHEN SRCM-SELECTION > SRCM-SRC-COUNT
026300             DISPLAY "CALCSRC: INVALID SELECTION NUMBER"
026400         WHEN OTHER
026500             PERFORM ChangeOneSource
026600     END-EVALUATE.
026700
026800*-----------------------------------------------------------------
026900* AddOneSource - the add round trip: a new two-byte code that
027000* is not already on the master (and is not "??", which every
027100* report keeps for sources it does not know), then the same
027200* fields and checks as a change.  A tenth source is refused up
027300* front - the batch programs stop on one.
027400*-----------------------------------------------------------------
027500 AddOneSource.
027600     IF SRCM-SRC-COUNT >= SRCM-SRC-MAX
027700         DISPLAY "CALCSRC: MASTER ALREADY HOLDS " SRCM-SRC-MAX
027800             " SOURCES - NO ADD MADE"
027900     ELSE
028000         MOVE SPACES TO SRCM-NEW-CODE
028100         DISPLAY SRCM-CODE-SCREEN
028200         ACCEPT SRCM-CODE-SCREEN
028300         PERFORM ValidateNewCode
028400         IF SRCM-VALID
028500             MOVE SPACES TO SRCM-NEW-DESC
028600             MOVE "A"    TO SRCM-NEW-STATUS
028700             MOVE "ASMD" TO SRCM-NEW-OPS
028800             MOVE SPACES TO SRCM-NEW-FEED-DD
028900             MOVE SPACES TO SRCM-NEW-CONTACT
028910             MOVE ZERO   TO SRCM-NEW-LIMIT
029000             PERFORM AcceptSourceFields
029100             IF SRCM-VALID
029200                 PERFORM ApplySourceAdd
029300             END-IF
029400         END-IF
029500     END-IF.
029600
029700 ValidateNewCode.
029800     MOVE "Y" TO SRCM-VALID-SW
029900     IF SRCM-NEW-CODE = SPACES OR SRCM-NEW-CODE = "??"
030000         MOVE "N" TO SRCM-VALID-SW
030100         DISPLAY "CALCSRC: SOURCE CODE NOT USABLE "
030200             "- NO ADD MADE"
030300     ELSE
030400         MOVE SRCM-NEW-CODE TO SrcCode
030500         READ SourceFile
030600             INVALID KEY
030700                 CONTINUE
030800             NOT INVALID KEY
030900                 MOVE "N" TO SRCM-VALID-SW
031000                 DISPLAY "CALCSRC: SOURCE " SRCM-NEW-CODE
031100                     " ALREADY ON THE MASTER - NO ADD MADE"
031200         END-READ
031300     END-IF.
031400
031500*-----------------------------------------------------------------
031600* ChangeOneSource - the change round trip for the selected
031700* source: its current values come up on the change screen for
031800* the operator to overtype.
031900*-----------------------------------------------------------------
032000 ChangeOneSource.
032100     SET SRCM-SRC-IDX TO SRCM-SELECTION
032200     MOVE SRCM-T-CODE (SRCM-SRC-IDX)    TO SRCM-NEW-CODE
032300     MOVE SRCM-T-DESC (SRCM-SRC-IDX)    TO SRCM-NEW-DESC
032400     MOVE SRCM-T-STATUS (SRCM-SRC-IDX)  TO SRCM-NEW-STATUS
032500     MOVE SRCM-T-OPS (SRCM-SRC-IDX)     TO SRCM-NEW-OPS
032600     MOVE SRCM-T-FEED-DD (SRCM-SRC-IDX) TO SRCM-NEW-FEED-DD
032700     MOVE SRCM-T-CONTACT (SRCM-SRC-IDX) TO SRCM-NEW-CONTACT
032710     MOVE SRCM-T-LIMIT (SRCM-SRC-IDX)   TO SRCM-NEW-LIMIT
032800     PERFORM AcceptSourceFields
032900     IF SRCM-VALID
033000         PERFORM ApplySourceChange
033100     END-IF.
033200
033300*-----------------------------------------------------------------
033400* AcceptSourceFields - accepts the source's fields and refuses
033500* anything the batch programs could not use: a blank
033600* description, a status other than A or S, or operation codes
033610* that are not A/S/M/D (at least one of them), or a feed DD
033620* that is not one of the nine feed slots FEED01 to FEED09 the
033630* nightly jobs allocate, or is already another source's.  A
033640* blank feed DD is allowed - the source sends no feed of its
033650* own - and so is a zero hold limit, which holds nothing.
033900*-----------------------------------------------------------------
034000 AcceptSourceFields.
034100     DISPLAY SRCM-CHANGE-SCREEN
034200     ACCEPT SRCM-CHANGE-SCREEN
034300     MOVE "Y" TO SRCM-VALID-SW
034400     MOVE ZERO TO SRCM-OP-COUNT
034500     MOVE "N" TO SRCM-OP-BAD-SW
034600     PERFORM CheckOneOperation
034700         VARYING SRCM-OP-IDX FROM 1 BY 1
034800         UNTIL SRCM-OP-IDX > 4
034810     PERFORM CheckFeedDD
034900     EVALUATE TRUE
035000         WHEN SRCM-NEW-DESC = SPACES
035100             MOVE "N" TO SRCM-VALID-SW
035200             DISPLAY "CALCSRC: DESCRIPTION REQUIRED "
035300                 "- NO CHANGE MADE"
035400         WHEN SRCM-NEW-STATUS NOT = "A"
035500             AND SRCM-NEW-STATUS NOT = "S"
035600             MOVE "N" TO SRCM-VALID-SW
035700             DISPLAY "CALCSRC: STATUS MUST BE A OR S "
035800                 "- NO CHANGE MADE"
035900         WHEN SRCM-OP-BAD OR SRCM-OP-COUNT = ZERO
036000             MOVE "N" TO SRCM-VALID-SW
036100             DISPLAY "CALCSRC: OPERATIONS MUST BE A/S/M/D "
036200                 "- NO CHANGE MADE"
036210         WHEN SRCM-DD-BAD
036220             MOVE "N" TO SRCM-VALID-SW
036230             DISPLAY "CALCSRC: FEED DD MUST BE FEED01-FEED09 "
036240                 "OR BLANK - NO CHANGE MADE"
036250         WHEN SRCM-DD-OWNER NOT = SPACES
036260             MOVE "N" TO SRCM-VALID-SW
036270             DISPLAY "CALCSRC: FEED DD " SRCM-NEW-FEED-DD
036280                 " ALREADY USED BY SOURCE " SRCM-DD-OWNER
036290                 " - NO CHANGE MADE"
036300         WHEN OTHER
036400             CONTINUE
036500     END-EVALUATE.
036600
036700*-----------------------------------------------------------------
036800* CheckOneOperation - one byte of the allowed-operations field:
036900* A/S/M/D counts, a blank is filler, anything else voids the
037000* whole field.
037100*-----------------------------------------------------------------
037200 CheckOneOperation.
037300     EVALUATE SRCM-NEW-OP (SRCM-OP-IDX)
037400         WHEN "A"
037500         WHEN "S"
037600         WHEN "M"
037700         WHEN "D"
037800             ADD 1 TO SRCM-OP-COUNT
037900         WHEN SPACE
038000             CONTINUE
038100         WHEN OTHER
038200             SET SRCM-OP-BAD TO TRUE
038300     END-EVALUATE.
038400
038403*-----------------------------------------------------------------
038406* CheckFeedDD - a non-blank feed DD must be FEED followed by a
038409* slot number 01 to 09, and no other source on the list may
038412* name the same slot.
038415*-----------------------------------------------------------------
038418 CheckFeedDD.
038421     MOVE "N" TO SRCM-DD-BAD-SW
038424     MOVE SPACES TO SRCM-DD-OWNER
038427     IF SRCM-NEW-FEED-DD NOT = SPACES
038430         IF SRCM-NEW-FEED-PREFIX NOT = "FEED"
038433             OR SRCM-NEW-FEED-SLOT NOT NUMERIC
038436             OR SRCM-NEW-FEED-SLOT < "01"
038439             OR SRCM-NEW-FEED-SLOT > "09"
038442             OR SRCM-NEW-FEED-PAD NOT = SPACES
038445             SET SRCM-DD-BAD TO TRUE
038448         ELSE
038451             PERFORM CheckOneFeedOwner
038454                 VARYING SRCM-DD-SUB FROM 1 BY 1
038457                 UNTIL SRCM-DD-SUB > SRCM-SRC-COUNT
038460         END-IF
038463     END-IF.
038466
038469 CheckOneFeedOwner.
038472     IF SRCM-T-FEED-DD (SRCM-DD-SUB) = SRCM-NEW-FEED-DD
038475         AND SRCM-T-CODE (SRCM-DD-SUB) NOT = SRCM-NEW-CODE
038478         MOVE SRCM-T-CODE (SRCM-DD-SUB) TO SRCM-DD-OWNER
038481     END-IF.
038484
038500*-----------------------------------------------------------------
038600* ApplySourceAdd - logs every field of the new source with a
038700* blank old value, then writes the record and adds it to the
038800* list.  The log writes come first: a change that cannot be
038900* logged is not made.
039000*-----------------------------------------------------------------
039100 ApplySourceAdd.
039200     MOVE SPACES TO SourceRecord
039210     MOVE ZERO TO SrcHoldLimit
039300     MOVE SRCM-NEW-CODE TO SrcCode
039400     MOVE ZERO TO SRCM-LOG-COUNT
039500     PERFORM LogChangedFields
039600     PERFORM MoveFieldsToRecord
039700     WRITE SourceRecord
039800     IF SRCM-SRC-STATUS NOT = "00"
039900         DISPLAY "CALCSRC: SOURCEFILE WRITE FAILED "
040000             "- STATUS " SRCM-SRC-STATUS
040100         STOP RUN
040200     END-IF
040300     ADD 1 TO SRCM-SRC-COUNT
040400     SET SRCM-SRC-IDX TO SRCM-SRC-COUNT
040500     PERFORM CopyRecordToTable
040600     PERFORM DisplaySourceList
040700     DISPLAY "CALCSRC: SOURCE " SRCM-NEW-CODE " ADDED"
040800         LINE 23 COLUMN 1.
040900
041000*-----------------------------------------------------------------
041100* ApplySourceChange - re-reads the source by key, logs each
041200* field that actually changed (old and new value), then
041300* rewrites the record with the new values, the operator and the
041400* date.  Nothing changed means nothing logged or rewritten.
041500*-----------------------------------------------------------------
041600 ApplySourceChange.
041700     MOVE SRCM-NEW-CODE TO SrcCode
041800     READ SourceFile
041900         INVALID KEY
042000             DISPLAY "CALCSRC: SOURCE GONE UNDER THIS "
042100                 "SESSION - RUN STOPPED"
042200             STOP RUN
042300     END-READ
042400     MOVE ZERO TO SRCM-LOG-COUNT
042500     PERFORM LogChangedFields
042600     IF SRCM-LOG-COUNT = ZERO
042700         DISPLAY "CALCSRC: SOURCE UNCHANGED - NOTHING LOGGED"
042800             LINE 23 COLUMN 1
042900     ELSE
043000         PERFORM MoveFieldsToRecord
043100         REWRITE SourceRecord
043200         IF SRCM-SRC-STATUS NOT = "00"
043300             DISPLAY "CALCSRC: SOURCEFILE REWRITE FAILED "
043400                 "- STATUS " SRCM-SRC-STATUS
043500             STOP RUN
043600         END-IF
043700         PERFORM CopyRecordToTable
043800         PERFORM DisplaySourceList
043900         DISPLAY "CALCSRC: SOURCE " SRCM-NEW-CODE " CHANGED - "
044000             SRCM-LOG-COUNT " FIELD(S) LOGGED"
044100             LINE 23 COLUMN 1
044200     END-IF.
044300
044400 MoveFieldsToRecord.
044500     MOVE SRCM-NEW-DESC    TO SrcDesc
044600     MOVE SRCM-NEW-STATUS  TO SrcStatus
044700     MOVE SRCM-NEW-OPS     TO SrcAllowedOps
044800     MOVE SRCM-NEW-FEED-DD TO SrcFeedDD
044900     MOVE SRCM-NEW-CONTACT TO SrcContact
044910     MOVE SRCM-NEW-LIMIT   TO SrcHoldLimit
045000     MOVE SRCM-RUN-DATE    TO SrcUpdDate
045100     MOVE SRCM-OPERATOR    TO SrcUpdOper.
045200
045300*-----------------------------------------------------------------
045400* LogChangedFields - one activity-log record for each field
045500* whose new value differs from the record in the FD (blank for
045600* a new source), keyed by source code and field name.
045700*-----------------------------------------------------------------
045800 LogChangedFields.
045900     MOVE SRCM-NEW-CODE TO SRCM-LOG-CODE
046000     IF SRCM-NEW-DESC NOT = SrcDesc
046100         MOVE "DESCRIPTION" TO SRCM-LOG-FIELD
046200         MOVE SrcDesc       TO SRCM-LOG-OLD
046300         MOVE SRCM-NEW-DESC TO SRCM-LOG-NEW
046400         PERFORM WriteActivityRecord
046500     END-IF
046600     IF SRCM-NEW-STATUS NOT = SrcStatus
046700         MOVE "STATUS"        TO SRCM-LOG-FIELD
046800         MOVE SrcStatus       TO SRCM-LOG-OLD
046900         MOVE SRCM-NEW-STATUS TO SRCM-LOG-NEW
047000         PERFORM WriteActivityRecord
047100     END-IF
047200     IF SRCM-NEW-OPS NOT = SrcAllowedOps
047300         MOVE "OPERATIONS"  TO SRCM-LOG-FIELD
047400         MOVE SrcAllowedOps TO SRCM-LOG-OLD
047500         MOVE SRCM-NEW-OPS  TO SRCM-LOG-NEW
047600         PERFORM WriteActivityRecord
047700     END-IF
047800     IF SRCM-NEW-FEED-DD NOT = SrcFeedDD
047900         MOVE "FEED DD"        TO SRCM-LOG-FIELD
048000         MOVE SrcFeedDD        TO SRCM-LOG-OLD
048100         MOVE SRCM-NEW-FEED-DD TO SRCM-LOG-NEW
048200         PERFORM WriteActivityRecord
048300     END-IF
048400     IF SRCM-NEW-CONTACT NOT = SrcContact
048500         MOVE "CONTACT"        TO SRCM-LOG-FIELD
048600         MOVE SrcContact       TO SRCM-LOG-OLD
048700         MOVE SRCM-NEW-CONTACT TO SRCM-LOG-NEW
048800         PERFORM WriteActivityRecord
048810     END-IF
048820     IF SrcHoldLimit NOT NUMERIC
048830         MOVE ZERO TO SrcHoldLimit
048840     END-IF
048850     IF SRCM-NEW-LIMIT NOT = SrcHoldLimit
048860         MOVE "HOLD LIMIT"     TO SRCM-LOG-FIELD
048870         MOVE SrcHoldLimit     TO SRCM-LOG-LIMIT
048880         MOVE SRCM-LOG-LIMIT   TO SRCM-LOG-OLD
048890         MOVE SRCM-NEW-LIMIT   TO SRCM-LOG-LIMIT
048900         MOVE SRCM-LOG-LIMIT   TO SRCM-LOG-NEW
048910         PERFORM WriteActivityRecord
048920     END-IF.
049000
049100*-----------------------------------------------------------------
049200* WriteActivityRecord - one activity-log record per changed
049300* field: who, when, which source and field, old value, new
049400* value.  The log opens EXTEND for just the one write, the way
049500* CalcParm does, so two screens cannot hold it against each
049600* other for a whole session.
049700*-----------------------------------------------------------------
049800 WriteActivityRecord.
049900     OPEN EXTEND ActivityFile
050000     IF SRCM-ACT-STATUS NOT = "00"
050100         DISPLAY "CALCSRC: OPEN FAILED ON ACTIVITYFILE "
050200             "- STATUS " SRCM-ACT-STATUS
050300         STOP RUN
050400     END-IF
050500     MOVE SPACES TO ActivityRecord
050600     SET ACT-SOURCE-CHANGE TO TRUE
050700     MOVE SRCM-RUN-DATE TO ActivityDate
050800     ACCEPT SRCM-RUN-TIME FROM TIME
050900     MOVE SRCM-RUN-TIME TO ActivityTime
051000     MOVE SRCM-OPERATOR TO ActivityOperator
051100     MOVE SRCM-LOG-KEY  TO ActivityKey
051200     MOVE SRCM-LOG-OLD  TO ActivityOldData
051300     MOVE SRCM-LOG-NEW  TO ActivityNewData
051400     WRITE ActivityRecord
051500     IF SRCM-ACT-STATUS NOT = "00"
051600         DISPLAY "CALCSRC: ACTIVITY LOG WRITE FAILED "
051700             "- STATUS " SRCM-ACT-STATUS
051800             " - CHANGE NOT MADE"
051900         STOP RUN
052000     END-IF
052100     CLOSE ActivityFile
052200     ADD 1 TO SRCM-LOG-COUNT.
052207
052214*-----------------------------------------------------------------
052221* RefuseFunction - the operator's role does not allow the
052228* function chosen: refused, and the refusal logged.
052235*-----------------------------------------------------------------
052242 RefuseFunction.
052249     MOVE "FUNCTION REFUSED" TO SRCM-SEC-EVENT
052256     MOVE "ROLE x MAY NOT MAINTAIN" TO SRCM-SEC-REASON
052263     MOVE SRCM-ROLE TO SRCM-SEC-REASON (6:1)
052270     PERFORM WriteSecurityRecord
052277     DISPLAY "CALCSRC: NOT ALLOWED FOR YOUR ROLE "
052284         "- NOTHING CHANGED" LINE 23 COLUMN 1.
052300 END PROGRAM CalcSrc.
