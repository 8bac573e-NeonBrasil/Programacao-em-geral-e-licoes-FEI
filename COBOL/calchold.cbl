000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Online approval screen for the Calculadora high-value
000500*          hold queue CALC.HOLDQ (DL100HLD), in the CalcCorr
000600*          screen style.  Calculadora diverts a detail whose
000700*          CalcResult is over its source's hold limit to the
000800*          queue instead of posting it; here a supervisor signs
000810*          on with id and password against the profile file
000820*          CALC.OPERFILE (DL100OPF), lists every item still
001000*          pending, and releases or declines each one.  A
001100*          released item is written to CALC.HOLDREL as a
001200*          DL100TXN detail flagged released, and rejoins the
001300*          next run through CalcEdit the way a CalcCorr
001400*          resubmit does; a declined item never posts.  The
001500*          screen refuses any decision by the operator who
001600*          keyed or corrected the item.  Every decision is
001700*          written to the protected activity log CALC.ACTLOG
001800*          (DL100ACT type "H") before anything else is done, so
001810*          a decision that cannot be logged is not made.  Only
001820*          the supervisor role may decide; any other active
001830*          operator may list the queue but is refused a decision.
002000* Tectonics: cobc
002100*-----------------------------------------------------------------
002200* Modification History:
002300* 15/10/2026 CAY  Initial version.
002310* 15/10/2026 CAY  Sign-on now checks id and password against the
002320*                 operator profile file CALC.OPERFILE, locking the
002330*                 id after repeated failures; decisions limited to
002340*                 the S role. Refused sign-ons, lockouts and
002350*                 refused decisions logged to CALC.ACTLOG as type
002360*                 A.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CalcHold.
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HoldFile ASSIGN TO "HOLDQ"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS HoldKey
003400         FILE STATUS IS HOLD-HOLD-STATUS.
003500     SELECT ReleaseFile ASSIGN TO "RELSOUT"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS HOLD-REL-STATUS.
003800     SELECT ActivityFile ASSIGN TO "ACTLOG"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS HOLD-ACT-STATUS.
004010     SELECT OperatorFile ASSIGN TO "OPERFILE"
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS RANDOM
004040         RECORD KEY IS OpfId
004050         FILE STATUS IS HOLD-OPF-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  HoldFile.
004400     COPY DL100HLD.
004500 FD  ReleaseFile
004600     RECORDING MODE IS F.
004700     COPY DL100TXN.
004800 FD  ActivityFile
004900     RECORDING MODE IS F.
005000     COPY DL100ACT.
005010 FD  OperatorFile.
005020     COPY DL100OPF.
005100 WORKING-STORAGE SECTION.
005200*-----------------------------------------------------------------
005300* File status and loop switches.
005400*-----------------------------------------------------------------
005500 77  HOLD-HOLD-STATUS          PIC X(02) VALUE "00".
005600 77  HOLD-REL-STATUS           PIC X(02) VALUE "00".
005700 77  HOLD-ACT-STATUS           PIC X(02) VALUE "00".
005800 77  HOLD-EOF-SW               PIC X(01) VALUE "N".
005900     88  HOLD-END-OF-FILE      VALUE "Y".
006000 77  HOLD-DONE-SW              PIC X(01) VALUE "N".
006100     88  HOLD-DONE             VALUE "Y".
006200 77  HOLD-OVERFLOW-SW          PIC X(01) VALUE "N".
006300     88  HOLD-TABLE-OVERFLOW   VALUE "Y".
006400*-----------------------------------------------------------------
006500* Session identity: the signed supervisor and the timestamp
006600* that go onto the hold record and the activity log.
006700*-----------------------------------------------------------------
006800 77  HOLD-OPERATOR             PIC X(08) VALUE SPACES.
006900 77  HOLD-TODAY                PIC 9(08) VALUE ZERO.
007000 77  HOLD-RUN-TIME             PIC 9(08) VALUE ZERO.
007002*-----------------------------------------------------------------
007004* Sign-on security: the operator's profile on CALC.OPERFILE
007006* (DL100OPF) is checked before anything else is shown.  The
007008* password is never kept - it is chained with the operator id
007010* into HOLD-PASS-HASH a byte at a time, as the audit seal is,
007012* and compared with the profile's hash.  HOLD-MAX-FAILS wrong
007014* passwords in a row lock the id until a supervisor clears it
007016* on CalcProf; a session gets HOLD-MAX-TRIES attempts.
007018*-----------------------------------------------------------------
007020 77  HOLD-OPF-STATUS           PIC X(02) VALUE "00".
007022 77  HOLD-PASSWORD             PIC X(08) VALUE SPACES.
007024 77  HOLD-SIGNON-SW            PIC X(01) VALUE "N".
007026     88  HOLD-SIGNED-ON        VALUE "Y".
007028 77  HOLD-SIGNON-TRIES         PIC 9(01) COMP VALUE ZERO.
007030 77  HOLD-MAX-TRIES            PIC 9(01) COMP VALUE 3.
007032 77  HOLD-MAX-FAILS            PIC 9(02) COMP VALUE 3.
007034 77  HOLD-ROLE                 PIC X(01) VALUE SPACE.
007036     88  HOLD-MAY-DECIDE       VALUE "S".
007038 77  HOLD-SEC-EVENT            PIC X(27) VALUE SPACES.
007040 77  HOLD-SEC-REASON           PIC X(27) VALUE SPACES.
007042 77  HOLD-SEC-SHOW             PIC X(40) VALUE SPACES.
007044 77  HOLD-HASH-MODULUS         PIC 9(10) COMP VALUE 9999999967.
007046 77  HOLD-HASH-WORK            PIC 9(13) COMP VALUE ZERO.
007048 77  HOLD-HASH-QUOT            PIC 9(13) COMP VALUE ZERO.
007050 77  HOLD-PASS-HASH            PIC 9(10) COMP VALUE ZERO.
007052 01  HOLD-HASH-ROW.
007054     05  HOLD-HASH-ID          PIC X(08).
007056     05  HOLD-HASH-PASS        PIC X(08).
007058 01  FILLER REDEFINES HOLD-HASH-ROW.
007060     05  HOLD-HASH-BYTE        PIC X(01) OCCURS 16 TIMES
007062                 INDEXED BY HOLD-HASH-IDX.
007064 01  HOLD-HASH-PAIR.
007066     05  FILLER                PIC X(01) VALUE LOW-VALUE.
007068     05  HOLD-HASH-CHAR        PIC X(01).
007070 01  HOLD-HASH-ORD REDEFINES HOLD-HASH-PAIR
007072                               PIC 9(04) COMP.
007100*-----------------------------------------------------------------
007200* HOLD-ITEM-TABLE - every item pending on the hold queue, in key
007300* order, so the supervisor can browse the list and pick one to
007400* decide.  HOLD-T-DONE-SW stops the same entry being decided
007500* twice in one session.
007600*-----------------------------------------------------------------
007700 77  HOLD-ITEM-MAX             PIC 9(03) COMP VALUE 50.
007800 77  HOLD-ITEM-COUNT           PIC 9(03) COMP VALUE ZERO.
007900 01  HOLD-ITEM-TABLE.
008000     05  HOLD-ITEM-ENTRY OCCURS 50 TIMES
008100                 INDEXED BY HOLD-ITEM-IDX.
008200         10  HOLD-T-RUN-DATE       PIC 9(08).
008300         10  HOLD-T-RECPOS         PIC 9(09).
008400         10  HOLD-T-FIRST-NUM      PIC S9(7)V99.
008500         10  HOLD-T-SECOND-NUM     PIC S9(7)V99.
008600         10  HOLD-T-OPER-CODE      PIC X(01).
008700         10  HOLD-T-RESULT         PIC S9(7)V99.
008800         10  HOLD-T-SOURCE         PIC X(02).
008900         10  HOLD-T-KEYED-BY       PIC X(08).
009000         10  HOLD-T-DONE-SW        PIC X(01).
009100*-----------------------------------------------------------------
009200* Supervisor entry fields.
009300*-----------------------------------------------------------------
009400 77  HOLD-SELECTION            PIC 9(03) VALUE ZERO.
009500 77  HOLD-DECISION             PIC X(01) VALUE SPACES.
009600     88  HOLD-DEC-RELEASE      VALUE "R".
009700     88  HOLD-DEC-DECLINE      VALUE "D".
009800*-----------------------------------------------------------------
009900* Activity-log work areas: the held row's key, its values, and
010000* the decision in the shape the DL100ACT data fields carry them.
010100*-----------------------------------------------------------------
010200 01  HOLD-ACT-KEY.
010300     05  HOLD-AK-DATE          PIC 9(08).
010400     05  HOLD-AK-POS           PIC 9(09).
010500 01  HOLD-ACT-OLD.
010600     05  HOLD-AO-FIRST         PIC S9(7)V99.
010700     05  HOLD-AO-SECOND        PIC S9(7)V99.
010800     05  HOLD-AO-OPER          PIC X(01).
010900     05  HOLD-AO-SOURCE        PIC X(02).
011000 01  HOLD-ACT-NEW.
011100     05  HOLD-AN-DECISION      PIC X(01).
011200     05  HOLD-AN-RESULT        PIC S9(7)V99.
011300     05  HOLD-AN-KEYED-BY      PIC X(08).
011400*-----------------------------------------------------------------
011500 SCREEN SECTION.
011600 01  HOLD-SIGNON-SCREEN.
011700     05  BLANK SCREEN.
011800     05  LINE 1  COLUMN 1  VALUE
011900         "CALCHOLD - HIGH-VALUE HOLD QUEUE APPROVAL".
012000     05  LINE 3  COLUMN 1  VALUE "SUPERVISOR ID: ".
012100     05  LINE 3  COLUMN 16 PIC X(08) TO HOLD-OPERATOR.
012110     05  LINE 4  COLUMN 1  VALUE "PASSWORD.....: ".
012120     05  LINE 4  COLUMN 16 PIC X(08) TO HOLD-PASSWORD SECURE.
012200 01  HOLD-LIST-SCREEN.
012300     05  BLANK SCREEN.
012400     05  LINE 1  COLUMN 1  VALUE
012500         "CALCHOLD - HIGH-VALUE HOLD QUEUE APPROVAL".
012600     05  LINE 2  COLUMN 1  VALUE "SUPERVISOR: ".
012700     05  LINE 2  COLUMN 13 PIC X(08) FROM HOLD-OPERATOR.
012800     05  LINE 3  COLUMN 1  VALUE
012900         "NBR RUNDATE  POSITION  FIRSTNUM  SECONDNUM OP RESULT
013000-        "    SRC KEYED BY".
013100 01  HOLD-ENTRY-SCREEN.
013200     05  LINE 20 COLUMN 1  VALUE
013300         "SELECT NUMBER TO DECIDE, OR 0 TO QUIT: ".
013400     05  LINE 20 COLUMN 41 PIC 9(03) TO HOLD-SELECTION.
013500 01  HOLD-DECISION-SCREEN.
013600     05  LINE 22 COLUMN 1  VALUE
013700         "R TO RELEASE, D TO DECLINE, BLANK TO LEAVE: ".
013800     05  LINE 22 COLUMN 45 PIC X(01) TO HOLD-DECISION.
013900 PROCEDURE DIVISION.
014000 MAIN-PROCEDURE.
014100     PERFORM InitializeRun
014200     PERFORM LoadPendingList
014300     IF HOLD-ITEM-COUNT = ZERO
014400         DISPLAY "CALCHOLD: NO ITEMS PENDING ON THE HOLD QUEUE"
014500     ELSE
014600         OPEN OUTPUT ReleaseFile
014700         IF HOLD-REL-STATUS NOT = "00"
014800             DISPLAY "CALCHOLD: OPEN FAILED ON RELEASEFILE "
014900                 "- STATUS " HOLD-REL-STATUS
015000             STOP RUN
015100         END-IF
015200         PERFORM DisplayPendingList
015300         PERFORM ApprovalMenu UNTIL HOLD-DONE
015400         CLOSE ReleaseFile
015500     END-IF
015600     CLOSE HoldFile
015700     STOP RUN.
015800
015900*-----------------------------------------------------------------
016000* InitializeRun - stamps today's date for the decision and the
016010* activity log, and signs the supervisor on against the
016020* profile file; a blank id is asked for again, since the
016030* same-operator check and the activity log both rest on it,
016040* and a session that cannot sign on within HOLD-MAX-TRIES
016050* attempts ends here.
016400*-----------------------------------------------------------------
016500 InitializeRun.
016600     ACCEPT HOLD-TODAY FROM DATE YYYYMMDD
016606     PERFORM SignOnOperator
016612         UNTIL HOLD-SIGNED-ON
016618            OR HOLD-SIGNON-TRIES >= HOLD-MAX-TRIES
016624     IF NOT HOLD-SIGNED-ON
016630         DISPLAY "CALCHOLD: SIGN-ON FAILED - SESSION ENDED"
016636             LINE 7 COLUMN 1
016642         STOP RUN
016648     END-IF.
016654
016660 SignOnOperator.
016666     MOVE SPACES TO HOLD-PASSWORD
016672     DISPLAY HOLD-SIGNON-SCREEN
016678     ACCEPT HOLD-SIGNON-SCREEN
016684     IF HOLD-OPERATOR = SPACES
016690         DISPLAY "CALCHOLD: SUPERVISOR ID REQUIRED"
016696             LINE 6 COLUMN 1
016702     ELSE
016708         ADD 1 TO HOLD-SIGNON-TRIES
016714         PERFORM VerifyOperator
016720     END-IF.
016726
016732*-----------------------------------------------------------------
016738* VerifyOperator - the id and password keyed against the
016744* operator's profile.  An id not on the file, inactive or
016750* locked is refused; a wrong password counts against the id
016756* and locks it at HOLD-MAX-FAILS; a profile with no password
016762* yet (new, or reset by a supervisor) takes the one keyed.  A
016768* good sign-on clears the failure count and stamps the date
016774* and time on the profile.  Every refusal and lockout goes to
016780* the activity log.
016786*-----------------------------------------------------------------
016792 VerifyOperator.
016798     OPEN I-O OperatorFile
016804     IF HOLD-OPF-STATUS NOT = "00"
016810         DISPLAY "CALCHOLD: OPEN FAILED ON OPERATORFILE "
016816             "- STATUS " HOLD-OPF-STATUS
016822         STOP RUN
016828     END-IF
016834     MOVE HOLD-OPERATOR TO OpfId
016840     READ OperatorFile
016846         INVALID KEY
016852             CONTINUE
016858     END-READ
016864     MOVE HOLD-OPERATOR TO HOLD-HASH-ID
016870     MOVE HOLD-PASSWORD TO HOLD-HASH-PASS
016876     PERFORM HashPassword
016882     MOVE "SIGN-ON REFUSED" TO HOLD-SEC-EVENT
016888     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO HOLD-SEC-SHOW
016894     EVALUATE TRUE
016900         WHEN HOLD-OPF-STATUS NOT = "00"
016906             MOVE "ID NOT ON THE PROFILE FILE" TO HOLD-SEC-REASON
016912             PERFORM RefuseSignOn
016918         WHEN NOT OPF-ACTIVE
016924             MOVE "ID NOT ACTIVE" TO HOLD-SEC-REASON
016930             MOVE "ID NOT ACTIVE" TO HOLD-SEC-SHOW
016936             PERFORM RefuseSignOn
016942         WHEN OPF-LOCKED
016948             MOVE "ID LOCKED" TO HOLD-SEC-REASON
016954             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
016960                 TO HOLD-SEC-SHOW
016966             PERFORM RefuseSignOn
016972         WHEN HOLD-PASSWORD = SPACES
016978             MOVE "NO PASSWORD KEYED" TO HOLD-SEC-REASON
016984             MOVE "PASSWORD REQUIRED" TO HOLD-SEC-SHOW
016990             PERFORM RefuseSignOn
016996         WHEN OpfPassHash = ZERO
017002             MOVE HOLD-PASS-HASH TO OpfPassHash
017008             DISPLAY "CALCHOLD: PASSWORD SET FOR " HOLD-OPERATOR
017014                 LINE 6 COLUMN 1
017020             PERFORM AcceptSignOn
017026         WHEN OpfPassHash NOT = HOLD-PASS-HASH
017032             PERFORM RecordBadPassword
017038         WHEN OTHER
017044             PERFORM AcceptSignOn
017050     END-EVALUATE
017056     CLOSE OperatorFile.
017062
017068 AcceptSignOn.
017074     MOVE ZERO TO OpfFailCount
017080     ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
017086     ACCEPT OpfLastSignTime FROM TIME
017092     PERFORM RewriteOperatorRecord
017098     MOVE OpfRole TO HOLD-ROLE
017104     SET HOLD-SIGNED-ON TO TRUE.
017110
017116*-----------------------------------------------------------------
017122* RecordBadPassword - one more failure against the id; at the
017128* limit the id is locked and the lockout, rather than the
017134* failure, is logged.
017140*-----------------------------------------------------------------
017146 RecordBadPassword.
017152     ADD 1 TO OpfFailCount
017158     IF OpfFailCount >= HOLD-MAX-FAILS
017164         SET OPF-LOCKED TO TRUE
017170         ACCEPT OpfLockDate FROM DATE YYYYMMDD
017176     END-IF
017182     PERFORM RewriteOperatorRecord
017188     MOVE "WRONG PASSWORD" TO HOLD-SEC-REASON
017194     IF OPF-LOCKED
017200         MOVE "LOCKED OUT" TO HOLD-SEC-EVENT
017206         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
017212             TO HOLD-SEC-SHOW
017218     END-IF
017224     PERFORM RefuseSignOn.
017230
017236 RewriteOperatorRecord.
017242     REWRITE OperatorRecord
017248     IF HOLD-OPF-STATUS NOT = "00"
017254         DISPLAY "CALCHOLD: OPERATORFILE REWRITE FAILED "
017260             "- STATUS " HOLD-OPF-STATUS
017266         STOP RUN
017272     END-IF.
017278
017284 RefuseSignOn.
017290     PERFORM WriteSecurityRecord
017296     DISPLAY "CALCHOLD: SIGN-ON REFUSED - " HOLD-SEC-SHOW
017302         LINE 6 COLUMN 1.
017308
017314*-----------------------------------------------------------------
017320* HashPassword - chains the 16 bytes of the id and password, in
017326* order, into HOLD-PASS-HASH.
017332*-----------------------------------------------------------------
017338 HashPassword.
017344     MOVE ZERO TO HOLD-PASS-HASH
017350     PERFORM ChainPasswordByte
017356         VARYING HOLD-HASH-IDX FROM 1 BY 1
017362         UNTIL HOLD-HASH-IDX > 16
017368     MOVE SPACES TO HOLD-HASH-PASS.
017374
017380 ChainPasswordByte.
017386     MOVE HOLD-HASH-BYTE (HOLD-HASH-IDX) TO HOLD-HASH-CHAR
017392     COMPUTE HOLD-HASH-WORK = HOLD-PASS-HASH * 256 + HOLD-HASH-ORD
017398     DIVIDE HOLD-HASH-WORK BY HOLD-HASH-MODULUS
017404         GIVING HOLD-HASH-QUOT REMAINDER HOLD-PASS-HASH.
017410
017416*-----------------------------------------------------------------
017422* WriteSecurityRecord - one activity-log record (type "A") for
017428* a refused sign-on, a lockout or a function refused for the
017434* operator's role: the id keyed, this screen, the event and the
017440* reason.  The log opens EXTEND for just the one write; an
017446* event that cannot be logged ends the session.
017452*-----------------------------------------------------------------
017458 WriteSecurityRecord.
017464     OPEN EXTEND ActivityFile
017470     IF HOLD-ACT-STATUS NOT = "00"
017476         DISPLAY "CALCHOLD: OPEN FAILED ON ACTIVITYFILE "
017482             "- STATUS " HOLD-ACT-STATUS
017488         STOP RUN
017494     END-IF
017500     MOVE SPACES TO ActivityRecord
017506     SET ACT-SIGNON-SECURITY TO TRUE
017512     ACCEPT ActivityDate FROM DATE YYYYMMDD
017518     ACCEPT ActivityTime FROM TIME
017524     MOVE HOLD-OPERATOR TO ActivityOperator
017530     MOVE "CALCHOLD" TO ActivityKey
017536     MOVE HOLD-SEC-EVENT TO ActivityOldData
017542     MOVE HOLD-SEC-REASON TO ActivityNewData
017548     WRITE ActivityRecord
017554     IF HOLD-ACT-STATUS NOT = "00"
017560         DISPLAY "CALCHOLD: ACTIVITY LOG WRITE FAILED "
017566             "- STATUS " HOLD-ACT-STATUS
017572         STOP RUN
017578     END-IF
017584     CLOSE ActivityFile.
017600
017700*-----------------------------------------------------------------
017800* LoadPendingList - one keyed browse over the hold queue, in key
017900* order, keeping only the items still pending.  The file stays
018000* open I-O for the session; each decision is a direct READ and
018100* REWRITE by key.  When the table is already full and another
018200* pending item shows up, warns once that the list is not
018300* complete rather than silently dropping it.
018400*-----------------------------------------------------------------
018500 LoadPendingList.
018600     OPEN I-O HoldFile
018700     IF HOLD-HOLD-STATUS NOT = "00"
018800         DISPLAY "CALCHOLD: OPEN FAILED ON HOLDFILE "
018900             "- STATUS " HOLD-HOLD-STATUS
019000         STOP RUN
019100     END-IF
019200     MOVE LOW-VALUES TO HoldKey
019300     START HoldFile KEY >= HoldKey
019400         INVALID KEY
019500             SET HOLD-END-OF-FILE TO TRUE
019600     END-START
019700     IF NOT HOLD-END-OF-FILE
019800         PERFORM ReadNextHold
019900     END-IF
020000     PERFORM StoreOneHold UNTIL HOLD-END-OF-FILE.
020100
020200 ReadNextHold.
020300     READ HoldFile NEXT
020400         AT END
020500             SET HOLD-END-OF-FILE TO TRUE
020600     END-READ.
020700
020800 StoreOneHold.
020900     IF HOLD-PENDING
021000         IF HOLD-ITEM-COUNT < HOLD-ITEM-MAX
021100             ADD 1 TO HOLD-ITEM-COUNT
021200             SET HOLD-ITEM-IDX TO HOLD-ITEM-COUNT
021300             PERFORM CopyHoldToTable
021400         ELSE
021500             IF NOT HOLD-TABLE-OVERFLOW
021600                 SET HOLD-TABLE-OVERFLOW TO TRUE
021700                 DISPLAY "CALCHOLD: MORE THAN " HOLD-ITEM-MAX
021800                     " ITEMS PENDING ON THE QUEUE"
021900                     " - LIST IS INCOMPLETE"
022000             END-IF
022100         END-IF
022200     END-IF
022300     PERFORM ReadNextHold.
022400
022500 CopyHoldToTable.
022600     MOVE HoldRunDate   TO HOLD-T-RUN-DATE (HOLD-ITEM-IDX)
022700     MOVE HoldRecPos    TO HOLD-T-RECPOS (HOLD-ITEM-IDX)
022800     MOVE HoldFirstNum  TO HOLD-T-FIRST-NUM (HOLD-ITEM-IDX)
022900     MOVE HoldSecondNum TO HOLD-T-SECOND-NUM (HOLD-ITEM-IDX)
023000     MOVE HoldOperCode  TO HOLD-T-OPER-CODE (HOLD-ITEM-IDX)
023100     MOVE HoldResult    TO HOLD-T-RESULT (HOLD-ITEM-IDX)
023200     MOVE HoldSource    TO HOLD-T-SOURCE (HOLD-ITEM-IDX)
023300     MOVE HoldKeyedBy   TO HOLD-T-KEYED-BY (HOLD-ITEM-IDX)
023400     MOVE "N"           TO HOLD-T-DONE-SW (HOLD-ITEM-IDX).
023500
023600*-----------------------------------------------------------------
023700* DisplayPendingList - paints the list screen and one line per
023800* pending item, at the line position matching its table
023900* position.
024000*-----------------------------------------------------------------
024100 DisplayPendingList.
024200     DISPLAY HOLD-LIST-SCREEN
024300     PERFORM DisplayOneHoldLine
024400         VARYING HOLD-ITEM-IDX FROM 1 BY 1
024500         UNTIL HOLD-ITEM-IDX > HOLD-ITEM-COUNT.
024600
024700 DisplayOneHoldLine.
024800     DISPLAY HOLD-ITEM-IDX
024900         " " HOLD-T-RUN-DATE (HOLD-ITEM-IDX)
025000         " " HOLD-T-RECPOS (HOLD-ITEM-IDX)
025100         " " HOLD-T-FIRST-NUM (HOLD-ITEM-IDX)
025200         " " HOLD-T-SECOND-NUM (HOLD-ITEM-IDX)
025300         " " HOLD-T-OPER-CODE (HOLD-ITEM-IDX)
025400         " " HOLD-T-RESULT (HOLD-ITEM-IDX)
025500         " " HOLD-T-SOURCE (HOLD-ITEM-IDX)
025600         " " HOLD-T-KEYED-BY (HOLD-ITEM-IDX)
025700         LINE (3 + HOLD-ITEM-IDX) COLUMN 1.
025800
025900*-----------------------------------------------------------------
026000* ApprovalMenu - prompts for the number of a held item and the
026100* decision on it, repeating until the supervisor keys 0 to quit.
026110* Any active operator may list the queue; only the supervisor
026120* role may release or decline.
026200*-----------------------------------------------------------------
026300 ApprovalMenu.
026400     MOVE ZERO TO HOLD-SELECTION
026500     DISPLAY HOLD-ENTRY-SCREEN
026600     ACCEPT HOLD-ENTRY-SCREEN
026700     EVALUATE TRUE
026800         WHEN HOLD-SELECTION = ZERO
026900             SET HOLD-DONE TO TRUE
027000         WHEN HOLD-SELECTION > HOLD-ITEM-COUNT
027100             DISPLAY "CALCHOLD: INVALID SELECTION NUMBER"
027110         WHEN NOT HOLD-MAY-DECIDE
027120             PERFORM RefuseFunction
027200         WHEN OTHER
027300             PERFORM DecideOneItem
027400     END-EVALUATE.
027500
027600*-----------------------------------------------------------------
027700* DecideOneItem - refuses an item already decided this session,
027800* and any decision by the operator who keyed or corrected the
027900* item (four eyes on every high-value figure), then takes the
028000* decision and applies it.  A blank decision leaves the item
028100* pending.
028200*-----------------------------------------------------------------
028300 DecideOneItem.
028400     SET HOLD-ITEM-IDX TO HOLD-SELECTION
028500     EVALUATE TRUE
028600         WHEN HOLD-T-DONE-SW (HOLD-ITEM-IDX) = "Y"
028700             DISPLAY "CALCHOLD: ITEM " HOLD-SELECTION
028800                 " ALREADY DECIDED THIS SESSION"
028900         WHEN HOLD-T-KEYED-BY (HOLD-ITEM-IDX) = HOLD-OPERATOR
029000             DISPLAY "CALCHOLD: ITEM " HOLD-SELECTION
029100                 " WAS KEYED BY " HOLD-OPERATOR
029200                 " - ANOTHER SUPERVISOR MUST DECIDE IT"
029300         WHEN OTHER
029400             MOVE SPACES TO HOLD-DECISION
029500             DISPLAY HOLD-DECISION-SCREEN
029600             ACCEPT HOLD-DECISION-SCREEN
029700             EVALUATE TRUE
029800                 WHEN HOLD-DEC-RELEASE OR HOLD-DEC-DECLINE
029900                     PERFORM ApplyDecision
030000                 WHEN HOLD-DECISION = SPACES
030100                     DISPLAY "CALCHOLD: ITEM " HOLD-SELECTION
030200                         " LEFT PENDING"
030300                 WHEN OTHER
030400                     DISPLAY "CALCHOLD: DECISION MUST BE R OR D"
030500                         " - ITEM LEFT PENDING"
030600             END-EVALUATE
030700     END-EVALUATE.
030800
030900*-----------------------------------------------------------------
031000* ApplyDecision - re-reads the item by key and makes sure it is
031100* still pending (another supervisor may have decided it since
031200* this session's list was built), then logs the decision,
031300* writes a released item to the release file, and rewrites the
031400* hold record with the decision, the date and time, and the
031500* supervisor.  The log write comes first: a decision that
031600* cannot be logged is not made.
031700*-----------------------------------------------------------------
031800 ApplyDecision.
031900     MOVE HOLD-T-RUN-DATE (HOLD-ITEM-IDX) TO HoldRunDate
032000     MOVE HOLD-T-RECPOS (HOLD-ITEM-IDX)   TO HoldRecPos
032100     READ HoldFile
032200         INVALID KEY
032300             DISPLAY "CALCHOLD: HOLD ITEM GONE UNDER THIS "
032400                 "SESSION - RUN STOPPED"
032500             STOP RUN
032600     END-READ
032700     IF NOT HOLD-PENDING
032800         DISPLAY "CALCHOLD: ITEM " HOLD-SELECTION
032900             " ALREADY DECIDED BY " HoldDecOper
033000         MOVE "Y" TO HOLD-T-DONE-SW (HOLD-ITEM-IDX)
033100     ELSE
033200         PERFORM WriteHoldActivity
033300         IF HOLD-DEC-RELEASE
033400             PERFORM WriteReleaseRecord
033500             SET HOLD-RELEASED TO TRUE
033600         ELSE
033700             SET HOLD-DECLINED TO TRUE
033800         END-IF
033900         MOVE HOLD-TODAY    TO HoldDecDate
034000         MOVE HOLD-RUN-TIME TO HoldDecTime
034100         MOVE HOLD-OPERATOR TO HoldDecOper
034200         REWRITE HoldRecord
034300         IF HOLD-HOLD-STATUS NOT = "00"
034400             DISPLAY "CALCHOLD: HOLDFILE REWRITE FAILED "
034500                 "- STATUS " HOLD-HOLD-STATUS
034600             STOP RUN
034700         END-IF
034800         MOVE "Y" TO HOLD-T-DONE-SW (HOLD-ITEM-IDX)
034900         IF HOLD-DEC-RELEASE
035000             DISPLAY "CALCHOLD: ITEM " HOLD-SELECTION
035100                 " RELEASED FOR NEXT RUN"
035200         ELSE
035300             DISPLAY "CALCHOLD: ITEM " HOLD-SELECTION
035400                 " DECLINED"
035500         END-IF
035600     END-IF.
035700
035800*-----------------------------------------------------------------
035900* WriteReleaseRecord - the released item as a DL100TXN detail:
036000* its values as calculated when it was held (a running-balance
036100* item carries the prior result it was resolved against as its
036200* FirstNum, so it does not chain again), its source, the
036300* operator who keyed it, and the released flag so Calculadora
036400* posts it rather than holding it a second time.
036500*-----------------------------------------------------------------
036600 WriteReleaseRecord.
036700     MOVE SPACES TO TransactionRecord
036800     SET TXN-DETAIL TO TRUE
036900     MOVE HoldFirstNum  TO FirstNum
037000     MOVE HoldSecondNum TO SecondNum
037100     MOVE HoldOperCode  TO OperationCode
037200     MOVE HoldSource    TO TransactionSource
037300     MOVE HoldKeyedBy   TO TransactionOperator
037400     SET TXN-RELEASED TO TRUE
037500     WRITE TransactionRecord
037600     IF HOLD-REL-STATUS NOT = "00"
037700         DISPLAY "CALCHOLD: RELEASEFILE WRITE FAILED "
037800             "- STATUS " HOLD-REL-STATUS
037900         STOP RUN
038000     END-IF.
038100
038200*-----------------------------------------------------------------
038300* WriteHoldActivity - one activity-log record per decision:
038400* supervisor, timestamp, the held row's run date and record
038500* position, its values, the decision, the held CalcResult and
038600* who keyed the item.  ActivityDate is the actual system date.
038700* The log opens EXTEND for just the one write, the way the
038800* other screens do.
038900*-----------------------------------------------------------------
039000 WriteHoldActivity.
039100     OPEN EXTEND ActivityFile
039200     IF HOLD-ACT-STATUS NOT = "00"
039300         DISPLAY "CALCHOLD: OPEN FAILED ON ACTIVITYFILE "
039400             "- STATUS " HOLD-ACT-STATUS
039500         STOP RUN
039600     END-IF
039700     MOVE SPACES TO ActivityRecord
039800     SET ACT-HOLD-DECISION TO TRUE
039900     MOVE HOLD-TODAY TO ActivityDate
040000     ACCEPT HOLD-RUN-TIME FROM TIME
040100     MOVE HOLD-RUN-TIME TO ActivityTime
040200     MOVE HOLD-OPERATOR TO ActivityOperator
040300     MOVE HoldRunDate TO HOLD-AK-DATE
040400     MOVE HoldRecPos  TO HOLD-AK-POS
040500     MOVE HOLD-ACT-KEY TO ActivityKey
040600     MOVE HoldFirstNum  TO HOLD-AO-FIRST
040700     MOVE HoldSecondNum TO HOLD-AO-SECOND
040800     MOVE HoldOperCode  TO HOLD-AO-OPER
040900     MOVE HoldSource    TO HOLD-AO-SOURCE
041000     MOVE HOLD-ACT-OLD TO ActivityOldData
041100     MOVE HOLD-DECISION TO HOLD-AN-DECISION
041200     MOVE HoldResult    TO HOLD-AN-RESULT
041300     MOVE HoldKeyedBy   TO HOLD-AN-KEYED-BY
041400     MOVE HOLD-ACT-NEW TO ActivityNewData
041500     WRITE ActivityRecord
041600     IF HOLD-ACT-STATUS NOT = "00"
041700         DISPLAY "CALCHOLD: ACTIVITY LOG WRITE FAILED "
041800             "- STATUS " HOLD-ACT-STATUS
041900             " - DECISION NOT MADE"
042000         STOP RUN
042100     END-IF
042200     CLOSE ActivityFile.
042207
042214*-----------------------------------------------------------------
042221* RefuseFunction - the operator's role does not allow the
042228* function chosen: refused, and the refusal logged.
042235*-----------------------------------------------------------------
042242 RefuseFunction.
042249     MOVE "FUNCTION REFUSED" TO HOLD-SEC-EVENT
042256     MOVE "ROLE x MAY NOT DECIDE HOLDS" TO HOLD-SEC-REASON
042263     MOVE HOLD-ROLE TO HOLD-SEC-REASON (6:1)
042270     PERFORM WriteSecurityRecord
042277     DISPLAY "CALCHOLD: NOT ALLOWED FOR YOUR ROLE "
042284         "- NOTHING DECIDED" LINE 23 COLUMN 1.
042300 END PROGRAM CalcHold.
