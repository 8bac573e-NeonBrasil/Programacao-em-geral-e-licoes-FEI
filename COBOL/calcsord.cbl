000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Online maintenance screen for the Calculadora
000500*          standing-order master CALC.STNDORD (DL100STO), in the
000510*          CalcSrc screen style.  An operator signs on with id
000520*          and password against the profile file CALC.OPERFILE
000530*          (DL100OPF), browses the standing orders ten to a
000800*          page with their description, source, operation,
000900*          frequency, dates, status and the business date each
001000*          was last raised for, and adds an order or changes
001100*          one in place.  An order carries the FirstNum,
001200*          SecondNum, OperationCode, source and running-balance
001300*          flag CalcSgen raises for it, how often it falls due
001400*          (D daily, W weekly on a weekday 1-7 from Monday, M
001500*          monthly on a day 1-31, E the month's last working
001600*          day) and the dates it runs between (a zero end date
001700*          runs until changed).  The source must be on the
001800*          source master and allowed the operation code, so an
001900*          order is refused here rather than rejected every
002000*          night.  Every changed field is written to the
002100*          protected activity log CALC.ACTLOG (DL100ACT type
002200*          "O", opened EXTEND so the log only grows) with the
002300*          old and new value, the operator and the timestamp,
002400*          before the master is touched.  Status is A (active),
002500*          S (suspended) or E (expired - CalcSgen sets it once
002600*          the end date passes; keying A with a later end date
002700*          brings the order back).  New orders are numbered on
002710*          from the highest number on the master.  Any active
002720*          operator may browse; only a parameter maintainer or
002730*          supervisor may add or change an order.
002900* Tectonics: cobc
003000*-----------------------------------------------------------------
003100* Modification History:
003200* 15/10/2026 CAY  Initial version.
003210* 15/10/2026 CAY  Sign-on now checks id and password against the
003220*                 operator profile file CALC.OPERFILE, locking the
003230*                 id after repeated failures; adds and changes
003240*                 limited to the P and S roles. Refused sign-ons,
003250*                 lockouts and refused functions logged to
003260*                 CALC.ACTLOG as type A.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CalcSord.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT StandingFile ASSIGN TO "STNDORD"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS StoId
004300         FILE STATUS IS SORD-STO-STATUS.
004400     SELECT SourceFile ASSIGN TO "SRCMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS SrcCode
004800         FILE STATUS IS SORD-SRC-STATUS.
004900     SELECT ActivityFile ASSIGN TO "ACTLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS SORD-ACT-STATUS.
005110     SELECT OperatorFile ASSIGN TO "OPERFILE"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS RANDOM
005140         RECORD KEY IS OpfId
005150         FILE STATUS IS SORD-OPF-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  StandingFile.
005500     COPY DL100STO.
005600 FD  SourceFile.
005700     COPY DL100SRC.
005800 FD  ActivityFile
005900     RECORDING MODE IS F.
006000     COPY DL100ACT.
006010 FD  OperatorFile.
006020     COPY DL100OPF.
006100 WORKING-STORAGE SECTION.
006200*-----------------------------------------------------------------
006300* File status and loop switches.
006400*-----------------------------------------------------------------
006500 77  SORD-STO-STATUS           PIC X(02) VALUE "00".
006600 77  SORD-SRC-STATUS           PIC X(02) VALUE "00".
006700 77  SORD-ACT-STATUS           PIC X(02) VALUE "00".
006800 77  SORD-EOF-SW               PIC X(01) VALUE "N".
006900     88  SORD-END-OF-FILE      VALUE "Y".
007000 77  SORD-DONE-SW              PIC X(01) VALUE "N".
007100     88  SORD-DONE             VALUE "Y".
007200 77  SORD-VALID-SW             PIC X(01) VALUE "Y".
007300     88  SORD-VALID            VALUE "Y".
007400 77  SORD-OVERFLOW-SW          PIC X(01) VALUE "N".
007500     88  SORD-OVERFLOW         VALUE "Y".
007600*-----------------------------------------------------------------
007700* Session identity: the signed operator and the timestamp that
007800* go onto the order record and the activity log.
007900*-----------------------------------------------------------------
008000 77  SORD-OPERATOR             PIC X(08) VALUE SPACES.
008100 77  SORD-RUN-DATE             PIC 9(08) VALUE ZERO.
008200 77  SORD-RUN-TIME             PIC 9(08) VALUE ZERO.
008202*-----------------------------------------------------------------
008204* Sign-on security: the operator's profile on CALC.OPERFILE
008206* (DL100OPF) is checked before anything else is shown.  The
008208* password is never kept - it is chained with the operator id
008210* into SORD-PASS-HASH a byte at a time, as the audit seal is,
008212* and compared with the profile's hash.  SORD-MAX-FAILS wrong
008214* passwords in a row lock the id until a supervisor clears it
008216* on CalcProf; a session gets SORD-MAX-TRIES attempts.
008218*-----------------------------------------------------------------
008220 77  SORD-OPF-STATUS           PIC X(02) VALUE "00".
008222 77  SORD-PASSWORD             PIC X(08) VALUE SPACES.
008224 77  SORD-SIGNON-SW            PIC X(01) VALUE "N".
008226     88  SORD-SIGNED-ON        VALUE "Y".
008228 77  SORD-SIGNON-TRIES         PIC 9(01) COMP VALUE ZERO.
008230 77  SORD-MAX-TRIES            PIC 9(01) COMP VALUE 3.
008232 77  SORD-MAX-FAILS            PIC 9(02) COMP VALUE 3.
008234 77  SORD-ROLE                 PIC X(01) VALUE SPACE.
008236     88  SORD-MAY-MAINTAIN     VALUE "P" "S".
008238 77  SORD-SEC-EVENT            PIC X(27) VALUE SPACES.
008240 77  SORD-SEC-REASON           PIC X(27) VALUE SPACES.
008242 77  SORD-SEC-SHOW             PIC X(40) VALUE SPACES.
008244 77  SORD-HASH-MODULUS         PIC 9(10) COMP VALUE 9999999967.
008246 77  SORD-HASH-WORK            PIC 9(13) COMP VALUE ZERO.
008248 77  SORD-HASH-QUOT            PIC 9(13) COMP VALUE ZERO.
008250 77  SORD-PASS-HASH            PIC 9(10) COMP VALUE ZERO.
008252 01  SORD-HASH-ROW.
008254     05  SORD-HASH-ID          PIC X(08).
008256     05  SORD-HASH-PASS        PIC X(08).
008258 01  FILLER REDEFINES SORD-HASH-ROW.
008260     05  SORD-HASH-BYTE        PIC X(01) OCCURS 16 TIMES
008262                 INDEXED BY SORD-HASH-IDX.
008264 01  SORD-HASH-PAIR.
008266     05  FILLER                PIC X(01) VALUE LOW-VALUE.
008268     05  SORD-HASH-CHAR        PIC X(01).
008270 01  SORD-HASH-ORD REDEFINES SORD-HASH-PAIR
008272                               PIC 9(04) COMP.
008300*-----------------------------------------------------------------
008400* SORD-ORD-TABLE - the orders on the master, in key order, so
008500* the operator can browse the list a page at a time and pick
008600* one to change.  SORD-HIGH-ID is the highest order number on
008700* the master, counted past the table's limit, so a new order
008800* always takes the next number.
008900*-----------------------------------------------------------------
009000 77  SORD-ORD-MAX              PIC 9(02) COMP VALUE 90.
009100 77  SORD-ORD-COUNT            PIC 9(02) COMP VALUE ZERO.
009200 77  SORD-HIGH-ID              PIC 9(06) VALUE ZERO.
009300 01  SORD-ORD-TABLE.
009400     05  SORD-ORD-ENTRY OCCURS 90 TIMES
009500                 INDEXED BY SORD-ORD-IDX.
009600         10  SORD-T-ID         PIC 9(06).
009700         10  SORD-T-DESC       PIC X(20).
009800         10  SORD-T-FIRST-NUM  PIC S9(7)V99.
009900         10  SORD-T-SECOND-NUM PIC S9(7)V99.
010000         10  SORD-T-OPER-CODE  PIC X(01).
010100         10  SORD-T-SOURCE     PIC X(02).
010200         10  SORD-T-REF-FLAG   PIC X(01).
010300         10  SORD-T-FREQ       PIC X(01).
010400         10  SORD-T-DAY        PIC 9(02).
010500         10  SORD-T-START      PIC 9(08).
010600         10  SORD-T-END        PIC 9(08).
010700         10  SORD-T-STATUS     PIC X(01).
010800         10  SORD-T-LAST-GEN   PIC 9(08).
010900*-----------------------------------------------------------------
011000* List paging: the first entry on the page shown, ten lines a
011100* page, and the line an entry goes on.
011200*-----------------------------------------------------------------
011300 77  SORD-PAGE-SIZE            PIC 9(02) COMP VALUE 10.
011400 77  SORD-PAGE-FIRST           PIC 9(02) COMP VALUE 1.
011500 77  SORD-PAGE-LAST            PIC 9(02) COMP VALUE ZERO.
011600 77  SORD-LIST-LINE            PIC 9(02) COMP VALUE ZERO.
011700 77  SORD-DISP-NBR             PIC 9(02) VALUE ZERO.
011800*-----------------------------------------------------------------
011900* Operator entry fields.  98 on the selection pages the list on,
012000* 99 adds an order.
012100*-----------------------------------------------------------------
012200 77  SORD-SELECTION            PIC 9(02) VALUE ZERO.
012300     88  SORD-SEL-NEXT-PAGE    VALUE 98.
012400     88  SORD-SEL-ADD          VALUE 99.
012500 77  SORD-NEW-ID               PIC 9(06) VALUE ZERO.
012600 77  SORD-NEW-DESC             PIC X(20) VALUE SPACES.
012700 77  SORD-NEW-FIRST-NUM        PIC S9(7)V99 VALUE ZERO.
012800 77  SORD-NEW-SECOND-NUM       PIC S9(7)V99 VALUE ZERO.
012900 77  SORD-NEW-OPER-CODE        PIC X(01) VALUE SPACES.
013000 77  SORD-NEW-SOURCE           PIC X(02) VALUE SPACES.
013100 77  SORD-NEW-REF-FLAG         PIC X(01) VALUE SPACES.
013200 77  SORD-NEW-FREQ             PIC X(01) VALUE SPACES.
013300 77  SORD-NEW-DAY              PIC 9(02) VALUE ZERO.
013400 77  SORD-NEW-START            PIC 9(08) VALUE ZERO.
013500 77  SORD-NEW-END              PIC 9(08) VALUE ZERO.
013600 77  SORD-NEW-STATUS           PIC X(01) VALUE SPACES.
013700 77  SORD-NEW-LAST-GEN         PIC 9(08) VALUE ZERO.
013800 77  SORD-OP-TALLY             PIC 9(02) COMP VALUE ZERO.
013900*-----------------------------------------------------------------
014000* Date check work field: a keyed date must be a plausible
014100* yyyymmdd before CalcSgen compares business dates against it.
014200*-----------------------------------------------------------------
014300 01  SORD-CK-DATE              PIC 9(08) VALUE ZERO.
014400 01  FILLER REDEFINES SORD-CK-DATE.
014500     05  SORD-CK-YEAR          PIC 9(04).
014600     05  SORD-CK-MONTH         PIC 9(02).
014700     05  SORD-CK-DAY           PIC 9(02).
014800 77  SORD-CK-DATE-SW           PIC X(01) VALUE "Y".
014900     88  SORD-CK-DATE-OK       VALUE "Y".
015000*-----------------------------------------------------------------
015100* One changed field, as it goes onto the activity log: the
015200* field name joins the order number in the log key.
015300*-----------------------------------------------------------------
015400 01  SORD-LOG-KEY.
015500     05  SORD-LOG-ID           PIC 9(06).
015600     05  FILLER                PIC X(01) VALUE SPACE.
015700     05  SORD-LOG-FIELD        PIC X(10).
015800 77  SORD-LOG-OLD              PIC X(27) VALUE SPACES.
015900 77  SORD-LOG-NEW              PIC X(27) VALUE SPACES.
016000 77  SORD-LOG-COUNT            PIC 9(02) COMP VALUE ZERO.
016100 77  SORD-LOG-AMOUNT           PIC -(7)9.99 VALUE ZERO.
016200*-----------------------------------------------------------------
016300 SCREEN SECTION.
016400 01  SORD-SIGNON-SCREEN.
016500     05  BLANK SCREEN.
016600     05  LINE 1  COLUMN 1  VALUE
016700         "CALCSORD - STANDING-ORDER MAINTENANCE".
016800     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
016900     05  LINE 3  COLUMN 14 PIC X(08) TO SORD-OPERATOR.
016910     05  LINE 4  COLUMN 1  VALUE "PASSWORD...: ".
016920     05  LINE 4  COLUMN 14 PIC X(08) TO SORD-PASSWORD SECURE.
017000 01  SORD-LIST-SCREEN.
017100     05  BLANK SCREEN.
017200     05  LINE 1  COLUMN 1  VALUE
017300         "CALCSORD - STANDING-ORDER MAINTENANCE".
017400     05  LINE 2  COLUMN 1  VALUE "OPERATOR: ".
017500     05  LINE 2  COLUMN 11 PIC X(08) FROM SORD-OPERATOR.
017600     05  LINE 3  COLUMN 1  VALUE
017700         "NBR ORDER  DESCRIPTION          SR O F DY START    END
017800-        "      S LAST GEN".
017900 01  SORD-ENTRY-SCREEN.
018000     05  LINE 14 COLUMN 1  VALUE
018100         "SELECT NUMBER TO CHANGE, 98 NEXT PAGE, 99 TO ADD, OR 0 T
018200-        "O QUIT: ".
018300     05  LINE 14 COLUMN 66 PIC 9(02) TO SORD-SELECTION.
018400 01  SORD-CHANGE-SCREEN.
018500     05  LINE 15 COLUMN 1  VALUE "ORDER NUMBER.......: ".
018600     05  LINE 15 COLUMN 22 PIC 9(06) FROM SORD-NEW-ID.
018700     05  LINE 16 COLUMN 1  VALUE "DESCRIPTION........: ".
018800     05  LINE 16 COLUMN 22 PIC X(20) USING SORD-NEW-DESC.
018900     05  LINE 17 COLUMN 1  VALUE "FIRST NUMBER.......: ".
019000     05  LINE 17 COLUMN 22 PIC S9(7)V99 USING SORD-NEW-FIRST-NUM.
019100     05  LINE 17 COLUMN 41 VALUE "SOURCE..............: ".
019200     05  LINE 17 COLUMN 63 PIC X(02) USING SORD-NEW-SOURCE.
019300     05  LINE 18 COLUMN 1  VALUE "SECOND NUMBER......: ".
019400     05  LINE 18 COLUMN 22 PIC S9(7)V99
019500                           USING SORD-NEW-SECOND-NUM.
019600     05  LINE 18 COLUMN 41 VALUE "OPERATION (ASMD)....: ".
019700     05  LINE 18 COLUMN 63 PIC X(01) USING SORD-NEW-OPER-CODE.
019800     05  LINE 19 COLUMN 1  VALUE "PRIOR RESULT (P)...: ".
019900     05  LINE 19 COLUMN 22 PIC X(01) USING SORD-NEW-REF-FLAG.
020000     05  LINE 19 COLUMN 41 VALUE "FREQUENCY (D/W/M/E).: ".
020100     05  LINE 19 COLUMN 63 PIC X(01) USING SORD-NEW-FREQ.
020200     05  LINE 20 COLUMN 1  VALUE "DAY (W 1-7/M 1-31).: ".
020300     05  LINE 20 COLUMN 22 PIC 9(02) USING SORD-NEW-DAY.
020400     05  LINE 20 COLUMN 41 VALUE "STATUS (A/S/E)......: ".
020500     05  LINE 20 COLUMN 63 PIC X(01) USING SORD-NEW-STATUS.
020600     05  LINE 21 COLUMN 1  VALUE "START DATE.........: ".
020700     05  LINE 21 COLUMN 22 PIC 9(08) USING SORD-NEW-START.
020800     05  LINE 21 COLUMN 41 VALUE "END DATE (0=NONE)...: ".
020900     05  LINE 21 COLUMN 63 PIC 9(08) USING SORD-NEW-END.
021000 PROCEDURE DIVISION.
021100 MAIN-PROCEDURE.
021200     PERFORM InitializeRun
021300     PERFORM LoadOrderList
021400     PERFORM OpenSourceFile
021500     PERFORM DisplayOrderList
021600     PERFORM MaintenanceMenu UNTIL SORD-DONE
021700     PERFORM CloseFiles
021800     STOP RUN.
021900
022000*-----------------------------------------------------------------
022100* InitializeRun - stamps the session timestamp and signs the
022110* operator on against the profile file; a blank operator id is
022120* asked for again, and a session that cannot sign on within
022130* SORD-MAX-TRIES attempts ends here.
022400*-----------------------------------------------------------------
022500 InitializeRun.
022600     ACCEPT SORD-RUN-DATE FROM DATE YYYYMMDD
022700     ACCEPT SORD-RUN-TIME FROM TIME
022706     PERFORM SignOnOperator
022712         UNTIL SORD-SIGNED-ON
022718            OR SORD-SIGNON-TRIES >= SORD-MAX-TRIES
022724     IF NOT SORD-SIGNED-ON
022730         DISPLAY "CALCSORD: SIGN-ON FAILED - SESSION ENDED"
022736             LINE 7 COLUMN 1
022742         STOP RUN
022748     END-IF.
022754
022760 SignOnOperator.
022766     MOVE SPACES TO SORD-PASSWORD
022772     DISPLAY SORD-SIGNON-SCREEN
022778     ACCEPT SORD-SIGNON-SCREEN
022784     IF SORD-OPERATOR = SPACES
022790         DISPLAY "CALCSORD: OPERATOR ID REQUIRED"
022796             LINE 6 COLUMN 1
022802     ELSE
022808         ADD 1 TO SORD-SIGNON-TRIES
022814         PERFORM VerifyOperator
022820     END-IF.
022826
022832*-----------------------------------------------------------------
022838* VerifyOperator - the id and password keyed against the
022844* operator's profile.  An id not on the file, inactive or
022850* locked is refused; a wrong password counts against the id
022856* and locks it at SORD-MAX-FAILS; a profile with no password
022862* yet (new, or reset by a supervisor) takes the one keyed.  A
022868* good sign-on clears the failure count and stamps the date
022874* and time on the profile.  Every refusal and lockout goes to
022880* the activity log.
022886*-----------------------------------------------------------------
022892 VerifyOperator.
022898     OPEN I-O OperatorFile
022904     IF SORD-OPF-STATUS NOT = "00"
022910         DISPLAY "CALCSORD: OPEN FAILED ON OPERATORFILE "
022916             "- STATUS " SORD-OPF-STATUS
022922         STOP RUN
022928     END-IF
022934     MOVE SORD-OPERATOR TO OpfId
022940     READ OperatorFile
022946         INVALID KEY
022952             CONTINUE
022958     END-READ
022964     MOVE SORD-OPERATOR TO SORD-HASH-ID
022970     MOVE SORD-PASSWORD TO SORD-HASH-PASS
022976     PERFORM HashPassword
022982     MOVE "SIGN-ON REFUSED" TO SORD-SEC-EVENT
022988     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO SORD-SEC-SHOW
022994     EVALUATE TRUE
023000         WHEN SORD-OPF-STATUS NOT = "00"
023006             MOVE "ID NOT ON THE PROFILE FILE" TO SORD-SEC-REASON
023012             PERFORM RefuseSignOn
023018         WHEN NOT OPF-ACTIVE
023024             MOVE "ID NOT ACTIVE" TO SORD-SEC-REASON
023030             MOVE "ID NOT ACTIVE" TO SORD-SEC-SHOW
023036             PERFORM RefuseSignOn
023042         WHEN OPF-LOCKED
023048             MOVE "ID LOCKED" TO SORD-SEC-REASON
023054             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
023060                 TO SORD-SEC-SHOW
023066             PERFORM RefuseSignOn
023072         WHEN SORD-PASSWORD = SPACES
023078             MOVE "NO PASSWORD KEYED" TO SORD-SEC-REASON
023084             MOVE "PASSWORD REQUIRED" TO SORD-SEC-SHOW
023090             PERFORM RefuseSignOn
023096         WHEN OpfPassHash = ZERO
023102             MOVE SORD-PASS-HASH TO OpfPassHash
023108             DISPLAY "CALCSORD: PASSWORD SET FOR " SORD-OPERATOR
023114                 LINE 6 COLUMN 1
023120             PERFORM AcceptSignOn
023126         WHEN OpfPassHash NOT = SORD-PASS-HASH
023132             PERFORM RecordBadPassword
023138         WHEN OTHER
023144             PERFORM AcceptSignOn
023150     END-EVALUATE
023156     CLOSE OperatorFile.
023162
023168 AcceptSignOn.
023174     MOVE ZERO TO OpfFailCount
023180     ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
023186     ACCEPT OpfLastSignTime FROM TIME
023192     PERFORM RewriteOperatorRecord
023198     MOVE OpfRole TO SORD-ROLE
023204     SET SORD-SIGNED-ON TO TRUE.
023210
023216*-----------------------------------------------------------------
023222* RecordBadPassword - one more failure against the id; at the
023228* limit the id is locked and the lockout, rather than the
023234* failure, is logged.
023240*-----------------------------------------------------------------
023246 RecordBadPassword.
023252     ADD 1 TO OpfFailCount
023258     IF OpfFailCount >= SORD-MAX-FAILS
023264         SET OPF-LOCKED TO TRUE
023270         ACCEPT OpfLockDate FROM DATE YYYYMMDD
023276     END-IF
023282     PERFORM RewriteOperatorRecord
023288     MOVE "WRONG PASSWORD" TO SORD-SEC-REASON
023294     IF OPF-LOCKED
023300         MOVE "LOCKED OUT" TO SORD-SEC-EVENT
023306         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
023312             TO SORD-SEC-SHOW
023318     END-IF
023324     PERFORM RefuseSignOn.
023330
023336 RewriteOperatorRecord.
023342     REWRITE OperatorRecord
023348     IF SORD-OPF-STATUS NOT = "00"
023354         DISPLAY "CALCSORD: OPERATORFILE REWRITE FAILED "
023360             "- STATUS " SORD-OPF-STATUS
023366         STOP RUN
023372     END-IF.
023378
023384 RefuseSignOn.
023390     PERFORM WriteSecurityRecord
023396     DISPLAY "CALCSORD: SIGN-ON REFUSED - " SORD-SEC-SHOW
023402         LINE 6 COLUMN 1.
023408
023414*-----------------------------------------------------------------
023420* HashPassword - chains the 16 bytes of the id and password, in
023426* order, into SORD-PASS-HASH.
023432*-----------------------------------------------------------------
023438 HashPassword.
023444     MOVE ZERO TO SORD-PASS-HASH
023450     PERFORM ChainPasswordByte
023456         VARYING SORD-HASH-IDX FROM 1 BY 1
023462         UNTIL SORD-HASH-IDX > 16
023468     MOVE SPACES TO SORD-HASH-PASS.
023474
023480 ChainPasswordByte.
023486     MOVE SORD-HASH-BYTE (SORD-HASH-IDX) TO SORD-HASH-CHAR
023492     COMPUTE SORD-HASH-WORK = SORD-PASS-HASH * 256 + SORD-HASH-ORD
023498     DIVIDE SORD-HASH-WORK BY SORD-HASH-MODULUS
023504         GIVING SORD-HASH-QUOT REMAINDER SORD-PASS-HASH.
023510
023516*-----------------------------------------------------------------
023522* WriteSecurityRecord - one activity-log record (type "A") for
023528* a refused sign-on, a lockout or a function refused for the
023534* operator's role: the id keyed, this screen, the event and the
023540* reason.  The log opens EXTEND for just the one write; an
023546* event that cannot be logged ends the session.
023552*-----------------------------------------------------------------
023558 WriteSecurityRecord.
023564     OPEN EXTEND ActivityFile
023570     IF SORD-ACT-STATUS NOT = "00"
023576         DISPLAY "CALCSORD: OPEN FAILED ON ACTIVITYFILE "
023582             "- STATUS " SORD-ACT-STATUS
023588         STOP RUN
023594     END-IF
023600     MOVE SPACES TO ActivityRecord
023606     SET ACT-SIGNON-SECURITY TO TRUE
023612     ACCEPT ActivityDate FROM DATE YYYYMMDD
023618     ACCEPT ActivityTime FROM TIME
023624     MOVE SORD-OPERATOR TO ActivityOperator
023630     MOVE "CALCSORD" TO ActivityKey
023636     MOVE SORD-SEC-EVENT TO ActivityOldData
023642     MOVE SORD-SEC-REASON TO ActivityNewData
023648     WRITE ActivityRecord
023654     IF SORD-ACT-STATUS NOT = "00"
023660         DISPLAY "CALCSORD: ACTIVITY LOG WRITE FAILED "
023666             "- STATUS " SORD-ACT-STATUS
023672         STOP RUN
023678     END-IF
023684     CLOSE ActivityFile.
023700
023800*-----------------------------------------------------------------
023900* LoadOrderList - one keyed browse over the standing-order
024000* master, in key order, into the session table.  The file stays
024100* open I-O for the session; the changes themselves are direct
024200* READ and REWRITE (or WRITE, for a new order) by key.  An empty
024300* master is not an error here - this is where the first order
024400* is added.
024500*-----------------------------------------------------------------
024600 LoadOrderList.
024700     OPEN I-O StandingFile
024800     IF SORD-STO-STATUS NOT = "00"
024900         DISPLAY "CALCSORD: OPEN FAILED ON STANDINGFILE "
025000             "- STATUS " SORD-STO-STATUS
025100         STOP RUN
025200     END-IF
025300     MOVE LOW-VALUES TO StoId
025400     START StandingFile KEY >= StoId
025500         INVALID KEY
025600             SET SORD-END-OF-FILE TO TRUE
025700     END-START
025800     IF NOT SORD-END-OF-FILE
025900         PERFORM ReadNextOrder
026000     END-IF
026100     PERFORM StoreOneOrder UNTIL SORD-END-OF-FILE
026200     IF SORD-OVERFLOW
026300         DISPLAY "CALCSORD: MORE THAN " SORD-ORD-MAX
026400             " ORDERS ON THE MASTER - LIST IS INCOMPLETE"
026500     END-IF.
026600
026700 ReadNextOrder.
026800     READ StandingFile NEXT
026900         AT END
027000             SET SORD-END-OF-FILE TO TRUE
027100     END-READ.
027200
027300 StoreOneOrder.
027400     IF SORD-ORD-COUNT < SORD-ORD-MAX
027500         ADD 1 TO SORD-ORD-COUNT
027600         SET SORD-ORD-IDX TO SORD-ORD-COUNT
027700         PERFORM CopyRecordToTable
027800     ELSE
027900         SET SORD-OVERFLOW TO TRUE
028000     END-IF
028100     MOVE StoId TO SORD-HIGH-ID
028200     PERFORM ReadNextOrder.
028300
028400 CopyRecordToTable.
028500     MOVE StoId          TO SORD-T-ID (SORD-ORD-IDX)
028600     MOVE StoDesc        TO SORD-T-DESC (SORD-ORD-IDX)
028700     MOVE StoFirstNum    TO SORD-T-FIRST-NUM (SORD-ORD-IDX)
028800     MOVE StoSecondNum   TO SORD-T-SECOND-NUM (SORD-ORD-IDX)
028900     MOVE StoOperCode    TO SORD-T-OPER-CODE (SORD-ORD-IDX)
029000     MOVE StoSource      TO SORD-T-SOURCE (SORD-ORD-IDX)
029100     MOVE StoRefFlag     TO SORD-T-REF-FLAG (SORD-ORD-IDX)
029200     MOVE StoFrequency   TO SORD-T-FREQ (SORD-ORD-IDX)
029300     MOVE StoDay         TO SORD-T-DAY (SORD-ORD-IDX)
029400     MOVE StoStartDate   TO SORD-T-START (SORD-ORD-IDX)
029500     MOVE StoEndDate     TO SORD-T-END (SORD-ORD-IDX)
029600     MOVE StoStatus      TO SORD-T-STATUS (SORD-ORD-IDX)
029700     MOVE StoLastGenDate TO SORD-T-LAST-GEN (SORD-ORD-IDX).
029800
029900*-----------------------------------------------------------------
030000* OpenSourceFile - the source master, read by key to check the
030100* source and operation code keyed on an order.
030200*-----------------------------------------------------------------
030300 OpenSourceFile.
030400     OPEN INPUT SourceFile
030500     IF SORD-SRC-STATUS NOT = "00"
030600         DISPLAY "CALCSORD: OPEN FAILED ON SOURCEFILE "
030700             "- STATUS " SORD-SRC-STATUS
030800         STOP RUN
030900     END-IF.
031000
031100 CloseFiles.
031200     CLOSE StandingFile
031300     CLOSE SourceFile.
031400
031500*-----------------------------------------------------------------
031600* DisplayOrderList - paints the list screen and one line per
031700* order on the current page.
031800*-----------------------------------------------------------------
031900 DisplayOrderList.
032000     DISPLAY SORD-LIST-SCREEN
032100     IF SORD-ORD-COUNT = ZERO
032200         DISPLAY "  (NO STANDING ORDERS ON THE MASTER - 99 TO "
032300             "ADD)" LINE 4 COLUMN 1
032400     END-IF
032500     COMPUTE SORD-PAGE-LAST = SORD-PAGE-FIRST + SORD-PAGE-SIZE - 1
032600     IF SORD-PAGE-LAST > SORD-ORD-COUNT
032700         MOVE SORD-ORD-COUNT TO SORD-PAGE-LAST
032800     END-IF
032900     MOVE 3 TO SORD-LIST-LINE
033000     PERFORM DisplayOneOrderLine
033100         VARYING SORD-ORD-IDX FROM SORD-PAGE-FIRST BY 1
033200         UNTIL SORD-ORD-IDX > SORD-PAGE-LAST.
033300
033400 DisplayOneOrderLine.
033500     ADD 1 TO SORD-LIST-LINE
033600     SET SORD-DISP-NBR TO SORD-ORD-IDX
033700     DISPLAY SORD-DISP-NBR
033800         "  " SORD-T-ID (SORD-ORD-IDX)
033900         " " SORD-T-DESC (SORD-ORD-IDX)
034000         " " SORD-T-SOURCE (SORD-ORD-IDX)
034100         " " SORD-T-OPER-CODE (SORD-ORD-IDX)
034200         " " SORD-T-FREQ (SORD-ORD-IDX)
034300         " " SORD-T-DAY (SORD-ORD-IDX)
034400         " " SORD-T-START (SORD-ORD-IDX)
034500         " " SORD-T-END (SORD-ORD-IDX)
034600         " " SORD-T-STATUS (SORD-ORD-IDX)
034700         " " SORD-T-LAST-GEN (SORD-ORD-IDX)
034800         LINE SORD-LIST-LINE COLUMN 1.
034900
035000*-----------------------------------------------------------------
035100* MaintenanceMenu - prompts for the number of an order to
035200* change, 98 for the next page or 99 to add one, and applies
035300* it, repeating until the operator keys 0 to quit.  The next
035310* page after the last goes back to the first.  Only a parameter
035320* maintainer or a supervisor may add or change; anyone else is
035330* refused.
035500*-----------------------------------------------------------------
035600 MaintenanceMenu.
035700     MOVE ZERO TO SORD-SELECTION
035800     DISPLAY SORD-ENTRY-SCREEN
035900     ACCEPT SORD-ENTRY-SCREEN
036000     EVALUATE TRUE
036100         WHEN SORD-SELECTION = ZERO
036200             SET SORD-DONE TO TRUE
036300         WHEN SORD-SEL-NEXT-PAGE
036400             ADD SORD-PAGE-SIZE TO SORD-PAGE-FIRST
036500             IF SORD-PAGE-FIRST > SORD-ORD-COUNT
036600                 MOVE 1 TO SORD-PAGE-FIRST
036700             END-IF
036800             PERFORM DisplayOrderList
036810         WHEN NOT SORD-MAY-MAINTAIN
036820             PERFORM RefuseFunction
036900         WHEN SORD-SEL-ADD
037000             PERFORM AddOneOrder
037100         WHEN SORD-SELECTION > SORD-ORD-COUNT
037200             DISPLAY "CALCSORD: INVALID SELECTION NUMBER"
037300         WHEN OTHER
037400             PERFORM ChangeOneOrder
037500     END-EVALUATE.
037600
037700*-----------------------------------------------------------------
037800* AddOneOrder - the add round trip: the next order number after
037900* the highest on the master, the fields with their defaults (an
038000* active daily order starting today and never ending), then
038100* the same checks as a change.
038200*-----------------------------------------------------------------
038300 AddOneOrder.
038400     IF SORD-HIGH-ID = 999999
038500         DISPLAY "CALCSORD: ORDER NUMBERS EXHAUSTED "
038600             "- NO ADD MADE"
038700     ELSE
038800         ADD 1 SORD-HIGH-ID GIVING SORD-NEW-ID
038900         MOVE SPACES        TO SORD-NEW-DESC
039000         MOVE ZERO          TO SORD-NEW-FIRST-NUM
039100         MOVE ZERO          TO SORD-NEW-SECOND-NUM
039200         MOVE "A"           TO SORD-NEW-OPER-CODE
039300         MOVE SPACES        TO SORD-NEW-SOURCE
039400         MOVE SPACES        TO SORD-NEW-REF-FLAG
039500         MOVE "D"           TO SORD-NEW-FREQ
039600         MOVE ZERO          TO SORD-NEW-DAY
039700         MOVE SORD-RUN-DATE TO SORD-NEW-START
039800         MOVE ZERO          TO SORD-NEW-END
039900         MOVE "A"           TO SORD-NEW-STATUS
040000         MOVE ZERO          TO SORD-NEW-LAST-GEN
040100         PERFORM AcceptOrderFields
040200         IF SORD-VALID
040300             PERFORM ApplyOrderAdd
040400         END-IF
040500     END-IF.
040600
040700*-----------------------------------------------------------------
040800* ChangeOneOrder - the change round trip for the selected order:
040900* its current values come up on the change screen for the
041000* operator to overtype.
041100*-----------------------------------------------------------------
041200 ChangeOneOrder.
041300     SET SORD-ORD-IDX TO SORD-SELECTION
041400     MOVE SORD-T-ID (SORD-ORD-IDX)         TO SORD-NEW-ID
041500     MOVE SORD-T-DESC (SORD-ORD-IDX)       TO SORD-NEW-DESC
041600     MOVE SORD-T-FIRST-NUM (SORD-ORD-IDX)  TO SORD-NEW-FIRST-NUM
041700     MOVE SORD-T-SECOND-NUM (SORD-ORD-IDX)
041800         TO SORD-NEW-SECOND-NUM
041900     MOVE SORD-T-OPER-CODE (SORD-ORD-IDX)  TO SORD-NEW-OPER-CODE
042000     MOVE SORD-T-SOURCE (SORD-ORD-IDX)     TO SORD-NEW-SOURCE
042100     MOVE SORD-T-REF-FLAG (SORD-ORD-IDX)   TO SORD-NEW-REF-FLAG
042200     MOVE SORD-T-FREQ (SORD-ORD-IDX)       TO SORD-NEW-FREQ
042300     MOVE SORD-T-DAY (SORD-ORD-IDX)        TO SORD-NEW-DAY
042400     MOVE SORD-T-START (SORD-ORD-IDX)      TO SORD-NEW-START
042500     MOVE SORD-T-END (SORD-ORD-IDX)        TO SORD-NEW-END
042600     MOVE SORD-T-STATUS (SORD-ORD-IDX)     TO SORD-NEW-STATUS
042700     MOVE SORD-T-LAST-GEN (SORD-ORD-IDX)   TO SORD-NEW-LAST-GEN
042800     PERFORM AcceptOrderFields
042900     IF SORD-VALID
043000         PERFORM ApplyOrderChange
043100     END-IF.
043200
043300*-----------------------------------------------------------------
043400* AcceptOrderFields - accepts the order's fields and refuses
043500* anything CalcSgen or Calculadora could not use: a blank
043600* description, a source not on the source master or not
043700* allowed the operation code, an operation other than A/S/M/D,
043800* a divide by a zero SecondNum, a running-balance flag other
043900* than P or blank, an unknown frequency or a day that does not
044000* fit it, a start or end date that is not a date, an end
044100* before the start, or a status other than A, S or E.
044200*-----------------------------------------------------------------
044300 AcceptOrderFields.
044400     DISPLAY SORD-CHANGE-SCREEN
044500     ACCEPT SORD-CHANGE-SCREEN
044600     MOVE "Y" TO SORD-VALID-SW
044700     PERFORM CheckOrderSource
044800     EVALUATE TRUE
044900         WHEN SORD-NEW-DESC = SPACES
045000             MOVE "N" TO SORD-VALID-SW
045100             DISPLAY "CALCSORD: DESCRIPTION REQUIRED "
045200                 "- NO CHANGE MADE"
045300         WHEN SORD-NEW-OPER-CODE NOT = "A"
045400             AND SORD-NEW-OPER-CODE NOT = "S"
045500             AND SORD-NEW-OPER-CODE NOT = "M"
045600             AND SORD-NEW-OPER-CODE NOT = "D"
045700             MOVE "N" TO SORD-VALID-SW
045800             DISPLAY "CALCSORD: OPERATION MUST BE A/S/M/D "
045900                 "- NO CHANGE MADE"
046000         WHEN SORD-SRC-STATUS NOT = "00"
046100             MOVE "N" TO SORD-VALID-SW
046200             DISPLAY "CALCSORD: SOURCE " SORD-NEW-SOURCE
046300                 " NOT ON THE SOURCE MASTER - NO CHANGE MADE"
046400         WHEN SORD-OP-TALLY = ZERO
046500             MOVE "N" TO SORD-VALID-SW
046600             DISPLAY "CALCSORD: SOURCE " SORD-NEW-SOURCE
046700                 " MAY NOT SEND OPERATION " SORD-NEW-OPER-CODE
046800                 " - NO CHANGE MADE"
046900         WHEN SORD-NEW-OPER-CODE = "D"
047000             AND SORD-NEW-SECOND-NUM = ZERO
047100             MOVE "N" TO SORD-VALID-SW
047200             DISPLAY "CALCSORD: SECOND NUMBER ZERO ON A DIVIDE "
047300                 "- NO CHANGE MADE"
047400         WHEN SORD-NEW-REF-FLAG NOT = "P"
047500             AND SORD-NEW-REF-FLAG NOT = SPACE
047600             MOVE "N" TO SORD-VALID-SW
047700             DISPLAY "CALCSORD: PRIOR RESULT FLAG MUST BE P OR "
047800                 "BLANK - NO CHANGE MADE"
047900         WHEN OTHER
048000             PERFORM CheckOrderSchedule
048100     END-EVALUATE.
048200
048300*-----------------------------------------------------------------
048400* CheckOrderSource - reads the keyed source off the source
048500* master and counts the operation code among its allowed ones;
048600* a source not found leaves the read's status for the caller.
048700*-----------------------------------------------------------------
048800 CheckOrderSource.
048900     MOVE ZERO TO SORD-OP-TALLY
049000     MOVE SORD-NEW-SOURCE TO SrcCode
049100     READ SourceFile
049200         INVALID KEY
049300             CONTINUE
049400     END-READ
049500     IF SORD-SRC-STATUS = "00"
049600         AND SORD-NEW-OPER-CODE NOT = SPACE
049700         INSPECT SrcAllowedOps
049800             TALLYING SORD-OP-TALLY FOR ALL SORD-NEW-OPER-CODE
049900     END-IF.
050000
050100*-----------------------------------------------------------------
050200* CheckOrderSchedule - frequency, day, dates and status.
050300*-----------------------------------------------------------------
050400 CheckOrderSchedule.
050500     EVALUATE TRUE
050600         WHEN SORD-NEW-FREQ NOT = "D"
050700             AND SORD-NEW-FREQ NOT = "W"
050800             AND SORD-NEW-FREQ NOT = "M"
050900             AND SORD-NEW-FREQ NOT = "E"
051000             MOVE "N" TO SORD-VALID-SW
051100             DISPLAY "CALCSORD: FREQUENCY MUST BE D, W, M OR E "
051200                 "- NO CHANGE MADE"
051300         WHEN SORD-NEW-FREQ = "W"
051400             AND (SORD-NEW-DAY < 1 OR SORD-NEW-DAY > 7)
051500             MOVE "N" TO SORD-VALID-SW
051600             DISPLAY "CALCSORD: WEEKLY DAY MUST BE 1 (MONDAY) "
051700                 "TO 7 (SUNDAY) - NO CHANGE MADE"
051800         WHEN SORD-NEW-FREQ = "M"
051900             AND (SORD-NEW-DAY < 1 OR SORD-NEW-DAY > 31)
052000             MOVE "N" TO SORD-VALID-SW
052100             DISPLAY "CALCSORD: MONTHLY DAY MUST BE 1 TO 31 "
052200                 "- NO CHANGE MADE"
052300         WHEN (SORD-NEW-FREQ = "D" OR SORD-NEW-FREQ = "E")
052400             AND SORD-NEW-DAY NOT = ZERO
052500             MOVE "N" TO SORD-VALID-SW
052600             DISPLAY "CALCSORD: DAY MUST BE 0 FOR A DAILY OR "
052700                 "MONTH-END ORDER - NO CHANGE MADE"
052800         WHEN OTHER
052900             PERFORM CheckOrderDates
053000     END-EVALUATE.
053100
053200 CheckOrderDates.
053300     MOVE SORD-NEW-START TO SORD-CK-DATE
053400     PERFORM CheckOneDate
053500     IF NOT SORD-CK-DATE-OK
053600         MOVE "N" TO SORD-VALID-SW
053700         DISPLAY "CALCSORD: START DATE IS NOT A DATE "
053800             "- NO CHANGE MADE"
053900     ELSE
054000         MOVE SORD-NEW-END TO SORD-CK-DATE
054100         IF SORD-NEW-END NOT = ZERO
054200             PERFORM CheckOneDate
054300         END-IF
054400         EVALUATE TRUE
054500             WHEN NOT SORD-CK-DATE-OK
054600                 MOVE "N" TO SORD-VALID-SW
054700                 DISPLAY "CALCSORD: END DATE IS NOT A DATE "
054800                     "- NO CHANGE MADE"
054900             WHEN SORD-NEW-END NOT = ZERO
055000                 AND SORD-NEW-END < SORD-NEW-START
055100                 MOVE "N" TO SORD-VALID-SW
055200                 DISPLAY "CALCSORD: END DATE BEFORE START DATE "
055300                     "- NO CHANGE MADE"
055400             WHEN SORD-NEW-STATUS NOT = "A"
055500                 AND SORD-NEW-STATUS NOT = "S"
055600                 AND SORD-NEW-STATUS NOT = "E"
055700                 MOVE "N" TO SORD-VALID-SW
055800                 DISPLAY "CALCSORD: STATUS MUST BE A, S OR E "
055900                     "- NO CHANGE MADE"
056000             WHEN OTHER
056100                 CONTINUE
056200         END-EVALUATE
056300     END-IF.
056400
056500*-----------------------------------------------------------------
056600* CheckOneDate - SORD-CK-DATE must be a yyyymmdd with a month of
056700* 1-12 and a day of 1-31.
056800*-----------------------------------------------------------------
056900 CheckOneDate.
057000     MOVE "Y" TO SORD-CK-DATE-SW
057100     IF SORD-CK-YEAR < 1900
057200         OR SORD-CK-MONTH < 1 OR SORD-CK-MONTH > 12
057300         OR SORD-CK-DAY < 1 OR SORD-CK-DAY > 31
057400         MOVE "N" TO SORD-CK-DATE-SW
057500     END-IF.
057600
057700*-----------------------------------------------------------------
057800* ApplyOrderAdd - logs every field of the new order with a blank
057900* old value, then writes the record and adds it to the list.
058000* The log writes come first: a change that cannot be logged is
058100* not made.
058200*-----------------------------------------------------------------
058300 ApplyOrderAdd.
058400     MOVE SPACES TO StandingOrderRecord
058500     MOVE ZERO TO StoFirstNum
058600     MOVE ZERO TO StoSecondNum
058700     MOVE ZERO TO StoDay
058800     MOVE ZERO TO StoStartDate
058900     MOVE ZERO TO StoEndDate
059000     MOVE SORD-NEW-ID TO StoId
059100     MOVE ZERO TO SORD-LOG-COUNT
059200     PERFORM LogChangedFields
059300     PERFORM MoveFieldsToRecord
059400     MOVE ZERO TO StoLastGenDate
059500     WRITE StandingOrderRecord
059600     IF SORD-STO-STATUS NOT = "00"
059700         DISPLAY "CALCSORD: STANDINGFILE WRITE FAILED "
059800             "- STATUS " SORD-STO-STATUS
059900         STOP RUN
060000     END-IF
060100     MOVE SORD-NEW-ID TO SORD-HIGH-ID
060200     IF SORD-ORD-COUNT < SORD-ORD-MAX
060300         ADD 1 TO SORD-ORD-COUNT
060400         SET SORD-ORD-IDX TO SORD-ORD-COUNT
060500         PERFORM CopyRecordToTable
060600     END-IF
060700     PERFORM DisplayOrderList
060800     DISPLAY "CALCSORD: ORDER " SORD-NEW-ID " ADDED"
060900         LINE 23 COLUMN 1.
061000
061100*-----------------------------------------------------------------
061200* ApplyOrderChange - re-reads the order by key, logs each field
061300* that actually changed (old and new value), then rewrites the
061400* record with the new values, the operator and the date.
061500* Nothing changed means nothing logged or rewritten.
061600*-----------------------------------------------------------------
061700 ApplyOrderChange.
061800     MOVE SORD-NEW-ID TO StoId
061900     READ StandingFile
062000         INVALID KEY
062100             DISPLAY "CALCSORD: ORDER GONE UNDER THIS "
062200                 "SESSION - RUN STOPPED"
062300             STOP RUN
062400     END-READ
062500     MOVE ZERO TO SORD-LOG-COUNT
062600     PERFORM LogChangedFields
062700     IF SORD-LOG-COUNT = ZERO
062800         DISPLAY "CALCSORD: ORDER UNCHANGED - NOTHING LOGGED"
062900             LINE 23 COLUMN 1
063000     ELSE
063100         PERFORM MoveFieldsToRecord
063200         REWRITE StandingOrderRecord
063300         IF SORD-STO-STATUS NOT = "00"
063400             DISPLAY "CALCSORD: STANDINGFILE REWRITE FAILED "
063500                 "- STATUS " SORD-STO-STATUS
063600             STOP RUN
063700         END-IF
063800         PERFORM CopyRecordToTable
063900         PERFORM DisplayOrderList
064000         DISPLAY "CALCSORD: ORDER " SORD-NEW-ID " CHANGED - "
064100             SORD-LOG-COUNT " FIELD(S) LOGGED"
064200             LINE 23 COLUMN 1
064300     END-IF.
064400
064500 MoveFieldsToRecord.
064600     MOVE SORD-NEW-DESC       TO StoDesc
064700     MOVE SORD-NEW-FIRST-NUM  TO StoFirstNum
064800     MOVE SORD-NEW-SECOND-NUM TO StoSecondNum
064900     MOVE SORD-NEW-OPER-CODE  TO StoOperCode
065000     MOVE SORD-NEW-SOURCE     TO StoSource
065100     MOVE SORD-NEW-REF-FLAG   TO StoRefFlag
065200     MOVE SORD-NEW-FREQ       TO StoFrequency
065300     MOVE SORD-NEW-DAY        TO StoDay
065400     MOVE SORD-NEW-START      TO StoStartDate
065500     MOVE SORD-NEW-END        TO StoEndDate
065600     MOVE SORD-NEW-STATUS     TO StoStatus
065700     MOVE SORD-RUN-DATE       TO StoUpdDate
065800     MOVE SORD-OPERATOR       TO StoUpdOper.
065900
066000*-----------------------------------------------------------------
066100* LogChangedFields - one activity-log record for each field
066200* whose new value differs from the record in the FD (blank or
066300* zero for a new order), keyed by order number and field name.
066400*-----------------------------------------------------------------
066500 LogChangedFields.
066600     MOVE SORD-NEW-ID TO SORD-LOG-ID
066700     IF SORD-NEW-DESC NOT = StoDesc
066800         MOVE "DESC"        TO SORD-LOG-FIELD
066900         MOVE StoDesc       TO SORD-LOG-OLD
067000         MOVE SORD-NEW-DESC TO SORD-LOG-NEW
067100         PERFORM WriteActivityRecord
067200     END-IF
067300     IF SORD-NEW-FIRST-NUM NOT = StoFirstNum
067400         MOVE "FIRST NUM"        TO SORD-LOG-FIELD
067500         MOVE StoFirstNum        TO SORD-LOG-AMOUNT
067600         MOVE SORD-LOG-AMOUNT    TO SORD-LOG-OLD
067700         MOVE SORD-NEW-FIRST-NUM TO SORD-LOG-AMOUNT
067800         MOVE SORD-LOG-AMOUNT    TO SORD-LOG-NEW
067900         PERFORM WriteActivityRecord
068000     END-IF
068100     IF SORD-NEW-SECOND-NUM NOT = StoSecondNum
068200         MOVE "SECOND NUM"        TO SORD-LOG-FIELD
068300         MOVE StoSecondNum        TO SORD-LOG-AMOUNT
068400         MOVE SORD-LOG-AMOUNT     TO SORD-LOG-OLD
068500         MOVE SORD-NEW-SECOND-NUM TO SORD-LOG-AMOUNT
068600         MOVE SORD-LOG-AMOUNT     TO SORD-LOG-NEW
068700         PERFORM WriteActivityRecord
068800     END-IF
068900     IF SORD-NEW-OPER-CODE NOT = StoOperCode
069000         MOVE "OPERATION"        TO SORD-LOG-FIELD
069100         MOVE StoOperCode        TO SORD-LOG-OLD
069200         MOVE SORD-NEW-OPER-CODE TO SORD-LOG-NEW
069300         PERFORM WriteActivityRecord
069400     END-IF
069500     IF SORD-NEW-SOURCE NOT = StoSource
069600         MOVE "SOURCE"        TO SORD-LOG-FIELD
069700         MOVE StoSource       TO SORD-LOG-OLD
069800         MOVE SORD-NEW-SOURCE TO SORD-LOG-NEW
069900         PERFORM WriteActivityRecord
070000     END-IF
070100     IF SORD-NEW-REF-FLAG NOT = StoRefFlag
070200         MOVE "PRIOR FLAG"      TO SORD-LOG-FIELD
070300         MOVE StoRefFlag        TO SORD-LOG-OLD
070400         MOVE SORD-NEW-REF-FLAG TO SORD-LOG-NEW
070500         PERFORM WriteActivityRecord
070600     END-IF
070700     IF SORD-NEW-FREQ NOT = StoFrequency
070800         MOVE "FREQUENCY"   TO SORD-LOG-FIELD
070900         MOVE StoFrequency  TO SORD-LOG-OLD
071000         MOVE SORD-NEW-FREQ TO SORD-LOG-NEW
071100         PERFORM WriteActivityRecord
071200     END-IF
071300     IF SORD-NEW-DAY NOT = StoDay
071400         MOVE "DAY"        TO SORD-LOG-FIELD
071500         MOVE StoDay       TO SORD-LOG-OLD
071600         MOVE SORD-NEW-DAY TO SORD-LOG-NEW
071700         PERFORM WriteActivityRecord
071800     END-IF
071900     IF SORD-NEW-START NOT = StoStartDate
072000         MOVE "START DATE"   TO SORD-LOG-FIELD
072100         MOVE StoStartDate   TO SORD-LOG-OLD
072200         MOVE SORD-NEW-START TO SORD-LOG-NEW
072300         PERFORM WriteActivityRecord
072400     END-IF
072500     IF SORD-NEW-END NOT = StoEndDate
072600         MOVE "END DATE"   TO SORD-LOG-FIELD
072700         MOVE StoEndDate   TO SORD-LOG-OLD
072800         MOVE SORD-NEW-END TO SORD-LOG-NEW
072900         PERFORM WriteActivityRecord
073000     END-IF
073100     IF SORD-NEW-STATUS NOT = StoStatus
073200         MOVE "STATUS"        TO SORD-LOG-FIELD
073300         MOVE StoStatus       TO SORD-LOG-OLD
073400         MOVE SORD-NEW-STATUS TO SORD-LOG-NEW
073500         PERFORM WriteActivityRecord
073600     END-IF.
073700
073800*-----------------------------------------------------------------
073900* WriteActivityRecord - one activity-log record per changed
074000* field: who, when, which order and field, old value, new
074100* value.  The log opens EXTEND for just the one write, the way
074200* CalcSrc does, so two screens cannot hold it against each
074300* other for a whole session.
074400*-----------------------------------------------------------------
074500 WriteActivityRecord.
074600     OPEN EXTEND ActivityFile
074700     IF SORD-ACT-STATUS NOT = "00"
074800         DISPLAY "CALCSORD: OPEN FAILED ON ACTIVITYFILE "
074900             "- STATUS " SORD-ACT-STATUS
075000         STOP RUN
075100     END-IF
075200     MOVE SPACES TO ActivityRecord
075300     SET ACT-STANDING-CHANGE TO TRUE
075400     MOVE SORD-RUN-DATE TO ActivityDate
075500     ACCEPT SORD-RUN-TIME FROM TIME
075600     MOVE SORD-RUN-TIME TO ActivityTime
075700     MOVE SORD-OPERATOR TO ActivityOperator
075800     MOVE SORD-LOG-KEY  TO ActivityKey
075900     MOVE SORD-LOG-OLD  TO ActivityOldData
076000     MOVE SORD-LOG-NEW  TO ActivityNewData
076100     WRITE ActivityRecord
076200     IF SORD-ACT-STATUS NOT = "00"
076300         DISPLAY "CALCSORD: ACTIVITY LOG WRITE FAILED "
076400             "- STATUS " SORD-ACT-STATUS
076500             " - CHANGE NOT MADE"
076600         STOP RUN
076700     END-IF
076800     CLOSE ActivityFile
076900     ADD 1 TO SORD-LOG-COUNT.
076907
076914*-----------------------------------------------------------------
076921* RefuseFunction - the operator's role does not allow the
076928* function chosen: refused, and the refusal logged.
076935*-----------------------------------------------------------------
076942 RefuseFunction.
076949     MOVE "FUNCTION REFUSED" TO SORD-SEC-EVENT
076956     MOVE "ROLE x MAY NOT MAINTAIN" TO SORD-SEC-REASON
076963     MOVE SORD-ROLE TO SORD-SEC-REASON (6:1)
076970     PERFORM WriteSecurityRecord
076977     DISPLAY "CALCSORD: NOT ALLOWED FOR YOUR ROLE "
076984         "- NOTHING CHANGED" LINE 23 COLUMN 1.
077000 END PROGRAM CalcSord.
