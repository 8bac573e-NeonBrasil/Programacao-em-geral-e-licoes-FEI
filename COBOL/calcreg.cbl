001000*          code and the time the run ended - straight off the
001100*          CALC.RUNREG register Calculadora writes at clean
001200*          end-of-job, instead of digging through SYSOUT
001210*          archives.  Read-only: nothing here changes a
001220*          register or ledger file.
001310*          Beside the register row it shows the date's ledger
001320*          status off CALC.GLSTAT (DL100GLS): sent, acknowledged
001330*          or broken, and when.  The operator signs on with id
001340*          and password against the profile file CALC.OPERFILE
001350*          (DL100OPF); any active operator may browse.
001400* Tectonics: cobc
001500*-----------------------------------------------------------------
001600* Modification History:
001700* 06/09/2026 CAY  Initial version.
001710* 15/10/2026 CAY  Ledger status line: the date's CALC.GLSTAT row
001720*                 (CalcGlx sent it, CalcAck acknowledged or broke
001730*                 it) with its date and the acknowledgement
001740*                 break counts; NOT SENT when there is no row.
001750* 15/10/2026 CAY  Sign-on: the operator now signs on with id and
001760*                 password against the operator profile file
001770*                 CALC.OPERFILE before the first browse, the id
001780*                 locked after repeated failures. Refused sign-ons
001790*                 and lockouts logged to CALC.ACTLOG as type A.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. CalcReg.
002600         ACCESS MODE IS RANDOM
002700         RECORD KEY IS RunRegDate
002800         FILE STATUS IS REG-RUNREG-STATUS.
002810     SELECT GlStatFile ASSIGN TO "GLSTAT"
002820         ORGANIZATION IS INDEXED
002830         ACCESS MODE IS RANDOM
002840         RECORD KEY IS GlStatDate
002850         FILE STATUS IS REG-GLSTAT-STATUS.
002855     SELECT OperatorFile ASSIGN TO "OPERFILE"
002860         ORGANIZATION IS INDEXED
002865         ACCESS MODE IS RANDOM
002870         RECORD KEY IS OpfId
002875         FILE STATUS IS REG-OPF-STATUS.
002880     SELECT ActivityFile ASSIGN TO "ACTLOG"
002885         ORGANIZATION IS SEQUENTIAL
002890         FILE STATUS IS REG-ACT-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  RunRegFile.
003200     COPY DL100REG.
003210 FD  GlStatFile.
003220     COPY DL100GLS.
003230 FD  OperatorFile.
003240     COPY DL100OPF.
003250 FD  ActivityFile
003260     RECORDING MODE IS F.
003270     COPY DL100ACT.
003300 WORKING-STORAGE SECTION.
003400*-----------------------------------------------------------------
003500* File status and loop switches.
003600*-----------------------------------------------------------------
003700 77  REG-RUNREG-STATUS         PIC X(02) VALUE "00".
003710 77  REG-GLSTAT-STATUS         PIC X(02) VALUE "00".
003720 77  REG-ACT-STATUS            PIC X(02) VALUE "00".
003800 77  REG-DONE-SW               PIC X(01) VALUE "N".
003900     88  REG-DONE              VALUE "Y".
004000 77  REG-FOUND-SW              PIC X(01) VALUE "N".
004600 77  REG-REQ-DATE              PIC 9(08) VALUE ZERO.
004700 77  REG-RUN-DATE              PIC 9(08) VALUE ZERO.
004800 77  REG-ENTER-FLD             PIC X(01) VALUE SPACES.
004802*-----------------------------------------------------------------
004804* Session identity: the signed operator, checked against the
004806* profile file and carried on any activity-log record.
004808*-----------------------------------------------------------------
004810 77  REG-OPERATOR              PIC X(08) VALUE SPACES.
004812*-----------------------------------------------------------------
004814* Sign-on security: the operator's profile on CALC.OPERFILE
004816* (DL100OPF) is checked before anything else is shown.  The
004818* password is never kept - it is chained with the operator id
004820* into REG-PASS-HASH a byte at a time, as the audit seal is,
004822* and compared with the profile's hash.  REG-MAX-FAILS wrong
004824* passwords in a row lock the id until a supervisor clears it
004826* on CalcProf; a session gets REG-MAX-TRIES attempts.
004828*-----------------------------------------------------------------
004830 77  REG-OPF-STATUS            PIC X(02) VALUE "00".
004832 77  REG-PASSWORD              PIC X(08) VALUE SPACES.
004834 77  REG-SIGNON-SW             PIC X(01) VALUE "N".
004836     88  REG-SIGNED-ON         VALUE "Y".
004838 77  REG-SIGNON-TRIES          PIC 9(01) COMP VALUE ZERO.
004840 77  REG-MAX-TRIES             PIC 9(01) COMP VALUE 3.
004842 77  REG-MAX-FAILS             PIC 9(02) COMP VALUE 3.
004844 77  REG-ROLE                  PIC X(01) VALUE SPACE.
004846 77  REG-SEC-EVENT             PIC X(27) VALUE SPACES.
004848 77  REG-SEC-REASON            PIC X(27) VALUE SPACES.
004850 77  REG-SEC-SHOW              PIC X(40) VALUE SPACES.
004852 77  REG-HASH-MODULUS          PIC 9(10) COMP VALUE 9999999967.
004854 77  REG-HASH-WORK             PIC 9(13) COMP VALUE ZERO.
004856 77  REG-HASH-QUOT             PIC 9(13) COMP VALUE ZERO.
004858 77  REG-PASS-HASH             PIC 9(10) COMP VALUE ZERO.
004860 01  REG-HASH-ROW.
004862     05  REG-HASH-ID           PIC X(08).
004864     05  REG-HASH-PASS         PIC X(08).
004866 01  FILLER REDEFINES REG-HASH-ROW.
004868     05  REG-HASH-BYTE         PIC X(01) OCCURS 16 TIMES
004870                 INDEXED BY REG-HASH-IDX.
004872 01  REG-HASH-PAIR.
004874     05  FILLER                PIC X(01) VALUE LOW-VALUE.
004876     05  REG-HASH-CHAR         PIC X(01).
004878 01  REG-HASH-ORD REDEFINES REG-HASH-PAIR
004880                               PIC 9(04) COMP.
004900*-----------------------------------------------------------------
005000* Display fields for the register detail screen.
005100*-----------------------------------------------------------------
005800     05  REG-D-SUM             PIC S9(9)V99 VALUE ZERO.
005900     05  REG-D-RC              PIC 9(02) VALUE ZERO.
006000     05  REG-D-TIME            PIC 9(08) VALUE ZERO.
006010     05  REG-D-LEDGER          PIC X(12) VALUE SPACES.
006020     05  REG-D-LEDGER-DATE     PIC 9(08) VALUE ZERO.
006030     05  REG-D-LEDGER-REJ      PIC 9(09) VALUE ZERO.
006040     05  REG-D-LEDGER-UNACK    PIC 9(09) VALUE ZERO.
006050     05  REG-D-LEDGER-UNKN     PIC 9(09) VALUE ZERO.
006100*-----------------------------------------------------------------
006200 SCREEN SECTION.
006210 01  REG-SIGNON-SCREEN.
006220     05  BLANK SCREEN.
006230     05  LINE 1  COLUMN 1  VALUE
006240         "CALCULADORA - RUN REGISTER BROWSE".
006250     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
006260     05  LINE 3  COLUMN 14 PIC X(08) TO REG-OPERATOR.
006270     05  LINE 4  COLUMN 1  VALUE "PASSWORD...: ".
006280     05  LINE 4  COLUMN 14 PIC X(08) TO REG-PASSWORD SECURE.
006300 01  REG-REQUEST-SCREEN.
006400     05  BLANK SCREEN.
006500     05  LINE 1  COLUMN 1  VALUE
008400     05  LINE 11 COLUMN 16 PIC 9(02) FROM REG-D-RC.
008500     05  LINE 12 COLUMN 1  VALUE "ENDED AT.....: ".
008600     05  LINE 12 COLUMN 16 PIC 9(08) FROM REG-D-TIME.
008610     05  LINE 13 COLUMN 1  VALUE "LEDGER.......: ".
008620     05  LINE 13 COLUMN 16 PIC X(12) FROM REG-D-LEDGER.
008630     05  LINE 13 COLUMN 29 PIC 9(08) FROM REG-D-LEDGER-DATE.
008640     05  LINE 14 COLUMN 1  VALUE "LEDGER BREAKS: REJECTED ".
008650     05  LINE 14 COLUMN 25 PIC 9(09) FROM REG-D-LEDGER-REJ.
008660     05  LINE 14 COLUMN 35 VALUE "UNACKED ".
008670     05  LINE 14 COLUMN 43 PIC 9(09) FROM REG-D-LEDGER-UNACK.
008680     05  LINE 14 COLUMN 53 VALUE "UNKNOWN ".
008690     05  LINE 14 COLUMN 61 PIC 9(09) FROM REG-D-LEDGER-UNKN.
008700     05  LINE 16 COLUMN 1  VALUE "PRESS ENTER TO CONTINUE: ".
008710     05  LINE 16 COLUMN 27 PIC X(01) TO REG-ENTER-FLD.
008900 PROCEDURE DIVISION.
009000 MAIN-PROCEDURE.
009100     PERFORM InitializeRun
009300     STOP RUN.
009400
009500*-----------------------------------------------------------------
009510* InitializeRun - stamps today's date as the default date and
009520* signs the operator on against the profile file; a blank
009530* operator id is asked for again, and a session that cannot
009540* sign on within REG-MAX-TRIES attempts ends here.
009700*-----------------------------------------------------------------
009800 InitializeRun.
009801     ACCEPT REG-TODAY FROM DATE YYYYMMDD
009802     PERFORM SignOnOperator
009803         UNTIL REG-SIGNED-ON
009804            OR REG-SIGNON-TRIES >= REG-MAX-TRIES
009805     IF NOT REG-SIGNED-ON
009806         DISPLAY "CALCREG: SIGN-ON FAILED - SESSION ENDED"
009807             LINE 7 COLUMN 1
009808         STOP RUN
009809     END-IF.
009810
009811 SignOnOperator.
009812     MOVE SPACES TO REG-PASSWORD
009813     DISPLAY REG-SIGNON-SCREEN
009814     ACCEPT REG-SIGNON-SCREEN
009815     IF REG-OPERATOR = SPACES
009816         DISPLAY "CALCREG: OPERATOR ID REQUIRED"
009817             LINE 6 COLUMN 1
009818     ELSE
009819         ADD 1 TO REG-SIGNON-TRIES
009820         PERFORM VerifyOperator
009821     END-IF.
009822
009823*-----------------------------------------------------------------
009824* VerifyOperator - the id and password keyed against the
009825* operator's profile.  An id not on the file, inactive or
009826* locked is refused; a wrong password counts against the id
009827* and locks it at REG-MAX-FAILS; a profile with no password
009828* yet (new, or reset by a supervisor) takes the one keyed.  A
009829* good sign-on clears the failure count and stamps the date
009830* and time on the profile.  Every refusal and lockout goes to
009831* the activity log.
009832*-----------------------------------------------------------------
009833 VerifyOperator.
009834     OPEN I-O OperatorFile
009835     IF REG-OPF-STATUS NOT = "00"
009836         DISPLAY "CALCREG: OPEN FAILED ON OPERATORFILE "
009837             "- STATUS " REG-OPF-STATUS
009838         STOP RUN
009839     END-IF
009840     MOVE REG-OPERATOR TO OpfId
009841     READ OperatorFile
009842         INVALID KEY
009843             CONTINUE
009844     END-READ
009845     MOVE REG-OPERATOR TO REG-HASH-ID
009846     MOVE REG-PASSWORD TO REG-HASH-PASS
009847     PERFORM HashPassword
009848     MOVE "SIGN-ON REFUSED" TO REG-SEC-EVENT
009849     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO REG-SEC-SHOW
009850     EVALUATE TRUE
009851         WHEN REG-OPF-STATUS NOT = "00"
009852             MOVE "ID NOT ON THE PROFILE FILE" TO REG-SEC-REASON
009853             PERFORM RefuseSignOn
009854         WHEN NOT OPF-ACTIVE
009855             MOVE "ID NOT ACTIVE" TO REG-SEC-REASON
009856             MOVE "ID NOT ACTIVE" TO REG-SEC-SHOW
009857             PERFORM RefuseSignOn
009858         WHEN OPF-LOCKED
009859             MOVE "ID LOCKED" TO REG-SEC-REASON
009860             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
009861                 TO REG-SEC-SHOW
009862             PERFORM RefuseSignOn
009863         WHEN REG-PASSWORD = SPACES
009864             MOVE "NO PASSWORD KEYED" TO REG-SEC-REASON
009865             MOVE "PASSWORD REQUIRED" TO REG-SEC-SHOW
009866             PERFORM RefuseSignOn
009867         WHEN OpfPassHash = ZERO
009868             MOVE REG-PASS-HASH TO OpfPassHash
009869             DISPLAY "CALCREG: PASSWORD SET FOR " REG-OPERATOR
009870                 LINE 6 COLUMN 1
009871             PERFORM AcceptSignOn
009872         WHEN OpfPassHash NOT = REG-PASS-HASH
009873             PERFORM RecordBadPassword
009874         WHEN OTHER
009875             PERFORM AcceptSignOn
009876     END-EVALUATE
009877     CLOSE OperatorFile.
009878
009879 AcceptSignOn.
009880     MOVE ZERO TO OpfFailCount
009881     ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
009882     ACCEPT OpfLastSignTime FROM TIME
009883     PERFORM RewriteOperatorRecord
009884     MOVE OpfRole TO REG-ROLE
009885     SET REG-SIGNED-ON TO TRUE.
009886
009887*-----------------------------------------------------------------
009888* RecordBadPassword - one more failure against the id; at the
009889* limit the id is locked and the lockout, rather than the
009890* failure, is logged.
009891*-----------------------------------------------------------------
009892 RecordBadPassword.
009893     ADD 1 TO OpfFailCount
009894     IF OpfFailCount >= REG-MAX-FAILS
009895         SET OPF-LOCKED TO TRUE
009896         ACCEPT OpfLockDate FROM DATE YYYYMMDD
009897     END-IF
009898     PERFORM RewriteOperatorRecord
009899     MOVE "WRONG PASSWORD" TO REG-SEC-REASON
009900     IF OPF-LOCKED
009901         MOVE "LOCKED OUT" TO REG-SEC-EVENT
009902         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
009903             TO REG-SEC-SHOW
009904     END-IF
009905     PERFORM RefuseSignOn.
009906
009907 RewriteOperatorRecord.
009908     REWRITE OperatorRecord
009909     IF REG-OPF-STATUS NOT = "00"
009910         DISPLAY "CALCREG: OPERATORFILE REWRITE FAILED "
009911             "- STATUS " REG-OPF-STATUS
009912         STOP RUN
009913     END-IF.
009914
009915 RefuseSignOn.
009916     PERFORM WriteSecurityRecord
009917     DISPLAY "CALCREG: SIGN-ON REFUSED - " REG-SEC-SHOW
009918         LINE 6 COLUMN 1.
009919
009920*-----------------------------------------------------------------
009921* HashPassword - chains the 16 bytes of the id and password, in
009922* order, into REG-PASS-HASH.
009923*-----------------------------------------------------------------
009924 HashPassword.
009925     MOVE ZERO TO REG-PASS-HASH
009926     PERFORM ChainPasswordByte
009927         VARYING REG-HASH-IDX FROM 1 BY 1
009928         UNTIL REG-HASH-IDX > 16
009929     MOVE SPACES TO REG-HASH-PASS.
009930
009931 ChainPasswordByte.
009932     MOVE REG-HASH-BYTE (REG-HASH-IDX) TO REG-HASH-CHAR
009933     COMPUTE REG-HASH-WORK = REG-PASS-HASH * 256 + REG-HASH-ORD
009934     DIVIDE REG-HASH-WORK BY REG-HASH-MODULUS
009935         GIVING REG-HASH-QUOT REMAINDER REG-PASS-HASH.
009936
009937*-----------------------------------------------------------------
009938* WriteSecurityRecord - one activity-log record (type "A") for
009939* a refused sign-on, a lockout or a function refused for the
009940* operator's role: the id keyed, this screen, the event and the
009941* reason.  The log opens EXTEND for just the one write; an
009942* event that cannot be logged ends the session.
009943*-----------------------------------------------------------------
009944 WriteSecurityRecord.
009945     OPEN EXTEND ActivityFile
009946     IF REG-ACT-STATUS NOT = "00"
009947         DISPLAY "CALCREG: OPEN FAILED ON ACTIVITYFILE "
009948             "- STATUS " REG-ACT-STATUS
009949         STOP RUN
009950     END-IF
009951     MOVE SPACES TO ActivityRecord
009952     SET ACT-SIGNON-SECURITY TO TRUE
009953     ACCEPT ActivityDate FROM DATE YYYYMMDD
009954     ACCEPT ActivityTime FROM TIME
009955     MOVE REG-OPERATOR TO ActivityOperator
009956     MOVE "CALCREG" TO ActivityKey
009957     MOVE REG-SEC-EVENT TO ActivityOldData
009958     MOVE REG-SEC-REASON TO ActivityNewData
009959     WRITE ActivityRecord
009960     IF REG-ACT-STATUS NOT = "00"
009961         DISPLAY "CALCREG: ACTIVITY LOG WRITE FAILED "
009962             "- STATUS " REG-ACT-STATUS
009963         STOP RUN
009964     END-IF
009965     CLOSE ActivityFile.
010000
010100*-----------------------------------------------------------------
010200* BrowseLoop - one round trip: take the operator's date and
014100             PERFORM CaptureRegisterRow
014200     END-READ
014300     CLOSE RunRegFile
014310     IF REG-FOUND
014320         PERFORM CaptureLedgerStatus
014330     END-IF
014400     IF REG-FOUND
014500         DISPLAY REG-DETAIL-SCREEN
014600         ACCEPT REG-DETAIL-SCREEN
017200     MOVE RunRegSumResult  TO REG-D-SUM
017300     MOVE RunRegReturnCode TO REG-D-RC
017400     MOVE RunRegRunTime    TO REG-D-TIME.
017402
017404*-----------------------------------------------------------------
017406* CaptureLedgerStatus - the date's ledger status row: the
017408* acknowledgement date once the ledger has answered, the date
017410* the extract was sent until then.  No row means no extract
017412* was ever sent for the date.
017414*-----------------------------------------------------------------
017416 CaptureLedgerStatus.
017418     MOVE "NOT SENT" TO REG-D-LEDGER
017420     MOVE ZERO TO REG-D-LEDGER-DATE
017422     MOVE ZERO TO REG-D-LEDGER-REJ
017424     MOVE ZERO TO REG-D-LEDGER-UNACK
017426     MOVE ZERO TO REG-D-LEDGER-UNKN
017428     OPEN INPUT GlStatFile
017430     IF REG-GLSTAT-STATUS NOT = "00"
017432         DISPLAY "CALCREG: OPEN FAILED ON GLSTATFILE "
017434             "- STATUS " REG-GLSTAT-STATUS
017436         STOP RUN
017438     END-IF
017440     MOVE REG-RUN-DATE TO GlStatDate
017442     READ GlStatFile
017444         INVALID KEY
017446             CONTINUE
017448         NOT INVALID KEY
017450             PERFORM CaptureLedgerRow
017452     END-READ
017454     CLOSE GlStatFile.
017456
017458 CaptureLedgerRow.
017460     EVALUATE TRUE
017462         WHEN GLSTAT-SENT
017464             MOVE "SENT"         TO REG-D-LEDGER
017466             MOVE GlStatSentDate TO REG-D-LEDGER-DATE
017468         WHEN GLSTAT-ACKED
017470             MOVE "ACKNOWLEDGED" TO REG-D-LEDGER
017472             MOVE GlStatAckDate  TO REG-D-LEDGER-DATE
017474         WHEN GLSTAT-BROKEN
017476             MOVE "BROKEN"       TO REG-D-LEDGER
017478             MOVE GlStatAckDate  TO REG-D-LEDGER-DATE
017480         WHEN OTHER
017482             MOVE GlStatStatus   TO REG-D-LEDGER
017484     END-EVALUATE
017486     MOVE GlStatRejected TO REG-D-LEDGER-REJ
017488     MOVE GlStatUnacked  TO REG-D-LEDGER-UNACK
017490     MOVE GlStatUnknown  TO REG-D-LEDGER-UNKN.
017500 END PROGRAM CalcReg.
