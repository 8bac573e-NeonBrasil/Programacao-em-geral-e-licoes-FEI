001300*          the record key being the row's position within its
001400*          run date - the same position ResultRecordKey numbers
001500*          in ResultFile.  Read-only: nothing here changes a
001510*          calculation file.  The operator signs on with id and
001520*          password against the profile file CALC.OPERFILE
001530*          (DL100OPF); any active operator may inquire.
001700* Tectonics: cobc
001800*-----------------------------------------------------------------
001900* Modification History:
003300*                 START and sequential READs until the date
003400*                 breaks, so the help desk stops waiting on a
003500*                 full-file scan that got longer every week.
003510* 15/10/2026 CAY  A row held for supervisor approval on the
003520*                 high-value hold queue now shows HELD instead
003530*                 of falling into REJECTED.
003540* 15/10/2026 CAY  Reversals: the detail screen shows the link
003550*                 both ways - a reversal row "REVERSAL OF" the
003560*                 original's run date and key, an original that
003570*                 was reversed "REVERSED BY" the reversal's - and
003580*                 the run-date list carries the reversal flag
003590*                 (V reversal, X reversed) in a REV column.
003591* 15/10/2026 CAY  Sign-on: the operator now signs on with id and
003592*                 password against the operator profile file
003593*                 CALC.OPERFILE before the first inquiry, the id
003594*                 locked after repeated failures. Refused sign-ons
003595*                 and lockouts logged to CALC.ACTLOG as type A.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. CalcInq.
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS AuditMstKey
004600         FILE STATUS IS INQ-MASTER-STATUS.
004610     SELECT OperatorFile ASSIGN TO "OPERFILE"
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004640         RECORD KEY IS OpfId
004650         FILE STATUS IS INQ-OPF-STATUS.
004660     SELECT ActivityFile ASSIGN TO "ACTLOG"
004670         ORGANIZATION IS SEQUENTIAL
004680         FILE STATUS IS INQ-ACT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  MasterFile.
005000     COPY DL100MST.
005010 FD  OperatorFile.
005020     COPY DL100OPF.
005030 FD  ActivityFile
005040     RECORDING MODE IS F.
005050     COPY DL100ACT.
005100 WORKING-STORAGE SECTION.
005200*-----------------------------------------------------------------
005300* File status and loop switches.
005400*-----------------------------------------------------------------
005500 77  INQ-MASTER-STATUS         PIC X(02) VALUE "00".
005510 77  INQ-ACT-STATUS            PIC X(02) VALUE "00".
005600 77  INQ-EOF-SW                PIC X(01) VALUE "N".
005700     88  INQ-END-OF-FILE       VALUE "Y".
005800 77  INQ-DONE-SW               PIC X(01) VALUE "N".
007000 77  INQ-RUN-DATE              PIC 9(08) VALUE ZERO.
007100 77  INQ-PAGE-CHOICE           PIC X(01) VALUE SPACES.
007200 77  INQ-ENTER-FLD             PIC X(01) VALUE SPACES.
007202*-----------------------------------------------------------------
007204* Session identity: the signed operator, checked against the
007206* profile file and carried on any activity-log record.
007208*-----------------------------------------------------------------
007210 77  INQ-OPERATOR              PIC X(08) VALUE SPACES.
007212*-----------------------------------------------------------------
007214* Sign-on security: the operator's profile on CALC.OPERFILE
007216* (DL100OPF) is checked before anything else is shown.  The
007218* password is never kept - it is chained with the operator id
007220* into INQ-PASS-HASH a byte at a time, as the audit seal is,
007222* and compared with the profile's hash.  INQ-MAX-FAILS wrong
007224* passwords in a row lock the id until a supervisor clears it
007226* on CalcProf; a session gets INQ-MAX-TRIES attempts.
007228*-----------------------------------------------------------------
007230 77  INQ-OPF-STATUS            PIC X(02) VALUE "00".
007232 77  INQ-PASSWORD              PIC X(08) VALUE SPACES.
007234 77  INQ-SIGNON-SW             PIC X(01) VALUE "N".
007236     88  INQ-SIGNED-ON         VALUE "Y".
007238 77  INQ-SIGNON-TRIES          PIC 9(01) COMP VALUE ZERO.
007240 77  INQ-MAX-TRIES             PIC 9(01) COMP VALUE 3.
007242 77  INQ-MAX-FAILS             PIC 9(02) COMP VALUE 3.
007244 77  INQ-ROLE                  PIC X(01) VALUE SPACE.
007246 77  INQ-SEC-EVENT             PIC X(27) VALUE SPACES.
007248 77  INQ-SEC-REASON            PIC X(27) VALUE SPACES.
007250 77  INQ-SEC-SHOW              PIC X(40) VALUE SPACES.
007252 77  INQ-HASH-MODULUS          PIC 9(10) COMP VALUE 9999999967.
007254 77  INQ-HASH-WORK             PIC 9(13) COMP VALUE ZERO.
007256 77  INQ-HASH-QUOT             PIC 9(13) COMP VALUE ZERO.
007258 77  INQ-PASS-HASH             PIC 9(10) COMP VALUE ZERO.
007260 01  INQ-HASH-ROW.
007262     05  INQ-HASH-ID           PIC X(08).
007264     05  INQ-HASH-PASS         PIC X(08).
007266 01  FILLER REDEFINES INQ-HASH-ROW.
007268     05  INQ-HASH-BYTE         PIC X(01) OCCURS 16 TIMES
007270                 INDEXED BY INQ-HASH-IDX.
007272 01  INQ-HASH-PAIR.
007274     05  FILLER                PIC X(01) VALUE LOW-VALUE.
007276     05  INQ-HASH-CHAR         PIC X(01).
007278 01  INQ-HASH-ORD REDEFINES INQ-HASH-PAIR
007280                               PIC 9(04) COMP.
007300*-----------------------------------------------------------------
007400* List position: how many of the run date's rows have shown,
007500* and the list page line counter.
009000     05  INQ-D-REASON          PIC X(04) VALUE SPACES.
009100     05  INQ-D-RUN-ID          PIC X(08) VALUE SPACES.
009200     05  INQ-D-SOURCE          PIC X(02) VALUE SPACES.
009210     05  INQ-D-LINK-TEXT       PIC X(12) VALUE SPACES.
009220     05  INQ-D-LINK-DATE       PIC 9(08) VALUE ZERO.
009230     05  INQ-D-LINK-SEP        PIC X(01) VALUE SPACES.
009240     05  INQ-D-LINK-POS        PIC 9(09) VALUE ZERO.
009300*-----------------------------------------------------------------
009400 SCREEN SECTION.
009410 01  INQ-SIGNON-SCREEN.
009420     05  BLANK SCREEN.
009430     05  LINE 1  COLUMN 1  VALUE
009440         "CALCULADORA - CALCULATION INQUIRY".
009450     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
009460     05  LINE 3  COLUMN 14 PIC X(08) TO INQ-OPERATOR.
009470     05  LINE 4  COLUMN 1  VALUE "PASSWORD...: ".
009480     05  LINE 4  COLUMN 14 PIC X(08) TO INQ-PASSWORD SECURE.
009500 01  INQ-REQUEST-SCREEN.
009600     05  BLANK SCREEN.
009700     05  LINE 1  COLUMN 1  VALUE
012100     05  LINE 13 COLUMN 15 PIC X(04) FROM INQ-D-REASON.
012200     05  LINE 14 COLUMN 1  VALUE "SOURCE......: ".
012300     05  LINE 14 COLUMN 15 PIC X(02) FROM INQ-D-SOURCE.
012310     05  LINE 15 COLUMN 1  PIC X(12) FROM INQ-D-LINK-TEXT.
012320     05  LINE 15 COLUMN 15 PIC 9(08) FROM INQ-D-LINK-DATE.
012330     05  LINE 15 COLUMN 23 PIC X(01) FROM INQ-D-LINK-SEP.
012340     05  LINE 15 COLUMN 24 PIC 9(09) FROM INQ-D-LINK-POS.
012400     05  LINE 16 COLUMN 1  VALUE "PRESS ENTER TO CONTINUE: ".
012500     05  LINE 16 COLUMN 27 PIC X(01) TO INQ-ENTER-FLD.
012600 01  INQ-LIST-SCREEN.
013000     05  LINE 1  COLUMN 41 PIC 9(08) FROM INQ-RUN-DATE.
013100     05  LINE 3  COLUMN 1  VALUE
013200         "KEY        FIRSTNUM    SECONDNUM   OP  RESULT      STA
013300-        "  REASON  SRC  REV".
013400 01  INQ-PAGE-SCREEN.
013500     05  LINE 21 COLUMN 1  VALUE
013600         "ENTER = NEXT PAGE, Q = BACK TO INQUIRY: ".
014200     STOP RUN.
014300
014400*-----------------------------------------------------------------
014410* InitializeRun - stamps today's date as the default run date
014420* and signs the operator on against the profile file; a blank
014430* operator id is asked for again, and a session that cannot
014440* sign on within INQ-MAX-TRIES attempts ends here.
014600*-----------------------------------------------------------------
014700 InitializeRun.
014701     ACCEPT INQ-TODAY FROM DATE YYYYMMDD
014702     PERFORM SignOnOperator
014703         UNTIL INQ-SIGNED-ON
014704            OR INQ-SIGNON-TRIES >= INQ-MAX-TRIES
014705     IF NOT INQ-SIGNED-ON
014706         DISPLAY "CALCINQ: SIGN-ON FAILED - SESSION ENDED"
014707             LINE 7 COLUMN 1
014708         STOP RUN
014709     END-IF.
014710
014711 SignOnOperator.
014712     MOVE SPACES TO INQ-PASSWORD
014713     DISPLAY INQ-SIGNON-SCREEN
014714     ACCEPT INQ-SIGNON-SCREEN
014715     IF INQ-OPERATOR = SPACES
014716         DISPLAY "CALCINQ: OPERATOR ID REQUIRED"
014717             LINE 6 COLUMN 1
014718     ELSE
014719         ADD 1 TO INQ-SIGNON-TRIES
014720         PERFORM VerifyOperator
014721     END-IF.
014722
014723*-----------------------------------------------------------------
014724* VerifyOperator - the id and password keyed against the
014725* operator's profile.  An id not on the file, inactive or
014726* locked is refused; a wrong password counts against the id
014727* and locks it at INQ-MAX-FAILS; a profile with no password
014728* yet (new, or reset by a supervisor) takes the one keyed.  A
014729* good sign-on clears the failure count and stamps the date
014730* and time on the profile.  Every refusal and lockout goes to
014731* the activity log.
014732*-----------------------------------------------------------------
014733 VerifyOperator.
014734     OPEN I-O OperatorFile
014735     IF INQ-OPF-STATUS NOT = "00"
014736         DISPLAY "CALCINQ: OPEN FAILED ON OPERATORFILE "
014737             "- STATUS " INQ-OPF-STATUS
014738         STOP RUN
014739     END-IF
014740     MOVE INQ-OPERATOR TO OpfId
014741     READ OperatorFile
014742         INVALID KEY
014743             CONTINUE
014744     END-READ
014745     MOVE INQ-OPERATOR TO INQ-HASH-ID
014746     MOVE INQ-PASSWORD TO INQ-HASH-PASS
014747     PERFORM HashPassword
014748     MOVE "SIGN-ON REFUSED" TO INQ-SEC-EVENT
014749     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO INQ-SEC-SHOW
014750     EVALUATE TRUE
014751         WHEN INQ-OPF-STATUS NOT = "00"
014752             MOVE "ID NOT ON THE PROFILE FILE" TO INQ-SEC-REASON
014753             PERFORM RefuseSignOn
014754         WHEN NOT OPF-ACTIVE
014755             MOVE "ID NOT ACTIVE" TO INQ-SEC-REASON
014756             MOVE "ID NOT ACTIVE" TO INQ-SEC-SHOW
014757             PERFORM RefuseSignOn
014758         WHEN OPF-LOCKED
014759             MOVE "ID LOCKED" TO INQ-SEC-REASON
014760             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
014761                 TO INQ-SEC-SHOW
014762             PERFORM RefuseSignOn
014763         WHEN INQ-PASSWORD = SPACES
014764             MOVE "NO PASSWORD KEYED" TO INQ-SEC-REASON
014765             MOVE "PASSWORD REQUIRED" TO INQ-SEC-SHOW
014766             PERFORM RefuseSignOn
014767         WHEN OpfPassHash = ZERO
014768             MOVE INQ-PASS-HASH TO OpfPassHash
014769             DISPLAY "CALCINQ: PASSWORD SET FOR " INQ-OPERATOR
014770                 LINE 6 COLUMN 1
014771             PERFORM AcceptSignOn
014772         WHEN OpfPassHash NOT = INQ-PASS-HASH
014773             PERFORM RecordBadPassword
014774         WHEN OTHER
014775             PERFORM AcceptSignOn
014776     END-EVALUATE
014777     CLOSE OperatorFile.
014778
014779 AcceptSignOn.
014780     MOVE ZERO TO OpfFailCount
014781     ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
014782     ACCEPT OpfLastSignTime FROM TIME
014783     PERFORM RewriteOperatorRecord
014784     MOVE OpfRole TO INQ-ROLE
014785     SET INQ-SIGNED-ON TO TRUE.
014786
014787*-----------------------------------------------------------------
014788* RecordBadPassword - one more failure against the id; at the
014789* limit the id is locked and the lockout, rather than the
014790* failure, is logged.
014791*-----------------------------------------------------------------
014792 RecordBadPassword.
014793     ADD 1 TO OpfFailCount
014794     IF OpfFailCount >= INQ-MAX-FAILS
014795         SET OPF-LOCKED TO TRUE
014796         ACCEPT OpfLockDate FROM DATE YYYYMMDD
014797     END-IF
014798     PERFORM RewriteOperatorRecord
014799     MOVE "WRONG PASSWORD" TO INQ-SEC-REASON
014800     IF OPF-LOCKED
014801         MOVE "LOCKED OUT" TO INQ-SEC-EVENT
014802         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
014803             TO INQ-SEC-SHOW
014804     END-IF
014805     PERFORM RefuseSignOn.
014806
014807 RewriteOperatorRecord.
014808     REWRITE OperatorRecord
014809     IF INQ-OPF-STATUS NOT = "00"
014810         DISPLAY "CALCINQ: OPERATORFILE REWRITE FAILED "
014811             "- STATUS " INQ-OPF-STATUS
014812         STOP RUN
014813     END-IF.
014814
014815 RefuseSignOn.
014816     PERFORM WriteSecurityRecord
014817     DISPLAY "CALCINQ: SIGN-ON REFUSED - " INQ-SEC-SHOW
014818         LINE 6 COLUMN 1.
014819
014820*-----------------------------------------------------------------
014821* HashPassword - chains the 16 bytes of the id and password, in
014822* order, into INQ-PASS-HASH.
014823*-----------------------------------------------------------------
014824 HashPassword.
014825     MOVE ZERO TO INQ-PASS-HASH
014826     PERFORM ChainPasswordByte
014827         VARYING INQ-HASH-IDX FROM 1 BY 1
014828         UNTIL INQ-HASH-IDX > 16
014829     MOVE SPACES TO INQ-HASH-PASS.
014830
014831 ChainPasswordByte.
014832     MOVE INQ-HASH-BYTE (INQ-HASH-IDX) TO INQ-HASH-CHAR
014833     COMPUTE INQ-HASH-WORK = INQ-PASS-HASH * 256 + INQ-HASH-ORD
014834     DIVIDE INQ-HASH-WORK BY INQ-HASH-MODULUS
014835         GIVING INQ-HASH-QUOT REMAINDER INQ-PASS-HASH.
014836
014837*-----------------------------------------------------------------
014838* WriteSecurityRecord - one activity-log record (type "A") for
014839* a refused sign-on, a lockout or a function refused for the
014840* operator's role: the id keyed, this screen, the event and the
014841* reason.  The log opens EXTEND for just the one write; an
014842* event that cannot be logged ends the session.
014843*-----------------------------------------------------------------
014844 WriteSecurityRecord.
014845     OPEN EXTEND ActivityFile
014846     IF INQ-ACT-STATUS NOT = "00"
014847         DISPLAY "CALCINQ: OPEN FAILED ON ACTIVITYFILE "
014848             "- STATUS " INQ-ACT-STATUS
014849         STOP RUN
014850     END-IF
014851     MOVE SPACES TO ActivityRecord
014852     SET ACT-SIGNON-SECURITY TO TRUE
014853     ACCEPT ActivityDate FROM DATE YYYYMMDD
014854     ACCEPT ActivityTime FROM TIME
014855     MOVE INQ-OPERATOR TO ActivityOperator
014856     MOVE "CALCINQ" TO ActivityKey
014857     MOVE INQ-SEC-EVENT TO ActivityOldData
014858     MOVE INQ-SEC-REASON TO ActivityNewData
014859     WRITE ActivityRecord
014860     IF INQ-ACT-STATUS NOT = "00"
014861         DISPLAY "CALCINQ: ACTIVITY LOG WRITE FAILED "
014862             "- STATUS " INQ-ACT-STATUS
014863         STOP RUN
014864     END-IF
014865     CLOSE ActivityFile.
014900
015000*-----------------------------------------------------------------
015100* InquiryLoop - one round trip: take the operator's request,
023000     MOVE AuditMstSecondNum  TO INQ-D-SECOND-NUM
023100     MOVE AuditMstOperCode   TO INQ-D-OPER-CODE
023200     MOVE AuditMstResult     TO INQ-D-RESULT
023210     EVALUATE TRUE
023220         WHEN AUDIT-MST-POSTED
023230             MOVE "POSTED"   TO INQ-D-STATUS
023240         WHEN AUDIT-MST-HELD
023250             MOVE "HELD"     TO INQ-D-STATUS
023260         WHEN OTHER
023270             MOVE "REJECTED" TO INQ-D-STATUS
023280     END-EVALUATE
023800     MOVE AuditMstReasonCode TO INQ-D-REASON
023810     MOVE AuditMstSource     TO INQ-D-SOURCE
023820     EVALUATE TRUE
023830         WHEN AUDIT-MST-REVERSAL
023840             MOVE "REVERSAL OF:" TO INQ-D-LINK-TEXT
023850             MOVE "/"            TO INQ-D-LINK-SEP
023860             MOVE AuditMstLinkDate TO INQ-D-LINK-DATE
023870             MOVE AuditMstLinkPos  TO INQ-D-LINK-POS
023880         WHEN AUDIT-MST-REVERSED
023890             MOVE "REVERSED BY:" TO INQ-D-LINK-TEXT
023900             MOVE "/"            TO INQ-D-LINK-SEP
023910             MOVE AuditMstLinkDate TO INQ-D-LINK-DATE
023920             MOVE AuditMstLinkPos  TO INQ-D-LINK-POS
023930         WHEN OTHER
023940             MOVE SPACES         TO INQ-D-LINK-TEXT
023950             MOVE SPACES         TO INQ-D-LINK-SEP
023960             MOVE ZERO           TO INQ-D-LINK-DATE
023970             MOVE ZERO           TO INQ-D-LINK-POS
023980     END-EVALUATE.
024000
024100*-----------------------------------------------------------------
024200* ShowOneRecord - the single-record detail screen, painted from
033900         "  " AuditMstStatus
034000         "   " AuditMstReasonCode
034100         "   " AuditMstSource
034110         "   " AuditMstRevFlag
034200         LINE (3 + INQ-LINE-NO) COLUMN 1.
034300 END PROGRAM CalcInq.
