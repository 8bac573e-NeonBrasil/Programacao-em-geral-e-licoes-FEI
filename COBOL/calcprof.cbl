000100******************************************************************
000200* Author: Cayque
000300* Date Written: 15/10/2026
000400* Purpose: Online maintenance screen for the Calculadora operator
000500*          profile file CALC.OPERFILE (DL100OPF), in the
000600*          CalcSord screen style.  Every online screen signs
000700*          its operator on against this file; here a supervisor
000800*          signs on with id and password (any other role is
000900*          refused and the refusal logged), browses every
001000*          operator ten to a page with name, role, active flag,
001100*          lock, failed-attempt count and last sign-on date,
001200*          and adds an operator or changes one in place.  The
001300*          role is I (inquiry), C (corrector), P (parameter
001400*          maintainer) or S (supervisor); the active flag Y or
001500*          N.  Blanking the lock flag unlocks an id and clears
001600*          its failed attempts; keying L locks it at once.
001700*          Keying Y under reset password zeroes the password
001800*          hash, so the operator's next sign-on sets a new one;
001900*          a new operator starts the same way.  The password
002000*          itself is never shown, keyed or logged here.  Every
002100*          changed field is written to the protected activity
002200*          log CALC.ACTLOG (DL100ACT type "U", opened EXTEND so
002300*          the log only grows) with the old and new value, the
002400*          supervisor and the timestamp, before the profile is
002500*          touched.  A supervisor cannot change their own
002600*          profile - another supervisor has to.
002700* Tectonics: cobc
002800*-----------------------------------------------------------------
002900* Modification History:
003000* 15/10/2026 CAY  Initial version.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CalcProf.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OperatorFile ASSIGN TO "OPERFILE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS OpfId
004100         FILE STATUS IS PROF-OPF-STATUS.
004200     SELECT ActivityFile ASSIGN TO "ACTLOG"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS PROF-ACT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OperatorFile.
004800     COPY DL100OPF.
004900 FD  ActivityFile
005000     RECORDING MODE IS F.
005100     COPY DL100ACT.
005200 WORKING-STORAGE SECTION.
005300*-----------------------------------------------------------------
005400* File status and loop switches.
005500*-----------------------------------------------------------------
005600 77  PROF-ACT-STATUS           PIC X(02) VALUE "00".
005700 77  PROF-EOF-SW               PIC X(01) VALUE "N".
005800     88  PROF-END-OF-FILE      VALUE "Y".
005900 77  PROF-DONE-SW              PIC X(01) VALUE "N".
006000     88  PROF-DONE             VALUE "Y".
006100 77  PROF-VALID-SW             PIC X(01) VALUE "Y".
006200     88  PROF-VALID            VALUE "Y".
006300 77  PROF-OVERFLOW-SW          PIC X(01) VALUE "N".
006400     88  PROF-OVERFLOW         VALUE "Y".
006410 77  PROF-ON-FILE-SW           PIC X(01) VALUE "N".
006420     88  PROF-ON-FILE          VALUE "Y".
006500*-----------------------------------------------------------------
006600* Session identity: the signed supervisor and the timestamp that
006700* go onto the profile record and the activity log.
006800*-----------------------------------------------------------------
006900 77  PROF-OPERATOR             PIC X(08) VALUE SPACES.
007000 77  PROF-RUN-DATE             PIC 9(08) VALUE ZERO.
007100 77  PROF-RUN-TIME             PIC 9(08) VALUE ZERO.
007200*-----------------------------------------------------------------
007300* Sign-on security: the operator's profile on CALC.OPERFILE
007400* (DL100OPF) is checked before anything else is shown.  The
007500* password is never kept - it is chained with the operator id
007600* into PROF-PASS-HASH a byte at a time, as the audit seal is,
007700* and compared with the profile's hash.  PROF-MAX-FAILS wrong
007800* passwords in a row lock the id until a supervisor clears it
007900* on CalcProf; a session gets PROF-MAX-TRIES attempts.
008000*-----------------------------------------------------------------
008100 77  PROF-OPF-STATUS           PIC X(02) VALUE "00".
008200 77  PROF-PASSWORD             PIC X(08) VALUE SPACES.
008300 77  PROF-SIGNON-SW            PIC X(01) VALUE "N".
008400     88  PROF-SIGNED-ON        VALUE "Y".
008500 77  PROF-SIGNON-TRIES         PIC 9(01) COMP VALUE ZERO.
008600 77  PROF-MAX-TRIES            PIC 9(01) COMP VALUE 3.
008700 77  PROF-MAX-FAILS            PIC 9(02) COMP VALUE 3.
008800 77  PROF-ROLE                 PIC X(01) VALUE SPACE.
008900 77  PROF-SEC-EVENT            PIC X(27) VALUE SPACES.
009000 77  PROF-SEC-REASON           PIC X(27) VALUE SPACES.
009100 77  PROF-SEC-SHOW             PIC X(40) VALUE SPACES.
009200 77  PROF-HASH-MODULUS         PIC 9(10) COMP VALUE 9999999967.
009300 77  PROF-HASH-WORK            PIC 9(13) COMP VALUE ZERO.
009400 77  PROF-HASH-QUOT            PIC 9(13) COMP VALUE ZERO.
009500 77  PROF-PASS-HASH            PIC 9(10) COMP VALUE ZERO.
009600 01  PROF-HASH-ROW.
009700     05  PROF-HASH-ID          PIC X(08).
009800     05  PROF-HASH-PASS        PIC X(08).
009900 01  FILLER REDEFINES PROF-HASH-ROW.
010000     05  PROF-HASH-BYTE        PIC X(01) OCCURS 16 TIMES
010100                 INDEXED BY PROF-HASH-IDX.
010200 01  PROF-HASH-PAIR.
010300     05  FILLER                PIC X(01) VALUE LOW-VALUE.
010400     05  PROF-HASH-CHAR        PIC X(01).
010500 01  PROF-HASH-ORD REDEFINES PROF-HASH-PAIR
010600                               PIC 9(04) COMP.
010700*-----------------------------------------------------------------
010800* PROF-OPR-TABLE - the operators on the file, in id order, so
010900* the supervisor can browse the list a page at a time and pick
011000* one to change.
011100*-----------------------------------------------------------------
011200 77  PROF-OPR-MAX              PIC 9(02) COMP VALUE 90.
011300 77  PROF-OPR-COUNT            PIC 9(02) COMP VALUE ZERO.
011400 01  PROF-OPR-TABLE.
011500     05  PROF-OPR-ENTRY OCCURS 90 TIMES
011600                 INDEXED BY PROF-OPR-IDX.
011700         10  PROF-T-ID         PIC X(08).
011800         10  PROF-T-NAME       PIC X(30).
011900         10  PROF-T-ROLE       PIC X(01).
012000         10  PROF-T-ACTIVE     PIC X(01).
012100         10  PROF-T-LOCK       PIC X(01).
012200         10  PROF-T-FAILS      PIC 9(02).
012300         10  PROF-T-LAST-SIGN  PIC 9(08).
012400*-----------------------------------------------------------------
012500* List paging: the first entry on the page shown, ten lines a
012600* page, and the line an entry goes on.
012700*-----------------------------------------------------------------
012800 77  PROF-PAGE-SIZE            PIC 9(02) COMP VALUE 10.
012900 77  PROF-PAGE-FIRST           PIC 9(02) COMP VALUE 1.
013000 77  PROF-PAGE-LAST            PIC 9(02) COMP VALUE ZERO.
013100 77  PROF-LIST-LINE            PIC 9(02) COMP VALUE ZERO.
013200 77  PROF-DISP-NBR             PIC 9(02) VALUE ZERO.
013300*-----------------------------------------------------------------
013400* Operator entry fields.  98 on the selection pages the list on,
013500* 99 adds an operator.
013600*-----------------------------------------------------------------
013700 77  PROF-SELECTION            PIC 9(02) VALUE ZERO.
013800     88  PROF-SEL-NEXT-PAGE    VALUE 98.
013900     88  PROF-SEL-ADD          VALUE 99.
014000 77  PROF-NEW-ID               PIC X(08) VALUE SPACES.
014100 77  PROF-NEW-NAME             PIC X(30) VALUE SPACES.
014200 77  PROF-NEW-ROLE             PIC X(01) VALUE SPACES.
014300 77  PROF-NEW-ACTIVE           PIC X(01) VALUE SPACES.
014400 77  PROF-NEW-LOCK             PIC X(01) VALUE SPACES.
014500 77  PROF-NEW-RESET            PIC X(01) VALUE SPACES.
014600     88  PROF-RESET-PASSWORD   VALUE "Y".
014700*-----------------------------------------------------------------
014800* One changed field, as it goes onto the activity log: the
014900* field name joins the operator id in the log key.
015000*-----------------------------------------------------------------
015100 01  PROF-LOG-KEY.
015200     05  PROF-LOG-ID           PIC X(08).
015300     05  FILLER                PIC X(01) VALUE SPACE.
015400     05  PROF-LOG-FIELD        PIC X(08).
015500 77  PROF-LOG-OLD              PIC X(27) VALUE SPACES.
015600 77  PROF-LOG-NEW              PIC X(27) VALUE SPACES.
015700 77  PROF-LOG-COUNT            PIC 9(02) COMP VALUE ZERO.
015800*-----------------------------------------------------------------
015900 SCREEN SECTION.
016000 01  PROF-SIGNON-SCREEN.
016100     05  BLANK SCREEN.
016200     05  LINE 1  COLUMN 1  VALUE
016300         "CALCPROF - OPERATOR PROFILE MAINTENANCE".
016400     05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
016500     05  LINE 3  COLUMN 14 PIC X(08) TO PROF-OPERATOR.
016600     05  LINE 4  COLUMN 1  VALUE "PASSWORD...: ".
016700     05  LINE 4  COLUMN 14 PIC X(08) TO PROF-PASSWORD SECURE.
016800 01  PROF-LIST-SCREEN.
016900     05  BLANK SCREEN.
017000     05  LINE 1  COLUMN 1  VALUE
017100         "CALCPROF - OPERATOR PROFILE MAINTENANCE".
017200     05  LINE 2  COLUMN 1  VALUE "SUPERVISOR: ".
017300     05  LINE 2  COLUMN 13 PIC X(08) FROM PROF-OPERATOR.
017400     05  LINE 3  COLUMN 1  VALUE "NBR ID       NAME".
017500     05  LINE 3  COLUMN 45 VALUE "R A L FA LAST SIGN".
017600 01  PROF-ENTRY-SCREEN.
017700     05  LINE 14 COLUMN 1  VALUE
017800         "SELECT NUMBER TO CHANGE, 98 NEXT PAGE, 99 TO ADD, OR 0 T
017900-        "O QUIT: ".
018000     05  LINE 14 COLUMN 66 PIC 9(02) TO PROF-SELECTION.
018100 01  PROF-ADD-SCREEN.
018200     05  LINE 15 COLUMN 1  VALUE "NEW OPERATOR ID....: ".
018300     05  LINE 15 COLUMN 22 PIC X(08) TO PROF-NEW-ID.
018400 01  PROF-CHANGE-SCREEN.
018500     05  LINE 15 COLUMN 1  VALUE "OPERATOR ID........: ".
018600     05  LINE 15 COLUMN 22 PIC X(08) FROM PROF-NEW-ID.
018700     05  LINE 16 COLUMN 1  VALUE "NAME...............: ".
018800     05  LINE 16 COLUMN 22 PIC X(30) USING PROF-NEW-NAME.
018900     05  LINE 17 COLUMN 1  VALUE "ROLE (I/C/P/S).....: ".
019000     05  LINE 17 COLUMN 22 PIC X(01) USING PROF-NEW-ROLE.
019100     05  LINE 17 COLUMN 41 VALUE "ACTIVE (Y/N)........: ".
019200     05  LINE 17 COLUMN 63 PIC X(01) USING PROF-NEW-ACTIVE.
019300     05  LINE 18 COLUMN 1  VALUE "LOCK (L/BLANK).....: ".
019400     05  LINE 18 COLUMN 22 PIC X(01) USING PROF-NEW-LOCK.
019500     05  LINE 18 COLUMN 41 VALUE "RESET PASSWORD (Y)..: ".
019600     05  LINE 18 COLUMN 63 PIC X(01) USING PROF-NEW-RESET.
019700 PROCEDURE DIVISION.
019800 MAIN-PROCEDURE.
019900     PERFORM InitializeRun
020000     PERFORM LoadOperatorList
020100     PERFORM DisplayOperatorList
020200     PERFORM MaintenanceMenu UNTIL PROF-DONE
020400     STOP RUN.
020500
020600*-----------------------------------------------------------------
020700* InitializeRun - stamps the session timestamp and signs the
020800* supervisor on against the profile file; a blank operator id
020900* is asked for again, and a session that cannot sign on as a
021000* supervisor within PROF-MAX-TRIES attempts ends here.
021100*-----------------------------------------------------------------
021200 InitializeRun.
021300     ACCEPT PROF-RUN-DATE FROM DATE YYYYMMDD
021400     ACCEPT PROF-RUN-TIME FROM TIME
021500     PERFORM SignOnOperator
021600         UNTIL PROF-SIGNED-ON
021700            OR PROF-SIGNON-TRIES >= PROF-MAX-TRIES
021800     IF NOT PROF-SIGNED-ON
021900         DISPLAY "CALCPROF: SIGN-ON FAILED - SESSION ENDED"
022000             LINE 7 COLUMN 1
022100         STOP RUN
022200     END-IF.
022300
022400 SignOnOperator.
022500     MOVE SPACES TO PROF-PASSWORD
022600     DISPLAY PROF-SIGNON-SCREEN
022700     ACCEPT PROF-SIGNON-SCREEN
022800     IF PROF-OPERATOR = SPACES
022900         DISPLAY "CALCPROF: OPERATOR ID REQUIRED"
023000             LINE 6 COLUMN 1
023100     ELSE
023200         ADD 1 TO PROF-SIGNON-TRIES
023300         PERFORM VerifyOperator
023400     END-IF.
023500
023600*-----------------------------------------------------------------
023700* VerifyOperator - the id and password keyed against the
023800* operator's profile.  An id not on the file, inactive or
023900* locked is refused; a wrong password counts against the id
024000* and locks it at PROF-MAX-FAILS; a profile with no password
024100* yet (new, or reset by a supervisor) takes the one keyed.  A
024200* good sign-on clears the failure count and stamps the date
024300* and time on the profile.  Every refusal and lockout goes to
024400* the activity log.
024500*-----------------------------------------------------------------
024600 VerifyOperator.
024700     OPEN I-O OperatorFile
024800     IF PROF-OPF-STATUS NOT = "00"
024900         DISPLAY "CALCPROF: OPEN FAILED ON OPERATORFILE "
025000             "- STATUS " PROF-OPF-STATUS
025100         STOP RUN
025200     END-IF
025300     MOVE PROF-OPERATOR TO OpfId
025400     READ OperatorFile
025500         INVALID KEY
025600             CONTINUE
025700     END-READ
025800     MOVE PROF-OPERATOR TO PROF-HASH-ID
025900     MOVE PROF-PASSWORD TO PROF-HASH-PASS
026000     PERFORM HashPassword
026100     MOVE "SIGN-ON REFUSED" TO PROF-SEC-EVENT
026200     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO PROF-SEC-SHOW
026300     EVALUATE TRUE
026400         WHEN PROF-OPF-STATUS NOT = "00"
026500             MOVE "ID NOT ON THE PROFILE FILE" TO PROF-SEC-REASON
026600             PERFORM RefuseSignOn
026700         WHEN NOT OPF-ACTIVE
026800             MOVE "ID NOT ACTIVE" TO PROF-SEC-REASON
026900             MOVE "ID NOT ACTIVE" TO PROF-SEC-SHOW
027000             PERFORM RefuseSignOn
027100         WHEN OPF-LOCKED
027200             MOVE "ID LOCKED" TO PROF-SEC-REASON
027300             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
027400                 TO PROF-SEC-SHOW
027500             PERFORM RefuseSignOn
027600         WHEN PROF-PASSWORD = SPACES
027700             MOVE "NO PASSWORD KEYED" TO PROF-SEC-REASON
027800             MOVE "PASSWORD REQUIRED" TO PROF-SEC-SHOW
027900             PERFORM RefuseSignOn
028000         WHEN OpfPassHash = ZERO
028100             MOVE PROF-PASS-HASH TO OpfPassHash
028200             DISPLAY "CALCPROF: PASSWORD SET FOR " PROF-OPERATOR
028300                 LINE 6 COLUMN 1
028400             PERFORM AcceptSignOn
028500         WHEN OpfPassHash NOT = PROF-PASS-HASH
028600             PERFORM RecordBadPassword
028700         WHEN OTHER
028800             PERFORM AcceptSignOn
028900     END-EVALUATE
029000     CLOSE OperatorFile.
029100
029200*-----------------------------------------------------------------
029300* AcceptSignOn - a good password.  This screen is for one role
029400* only: anyone else is refused and logged, without the sign-on
029500* being stamped on the profile.
029600*-----------------------------------------------------------------
029700 AcceptSignOn.
029800     MOVE ZERO TO OpfFailCount
029900     IF OPF-SUPERVISOR
030000         ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
030100         ACCEPT OpfLastSignTime FROM TIME
030200         PERFORM RewriteOperatorRecord
030300         MOVE OpfRole TO PROF-ROLE
030400         SET PROF-SIGNED-ON TO TRUE
030500     ELSE
030600         PERFORM RewriteOperatorRecord
030700         MOVE "ROLE x NOT A SUPERVISOR" TO PROF-SEC-REASON
030800         MOVE OpfRole TO PROF-SEC-REASON (6:1)
030900         MOVE "SUPERVISORS ONLY" TO PROF-SEC-SHOW
031000         PERFORM RefuseSignOn
031100     END-IF.
031200
031300*-----------------------------------------------------------------
031400* RecordBadPassword - one more failure against the id; at the
031500* limit the id is locked and the lockout, rather than the
031600* failure, is logged.
031700*-----------------------------------------------------------------
031800 RecordBadPassword.
031900     ADD 1 TO OpfFailCount
032000     IF OpfFailCount >= PROF-MAX-FAILS
032100         SET OPF-LOCKED TO TRUE
032200         ACCEPT OpfLockDate FROM DATE YYYYMMDD
032300     END-IF
032400     PERFORM RewriteOperatorRecord
032500     MOVE "WRONG PASSWORD" TO PROF-SEC-REASON
032600     IF OPF-LOCKED
032700         MOVE "LOCKED OUT" TO PROF-SEC-EVENT
032800         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
032900             TO PROF-SEC-SHOW
033000     END-IF
033100     PERFORM RefuseSignOn.
033200
033300 RewriteOperatorRecord.
033400     REWRITE OperatorRecord
033500     IF PROF-OPF-STATUS NOT = "00"
033600         DISPLAY "CALCPROF: OPERATORFILE REWRITE FAILED "
033700             "- STATUS " PROF-OPF-STATUS
033800         STOP RUN
033900     END-IF.
034000
034100 RefuseSignOn.
034200     PERFORM WriteSecurityRecord
034300     DISPLAY "CALCPROF: SIGN-ON REFUSED - " PROF-SEC-SHOW
034400         LINE 6 COLUMN 1.
034500
034600*-----------------------------------------------------------------
034700* HashPassword - chains the 16 bytes of the id and password, in
034800* order, into PROF-PASS-HASH.
034900*-----------------------------------------------------------------
035000 HashPassword.
035100     MOVE ZERO TO PROF-PASS-HASH
035200     PERFORM ChainPasswordByte
035300         VARYING PROF-HASH-IDX FROM 1 BY 1
035400         UNTIL PROF-HASH-IDX > 16
035500     MOVE SPACES TO PROF-HASH-PASS.
035600
035700 ChainPasswordByte.
035800     MOVE PROF-HASH-BYTE (PROF-HASH-IDX) TO PROF-HASH-CHAR
035900     COMPUTE PROF-HASH-WORK = PROF-PASS-HASH * 256 + PROF-HASH-ORD
036000     DIVIDE PROF-HASH-WORK BY PROF-HASH-MODULUS
036100         GIVING PROF-HASH-QUOT REMAINDER PROF-PASS-HASH.
036200
036300*-----------------------------------------------------------------
036400* WriteSecurityRecord - one activity-log record (type "A") for
036500* a refused sign-on, a lockout or a function refused for the
036600* operator's role: the id keyed, this screen, the event and the
036700* reason.  The log opens EXTEND for just the one write; an
036800* event that cannot be logged ends the session.
036900*-----------------------------------------------------------------
037000 WriteSecurityRecord.
037100     OPEN EXTEND ActivityFile
037200     IF PROF-ACT-STATUS NOT = "00"
037300         DISPLAY "CALCPROF: OPEN FAILED ON ACTIVITYFILE "
037400             "- STATUS " PROF-ACT-STATUS
037500         STOP RUN
037600     END-IF
037700     MOVE SPACES TO ActivityRecord
037800     SET ACT-SIGNON-SECURITY TO TRUE
037900     ACCEPT ActivityDate FROM DATE YYYYMMDD
038000     ACCEPT ActivityTime FROM TIME
038100     MOVE PROF-OPERATOR TO ActivityOperator
038200     MOVE "CALCPROF" TO ActivityKey
038300     MOVE PROF-SEC-EVENT TO ActivityOldData
038400     MOVE PROF-SEC-REASON TO ActivityNewData
038500     WRITE ActivityRecord
038600     IF PROF-ACT-STATUS NOT = "00"
038700         DISPLAY "CALCPROF: ACTIVITY LOG WRITE FAILED "
038800             "- STATUS " PROF-ACT-STATUS
038900         STOP RUN
039000     END-IF
039100     CLOSE ActivityFile.
039200
039300*-----------------------------------------------------------------
039400* LoadOperatorList - one keyed browse over the profile file, in
039410* id order, into the session table.  The file is open only for
039420* the browse, and INPUT, so every other screen can still sign
039430* its operators on while a supervisor sits on this one; each
039440* change opens it I-O for its own READ and REWRITE (or WRITE)
039450* and closes it again.
039800*-----------------------------------------------------------------
039900 LoadOperatorList.
040000     OPEN INPUT OperatorFile
040100     IF PROF-OPF-STATUS NOT = "00"
040200         DISPLAY "CALCPROF: OPEN FAILED ON OPERATORFILE "
040300             "- STATUS " PROF-OPF-STATUS
040400         STOP RUN
040500     END-IF
040504     PERFORM ScanOperatorFile.
040508
040512*-----------------------------------------------------------------
040516* RefreshOperatorList - reloads the list as the supervisor pages
040520* on, so locks and sign-ons made on other screens since show
040524* up.  A file another screen has open for a sign-on just then
040528* keeps the list already held.
040532*-----------------------------------------------------------------
040536 RefreshOperatorList.
040540     OPEN INPUT OperatorFile
040544     IF PROF-OPF-STATUS = "00"
040548         PERFORM ScanOperatorFile
040552     ELSE
040556         DISPLAY "CALCPROF: OPERATOR FILE IN USE - LIST NOT "
040560             "REFRESHED" LINE 23 COLUMN 1
040564     END-IF.
040568
040572 ScanOperatorFile.
040576     MOVE ZERO TO PROF-OPR-COUNT
040580     MOVE "N" TO PROF-EOF-SW
040584     MOVE "N" TO PROF-OVERFLOW-SW
040600     MOVE LOW-VALUES TO OpfId
040700     START OperatorFile KEY >= OpfId
040800         INVALID KEY
040900             SET PROF-END-OF-FILE TO TRUE
041000     END-START
041100     IF NOT PROF-END-OF-FILE
041200         PERFORM ReadNextOperator
041300     END-IF
041400     PERFORM StoreOneOperator UNTIL PROF-END-OF-FILE
041410     CLOSE OperatorFile
041500     IF PROF-OVERFLOW
041600         DISPLAY "CALCPROF: MORE THAN " PROF-OPR-MAX
041700             " OPERATORS ON THE FILE - LIST IS INCOMPLETE"
041800     END-IF.
041900
042000 ReadNextOperator.
042100     READ OperatorFile NEXT
042200         AT END
042300             SET PROF-END-OF-FILE TO TRUE
042400     END-READ.
042500
042600 StoreOneOperator.
042700     IF PROF-OPR-COUNT < PROF-OPR-MAX
042800         ADD 1 TO PROF-OPR-COUNT
042900         SET PROF-OPR-IDX TO PROF-OPR-COUNT
043000         PERFORM CopyRecordToTable
043100     ELSE
043200         SET PROF-OVERFLOW TO TRUE
043300     END-IF
043400     PERFORM ReadNextOperator.
043500
043600 CopyRecordToTable.
043700     MOVE OpfId          TO PROF-T-ID (PROF-OPR-IDX)
043800     MOVE OpfName        TO PROF-T-NAME (PROF-OPR-IDX)
043900     MOVE OpfRole        TO PROF-T-ROLE (PROF-OPR-IDX)
044000     MOVE OpfActiveFlag  TO PROF-T-ACTIVE (PROF-OPR-IDX)
044100     MOVE OpfLockFlag    TO PROF-T-LOCK (PROF-OPR-IDX)
044200     MOVE OpfFailCount   TO PROF-T-FAILS (PROF-OPR-IDX)
044300     MOVE OpfLastSignOn  TO PROF-T-LAST-SIGN (PROF-OPR-IDX).
044400
044410*-----------------------------------------------------------------
044420* OpenOperatorUpdate - opens the profile file I-O for one change.
044430* Another screen signing an operator on holds it for a moment;
044440* the change is then not made and the supervisor keys it again.
044450*-----------------------------------------------------------------
044460 OpenOperatorUpdate.
044470     OPEN I-O OperatorFile
044480     IF PROF-OPF-STATUS NOT = "00"
044490         DISPLAY "CALCPROF: OPERATOR FILE IN USE - STATUS "
044500             PROF-OPF-STATUS " - NOTHING CHANGED, KEY IT AGAIN"
044510             LINE 23 COLUMN 1
044520     END-IF.
044700
044800*-----------------------------------------------------------------
044900* DisplayOperatorList - paints the list screen and one line per
045000* operator on the current page.
045100*-----------------------------------------------------------------
045200 DisplayOperatorList.
045300     DISPLAY PROF-LIST-SCREEN
045400     COMPUTE PROF-PAGE-LAST = PROF-PAGE-FIRST + PROF-PAGE-SIZE - 1
045500     IF PROF-PAGE-LAST > PROF-OPR-COUNT
045600         MOVE PROF-OPR-COUNT TO PROF-PAGE-LAST
045700     END-IF
045800     MOVE 3 TO PROF-LIST-LINE
045900     PERFORM DisplayOneOperatorLine
046000         VARYING PROF-OPR-IDX FROM PROF-PAGE-FIRST BY 1
046100         UNTIL PROF-OPR-IDX > PROF-PAGE-LAST.
046200
046300 DisplayOneOperatorLine.
046400     ADD 1 TO PROF-LIST-LINE
046500     SET PROF-DISP-NBR TO PROF-OPR-IDX
046600     DISPLAY PROF-DISP-NBR
046700         "  " PROF-T-ID (PROF-OPR-IDX)
046800         " " PROF-T-NAME (PROF-OPR-IDX)
046900         " " PROF-T-ROLE (PROF-OPR-IDX)
047000         " " PROF-T-ACTIVE (PROF-OPR-IDX)
047100         " " PROF-T-LOCK (PROF-OPR-IDX)
047200         " " PROF-T-FAILS (PROF-OPR-IDX)
047300         " " PROF-T-LAST-SIGN (PROF-OPR-IDX)
047400         LINE PROF-LIST-LINE COLUMN 1.
047500
047600*-----------------------------------------------------------------
047700* MaintenanceMenu - prompts for the number of an operator to
047800* change, 98 for the next page or 99 to add one, and applies
047900* it, repeating until the supervisor keys 0 to quit.  The next
048000* page after the last goes back to the first.
048100*-----------------------------------------------------------------
048200 MaintenanceMenu.
048300     MOVE ZERO TO PROF-SELECTION
048400     DISPLAY PROF-ENTRY-SCREEN
048500     ACCEPT PROF-ENTRY-SCREEN
048600     EVALUATE TRUE
048700         WHEN PROF-SELECTION = ZERO
048800             SET PROF-DONE TO TRUE
048900         WHEN PROF-SEL-NEXT-PAGE
048910             PERFORM RefreshOperatorList
049000             ADD PROF-PAGE-SIZE TO PROF-PAGE-FIRST
049100             IF PROF-PAGE-FIRST > PROF-OPR-COUNT
049200                 MOVE 1 TO PROF-PAGE-FIRST
049300             END-IF
049400             PERFORM DisplayOperatorList
049500         WHEN PROF-SEL-ADD
049600             PERFORM AddOneOperator
049700         WHEN PROF-SELECTION > PROF-OPR-COUNT
049800             DISPLAY "CALCPROF: INVALID SELECTION NUMBER"
049900                 LINE 23 COLUMN 1
050000         WHEN OTHER
050100             PERFORM ChangeOneOperator
050200     END-EVALUATE.
050300
050400*-----------------------------------------------------------------
050500* AddOneOperator - the add round trip: a new id, which must not
050600* be on the file already, then the fields with their defaults
050700* (an active inquiry operator, unlocked, with no password until
050800* the first sign-on sets one), then the same checks as a change.
050900*-----------------------------------------------------------------
051000 AddOneOperator.
051100     MOVE SPACES TO PROF-NEW-ID
051200     DISPLAY PROF-ADD-SCREEN
051300     ACCEPT PROF-ADD-SCREEN
051400     PERFORM CheckOperatorOnFile
051900     EVALUATE TRUE
052000         WHEN PROF-NEW-ID = SPACES
052100             DISPLAY "CALCPROF: OPERATOR ID REQUIRED "
052200                 "- NO ADD MADE" LINE 23 COLUMN 1
052300         WHEN PROF-ON-FILE
052400             DISPLAY "CALCPROF: " PROF-NEW-ID
052500                 " IS ALREADY ON FILE - NO ADD MADE"
052600                 LINE 23 COLUMN 1
052700         WHEN OTHER
052800             MOVE SPACES TO PROF-NEW-NAME
052900             MOVE "I"    TO PROF-NEW-ROLE
053000             MOVE "Y"    TO PROF-NEW-ACTIVE
053100             MOVE SPACES TO PROF-NEW-LOCK
053200             MOVE SPACES TO PROF-NEW-RESET
053300             PERFORM AcceptProfileFields
053400             IF PROF-VALID
053500                 PERFORM ApplyProfileAdd
053600             END-IF
053700     END-EVALUATE.
053800
053805*-----------------------------------------------------------------
053810* CheckOperatorOnFile - whether the id keyed for an add is on
053815* the file already, read with the file open INPUT for just the
053820* one READ.  ApplyProfileAdd looks again before it writes.
053825*-----------------------------------------------------------------
053830 CheckOperatorOnFile.
053835     MOVE "N" TO PROF-ON-FILE-SW
053840     OPEN INPUT OperatorFile
053845     IF PROF-OPF-STATUS = "00"
053850         MOVE PROF-NEW-ID TO OpfId
053855         READ OperatorFile
053860             INVALID KEY
053865                 CONTINUE
053870             NOT INVALID KEY
053875                 SET PROF-ON-FILE TO TRUE
053880         END-READ
053885         CLOSE OperatorFile
053890     END-IF.
053895
053900*-----------------------------------------------------------------
054000* ChangeOneOperator - the change round trip for the selected
054100* operator: its current values come up on the change screen
054200* for the supervisor to overtype.  The supervisor's own profile
054300* is refused, and the refusal logged.
054400*-----------------------------------------------------------------
054500 ChangeOneOperator.
054600     SET PROF-OPR-IDX TO PROF-SELECTION
054700     IF PROF-T-ID (PROF-OPR-IDX) = PROF-OPERATOR
054800         MOVE "FUNCTION REFUSED" TO PROF-SEC-EVENT
054900         MOVE "OWN PROFILE" TO PROF-SEC-REASON
055000         PERFORM WriteSecurityRecord
055100         DISPLAY "CALCPROF: YOUR OWN PROFILE IS CHANGED BY "
055200             "ANOTHER SUPERVISOR - NOTHING CHANGED"
055300             LINE 23 COLUMN 1
055400     ELSE
055500         MOVE PROF-T-ID (PROF-OPR-IDX)     TO PROF-NEW-ID
055600         MOVE PROF-T-NAME (PROF-OPR-IDX)   TO PROF-NEW-NAME
055700         MOVE PROF-T-ROLE (PROF-OPR-IDX)   TO PROF-NEW-ROLE
055800         MOVE PROF-T-ACTIVE (PROF-OPR-IDX) TO PROF-NEW-ACTIVE
055900         MOVE PROF-T-LOCK (PROF-OPR-IDX)   TO PROF-NEW-LOCK
056000         MOVE SPACES                       TO PROF-NEW-RESET
056100         PERFORM AcceptProfileFields
056200         IF PROF-VALID
056300             PERFORM ApplyProfileChange
056400         END-IF
056500     END-IF.
056600
056700*-----------------------------------------------------------------
056800* AcceptProfileFields - accepts the profile's fields and
056900* refuses a blank name, a role other than I/C/P/S, an active
057000* flag other than Y or N, a lock other than L or blank, or a
057100* reset other than Y or blank.
057200*-----------------------------------------------------------------
057300 AcceptProfileFields.
057400     DISPLAY PROF-CHANGE-SCREEN
057500     ACCEPT PROF-CHANGE-SCREEN
057600     MOVE "Y" TO PROF-VALID-SW
057700     EVALUATE TRUE
057800         WHEN PROF-NEW-NAME = SPACES
057900             MOVE "N" TO PROF-VALID-SW
058000             DISPLAY "CALCPROF: NAME REQUIRED "
058100                 "- NO CHANGE MADE" LINE 23 COLUMN 1
058200         WHEN PROF-NEW-ROLE NOT = "I"
058300             AND PROF-NEW-ROLE NOT = "C"
058400             AND PROF-NEW-ROLE NOT = "P"
058500             AND PROF-NEW-ROLE NOT = "S"
058600             MOVE "N" TO PROF-VALID-SW
058700             DISPLAY "CALCPROF: ROLE MUST BE I, C, P OR S "
058800                 "- NO CHANGE MADE" LINE 23 COLUMN 1
058900         WHEN PROF-NEW-ACTIVE NOT = "Y"
059000             AND PROF-NEW-ACTIVE NOT = "N"
059100             MOVE "N" TO PROF-VALID-SW
059200             DISPLAY "CALCPROF: ACTIVE MUST BE Y OR N "
059300                 "- NO CHANGE MADE" LINE 23 COLUMN 1
059400         WHEN PROF-NEW-LOCK NOT = "L"
059500             AND PROF-NEW-LOCK NOT = SPACE
059600             MOVE "N" TO PROF-VALID-SW
059700             DISPLAY "CALCPROF: LOCK MUST BE L OR BLANK "
059800                 "- NO CHANGE MADE" LINE 23 COLUMN 1
059900         WHEN PROF-NEW-RESET NOT = "Y"
060000             AND PROF-NEW-RESET NOT = SPACE
060100             MOVE "N" TO PROF-VALID-SW
060200             DISPLAY "CALCPROF: RESET MUST BE Y OR BLANK "
060300                 "- NO CHANGE MADE" LINE 23 COLUMN 1
060400         WHEN OTHER
060500             CONTINUE
060600     END-EVALUATE.
060700
060800*-----------------------------------------------------------------
060810* ApplyProfileAdd - opens the file I-O for the add, makes sure
060820* the id has not been added since it was checked, and has
060830* WriteNewOperator write it.
061300*-----------------------------------------------------------------
061400 ApplyProfileAdd.
061404     PERFORM OpenOperatorUpdate
061408     IF PROF-OPF-STATUS = "00"
061412         MOVE PROF-NEW-ID TO OpfId
061416         READ OperatorFile
061420             INVALID KEY
061424                 PERFORM WriteNewOperator
061428             NOT INVALID KEY
061432                 DISPLAY "CALCPROF: " PROF-NEW-ID
061436                     " IS ALREADY ON FILE - NO ADD MADE"
061440                     LINE 23 COLUMN 1
061444         END-READ
061448         CLOSE OperatorFile
061452     END-IF.
061456
061460*-----------------------------------------------------------------
061464* WriteNewOperator - logs every field of the new operator with a
061468* blank old value, then writes the profile with no password
061472* and adds it to the list.  The log writes come first: a change
061476* that cannot be logged is not made.
061480*-----------------------------------------------------------------
061484 WriteNewOperator.
061500     MOVE SPACES TO PROF-NEW-RESET
061600     MOVE SPACES TO OperatorRecord
061700     MOVE PROF-NEW-ID TO OpfId
061800     MOVE ZERO TO PROF-LOG-COUNT
061900     PERFORM LogChangedFields
062000     MOVE ZERO TO OpfPassHash
062100     MOVE ZERO TO OpfFailCount
062200     MOVE ZERO TO OpfLockDate
062300     IF PROF-NEW-LOCK = "L"
062400         MOVE PROF-RUN-DATE TO OpfLockDate
062500     END-IF
062600     MOVE ZERO TO OpfLastSignOn
062700     MOVE ZERO TO OpfLastSignTime
062800     MOVE PROF-RUN-DATE TO OpfAddDate
062900     PERFORM MoveFieldsToRecord
063000     WRITE OperatorRecord
063100     IF PROF-OPF-STATUS NOT = "00"
063200         DISPLAY "CALCPROF: OPERATORFILE WRITE FAILED "
063300             "- STATUS " PROF-OPF-STATUS
063400         STOP RUN
063500     END-IF
063600     IF PROF-OPR-COUNT < PROF-OPR-MAX
063700         ADD 1 TO PROF-OPR-COUNT
063800         SET PROF-OPR-IDX TO PROF-OPR-COUNT
063900         PERFORM CopyRecordToTable
064000     END-IF
064100     PERFORM DisplayOperatorList
064200     DISPLAY "CALCPROF: OPERATOR " PROF-NEW-ID " ADDED - "
064300         "PASSWORD SET AT FIRST SIGN-ON" LINE 23 COLUMN 1.
064400
064500*-----------------------------------------------------------------
064510* ApplyProfileChange - opens the file I-O for the change and
064520* has RewriteOperatorChange make it.
064530*-----------------------------------------------------------------
064540 ApplyProfileChange.
064550     PERFORM OpenOperatorUpdate
064560     IF PROF-OPF-STATUS = "00"
064570         PERFORM RewriteOperatorChange
064580         CLOSE OperatorFile
064590     END-IF.
064600
064610*-----------------------------------------------------------------
064620* RewriteOperatorChange - re-reads the profile by key, logs each
064700* field that actually changed (old and new value), then
064800* rewrites the record with the new values, the supervisor and
064900* the date.  Unlocking also clears the failed attempts and the
065000* lock date; a reset zeroes the password hash.  Nothing changed
065100* means nothing logged or rewritten.
065200*-----------------------------------------------------------------
065300 RewriteOperatorChange.
065400     MOVE PROF-NEW-ID TO OpfId
065500     READ OperatorFile
065600         INVALID KEY
065700             DISPLAY "CALCPROF: OPERATOR GONE UNDER THIS "
065800                 "SESSION - RUN STOPPED"
065900             STOP RUN
066000     END-READ
066100     MOVE ZERO TO PROF-LOG-COUNT
066200     PERFORM LogChangedFields
066300     IF PROF-LOG-COUNT = ZERO
066400         DISPLAY "CALCPROF: PROFILE UNCHANGED - NOTHING LOGGED"
066500             LINE 23 COLUMN 1
066600     ELSE
066700         IF PROF-NEW-LOCK = SPACE AND OPF-LOCKED
066800             MOVE ZERO TO OpfFailCount
066900             MOVE ZERO TO OpfLockDate
067000         END-IF
067100         IF PROF-NEW-LOCK = "L" AND NOT OPF-LOCKED
067200             MOVE PROF-RUN-DATE TO OpfLockDate
067300         END-IF
067400         IF PROF-RESET-PASSWORD
067500             MOVE ZERO TO OpfPassHash
067600         END-IF
067700         PERFORM MoveFieldsToRecord
067800         REWRITE OperatorRecord
067900         IF PROF-OPF-STATUS NOT = "00"
068000             DISPLAY "CALCPROF: OPERATORFILE REWRITE FAILED "
068100                 "- STATUS " PROF-OPF-STATUS
068200             STOP RUN
068300         END-IF
068400         PERFORM CopyRecordToTable
068500         PERFORM DisplayOperatorList
068600         DISPLAY "CALCPROF: OPERATOR " PROF-NEW-ID " CHANGED - "
068700             PROF-LOG-COUNT " FIELD(S) LOGGED"
068800             LINE 23 COLUMN 1
068900     END-IF.
069000
069100 MoveFieldsToRecord.
069200     MOVE PROF-NEW-NAME       TO OpfName
069300     MOVE PROF-NEW-ROLE       TO OpfRole
069400     MOVE PROF-NEW-ACTIVE     TO OpfActiveFlag
069500     MOVE PROF-NEW-LOCK       TO OpfLockFlag
069600     MOVE PROF-RUN-DATE       TO OpfUpdDate
069700     MOVE PROF-OPERATOR       TO OpfUpdOper.
069800
069900*-----------------------------------------------------------------
070000* LogChangedFields - one activity-log record for each field
070100* whose new value differs from the record in the FD (blank for
070200* a new operator), keyed by operator id and field name.  A
070300* password reset is logged as SET to RESET; neither the
070400* password nor its hash ever goes onto the log.
070500*-----------------------------------------------------------------
070600 LogChangedFields.
070700     MOVE PROF-NEW-ID TO PROF-LOG-ID
070800     IF PROF-NEW-NAME NOT = OpfName
070900         MOVE "NAME"        TO PROF-LOG-FIELD
071000         MOVE OpfName       TO PROF-LOG-OLD
071100         MOVE PROF-NEW-NAME TO PROF-LOG-NEW
071200         PERFORM WriteActivityRecord
071300     END-IF
071400     IF PROF-NEW-ROLE NOT = OpfRole
071500         MOVE "ROLE"        TO PROF-LOG-FIELD
071600         MOVE OpfRole       TO PROF-LOG-OLD
071700         MOVE PROF-NEW-ROLE TO PROF-LOG-NEW
071800         PERFORM WriteActivityRecord
071900     END-IF
072000     IF PROF-NEW-ACTIVE NOT = OpfActiveFlag
072100         MOVE "ACTIVE"        TO PROF-LOG-FIELD
072200         MOVE OpfActiveFlag   TO PROF-LOG-OLD
072300         MOVE PROF-NEW-ACTIVE TO PROF-LOG-NEW
072400         PERFORM WriteActivityRecord
072500     END-IF
072600     IF PROF-NEW-LOCK NOT = OpfLockFlag
072700         MOVE "LOCK"        TO PROF-LOG-FIELD
072800         MOVE OpfLockFlag   TO PROF-LOG-OLD
072900         MOVE PROF-NEW-LOCK TO PROF-LOG-NEW
073000         PERFORM WriteActivityRecord
073100     END-IF
073200     IF PROF-RESET-PASSWORD
073300         MOVE "PASSWORD" TO PROF-LOG-FIELD
073400         MOVE "SET"      TO PROF-LOG-OLD
073500         MOVE "RESET"    TO PROF-LOG-NEW
073600         PERFORM WriteActivityRecord
073700     END-IF.
073800
073900*-----------------------------------------------------------------
074000* WriteActivityRecord - one activity-log record per changed
074100* field: who, when, which operator and field, old value, new
074200* value.  The log opens EXTEND for just the one write, the way
074300* CalcSord does, so two screens cannot hold it against each
074400* other for a whole session.
074500*-----------------------------------------------------------------
074600 WriteActivityRecord.
074700     OPEN EXTEND ActivityFile
074800     IF PROF-ACT-STATUS NOT = "00"
074900         DISPLAY "CALCPROF: OPEN FAILED ON ACTIVITYFILE "
075000             "- STATUS " PROF-ACT-STATUS
075100         STOP RUN
075200     END-IF
075300     MOVE SPACES TO ActivityRecord
075400     SET ACT-PROFILE-CHANGE TO TRUE
075500     MOVE PROF-RUN-DATE TO ActivityDate
075600     ACCEPT PROF-RUN-TIME FROM TIME
075700     MOVE PROF-RUN-TIME TO ActivityTime
075800     MOVE PROF-OPERATOR TO ActivityOperator
075900     MOVE PROF-LOG-KEY  TO ActivityKey
076000     MOVE PROF-LOG-OLD  TO ActivityOldData
076100     MOVE PROF-LOG-NEW  TO ActivityNewData
076200     WRITE ActivityRecord
076300     IF PROF-ACT-STATUS NOT = "00"
076400         DISPLAY "CALCPROF: ACTIVITY LOG WRITE FAILED "
076500             "- STATUS " PROF-ACT-STATUS
076600             " - CHANGE NOT MADE"
076700         STOP RUN
076800     END-IF
076900     CLOSE ActivityFile
077000     ADD 1 TO PROF-LOG-COUNT.
077100 END PROGRAM CalcProf.
