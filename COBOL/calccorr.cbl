006180*                 cannot be logged is not made.  The CalcOpr
006190*                 supervisor report lists the day's corrections
006195*                 by operator each morning.
006205* 15/10/2026 CAY  High-value hold queue: the resubmit now carries
006215*                 the correcting operator in DL100TXN
006225*                 TransactionOperator, so a corrected detail that
006235*                 Calculadora holds for approval cannot be
006245*                 released on CalcHold by the same operator.
006246* 15/10/2026 CAY  Audit seal: every resubmit now also writes a
006247*                 correction record to the seal file CALC.AUDSEAL
006251*                 (DL100SEL) under the seal of the run that wrote
006255*                 the row - operator, timestamp, correction status
006259*                 and resubmit date before and after - before the
006263*                 row is rewritten, so CalcVrfy can tell the
006267*                 authorised change from an unrecorded one.
006271* 15/10/2026 CAY  Sign-on now checks id and password against the
006275*                 operator profile file CALC.OPERFILE, locking the
006279*                 id after repeated failures; resubmits limited to
006283*                 the C and S roles. Refused sign-ons, lockouts
006287*                 and refused corrections logged to CALC.ACTLOG as
006291*                 type A.
006292* 15/10/2026 CAY  A correction retried after a failed attempt
006293*                 restamps the correction record that attempt left
006294*                 on the seal file instead of being refused.
006295******************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. CalcCorr.
006500 ENVIRONMENT DIVISION.
008110     SELECT ActivityFile ASSIGN TO "ACTLOG"
008120         ORGANIZATION IS SEQUENTIAL
008130         FILE STATUS IS CORR-ACT-STATUS.
008131     SELECT OperatorFile ASSIGN TO "OPERFILE"
008132         ORGANIZATION IS INDEXED
008133         ACCESS MODE IS RANDOM
008134         RECORD KEY IS OpfId
008135         FILE STATUS IS CORR-OPF-STATUS.
008140     SELECT SealFile ASSIGN TO "SEALFILE"
008150         ORGANIZATION IS INDEXED
008160         ACCESS MODE IS RANDOM
008170         RECORD KEY IS SealKey
008180         FILE STATUS IS CORR-SEAL-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  AuditFile
009410 FD  ActivityFile
009420     RECORDING MODE IS F.
009430     COPY DL100ACT.
009440 FD  SealFile.
009450     COPY DL100SEL.
009460 FD  OperatorFile.
009470     COPY DL100OPF.
009500 WORKING-STORAGE SECTION.
009600*-----------------------------------------------------------------
009700* File status and loop switches.
010100 77  CORR-XREF-STATUS          PIC X(02) VALUE "00".
010200 77  CORR-RESUBMIT-STATUS      PIC X(02) VALUE "00".
010210 77  CORR-ACT-STATUS           PIC X(02) VALUE "00".
010220 77  CORR-SEAL-STATUS          PIC X(02) VALUE "00".
010230 77  CORR-SEAL-DUP-SW          PIC X(01) VALUE "N".
010240     88  CORR-SEAL-DUP         VALUE "Y".
010300 77  CORR-EOF-SW               PIC X(01) VALUE "N".
010400     88  CORR-END-OF-FILE      VALUE "Y".
010500 77  CORR-RUN-DATE             PIC 9(08) VALUE ZERO.
010505 77  CORR-TODAY                PIC 9(08) VALUE ZERO.
010510 77  CORR-RUN-TIME             PIC 9(08) VALUE ZERO.
010520 77  CORR-OPERATOR             PIC X(08) VALUE SPACES.
010522*-----------------------------------------------------------------
010524* Sign-on security: the operator's profile on CALC.OPERFILE
010526* (DL100OPF) is checked before anything else is shown.  The
010528* password is never kept - it is chained with the operator id
010530* into CORR-PASS-HASH a byte at a time, as the audit seal is,
010532* and compared with the profile's hash.  CORR-MAX-FAILS wrong
010534* passwords in a row lock the id until a supervisor clears it
010536* on CalcProf; a session gets CORR-MAX-TRIES attempts.
010538*-----------------------------------------------------------------
010540 77  CORR-OPF-STATUS           PIC X(02) VALUE "00".
010542 77  CORR-PASSWORD             PIC X(08) VALUE SPACES.
010544 77  CORR-SIGNON-SW            PIC X(01) VALUE "N".
010546     88  CORR-SIGNED-ON        VALUE "Y".
010548 77  CORR-SIGNON-TRIES         PIC 9(01) COMP VALUE ZERO.
010550 77  CORR-MAX-TRIES            PIC 9(01) COMP VALUE 3.
010552 77  CORR-MAX-FAILS            PIC 9(02) COMP VALUE 3.
010554 77  CORR-ROLE                 PIC X(01) VALUE SPACE.
010556     88  CORR-MAY-CORRECT      VALUE "C" "S".
010558 77  CORR-SEC-EVENT            PIC X(27) VALUE SPACES.
010560 77  CORR-SEC-REASON           PIC X(27) VALUE SPACES.
010562 77  CORR-SEC-SHOW             PIC X(40) VALUE SPACES.
010564 77  CORR-HASH-MODULUS         PIC 9(10) COMP VALUE 9999999967.
010566 77  CORR-HASH-WORK            PIC 9(13) COMP VALUE ZERO.
010568 77  CORR-HASH-QUOT            PIC 9(13) COMP VALUE ZERO.
010570 77  CORR-PASS-HASH            PIC 9(10) COMP VALUE ZERO.
010572 01  CORR-HASH-ROW.
010574     05  CORR-HASH-ID          PIC X(08).
010576     05  CORR-HASH-PASS        PIC X(08).
010578 01  FILLER REDEFINES CORR-HASH-ROW.
010580     05  CORR-HASH-BYTE        PIC X(01) OCCURS 16 TIMES
010582                 INDEXED BY CORR-HASH-IDX.
010584 01  CORR-HASH-PAIR.
010586     05  FILLER                PIC X(01) VALUE LOW-VALUE.
010588     05  CORR-HASH-CHAR        PIC X(01).
010590 01  CORR-HASH-ORD REDEFINES CORR-HASH-PAIR
010592                               PIC 9(04) COMP.
010600 77  CORR-DONE-SW              PIC X(01) VALUE "N".
010700     88  CORR-DONE             VALUE "Y".
010800 77  CORR-OVERFLOW-SW          PIC X(01) VALUE "N".
011700* the row's physical position in CALC.AUDITOUT as of the
011800* nightly load, where MarkResubmitted rewrites the sequential
011900* copy; and CORR-R-DONE-SW stops the same entry being
011910* resubmitted twice in one session.  CORR-R-RUN-ID is the run
011920* that wrote the row, whose seal the correction is recorded
011930* against.
012100*-----------------------------------------------------------------
012200 77  CORR-REJECT-MAX           PIC 9(03) COMP VALUE 50.
012300 77  CORR-REJECT-COUNT         PIC 9(03) COMP VALUE ZERO.
012500     05  CORR-REJECT-ENTRY OCCURS 50 TIMES
012600                 INDEXED BY CORR-REJECT-IDX.
012700         10  CORR-R-RUN-DATE       PIC 9(08).
012710         10  CORR-R-RUN-ID         PIC X(08).
012800         10  CORR-R-RECPOS         PIC 9(09).
012900         10  CORR-R-RECNO          PIC 9(09).
013000         10  CORR-R-FIRST-NUM      PIC S9(7)V99.
015410     05  LINE 2  COLUMN 1  VALUE
015420         "OPERATOR ID.......................................: ".
015430     05  LINE 2  COLUMN 54 PIC X(08) TO CORR-OPERATOR.
015440     05  LINE 3  COLUMN 1  VALUE
015450         "PASSWORD..........................................: ".
015460     05  LINE 3  COLUMN 54 PIC X(08) TO CORR-PASSWORD SECURE.
015500 01  CORR-LIST-SCREEN.
015600     05  BLANK SCREEN.
015700     05  LINE 1  COLUMN 1  VALUE
019800* The operator can key a different processing (business) date
019900* at sign-on - zero keeps today - so a 00:10 correction session
020000* still stamps the batch window being worked.
020010* The operator also signs on here with id and password against
020020* the profile file, since every resubmit is logged under the
020030* id; a blank id is asked for again, and a session that cannot
020040* sign on within CORR-MAX-TRIES attempts ends here.
020120*-----------------------------------------------------------------
020200 InitializeRun.
020300     ACCEPT CORR-TODAY FROM DATE YYYYMMDD
020310     MOVE CORR-TODAY TO CORR-RUN-DATE
020320     PERFORM SignOnOperator
020330         UNTIL CORR-SIGNED-ON
020340            OR CORR-SIGNON-TRIES >= CORR-MAX-TRIES
020350     IF NOT CORR-SIGNED-ON
020360         DISPLAY "CALCCORR: SIGN-ON FAILED - SESSION ENDED"
020370             LINE 7 COLUMN 1
020380         STOP RUN
020390     END-IF
020600     IF CORR-ENTRY-DATE > ZERO
020700         MOVE CORR-ENTRY-DATE TO CORR-RUN-DATE
020701     END-IF.
020702
020703 SignOnOperator.
020704     MOVE SPACES TO CORR-PASSWORD
020705     DISPLAY CORR-DATE-SCREEN
020706     ACCEPT CORR-DATE-SCREEN
020707     IF CORR-OPERATOR = SPACES
020708         DISPLAY "CALCCORR: OPERATOR ID REQUIRED"
020709             LINE 6 COLUMN 1
020710     ELSE
020711         ADD 1 TO CORR-SIGNON-TRIES
020712         PERFORM VerifyOperator
020713     END-IF.
020714
020715*-----------------------------------------------------------------
020716* VerifyOperator - the id and password keyed against the
020717* operator's profile.  An id not on the file, inactive or
020718* locked is refused; a wrong password counts against the id
020719* and locks it at CORR-MAX-FAILS; a profile with no password
020720* yet (new, or reset by a supervisor) takes the one keyed.  A
020721* good sign-on clears the failure count and stamps the date
020722* and time on the profile.  Every refusal and lockout goes to
020723* the activity log.
020724*-----------------------------------------------------------------
020725 VerifyOperator.
020726     OPEN I-O OperatorFile
020727     IF CORR-OPF-STATUS NOT = "00"
020728         DISPLAY "CALCCORR: OPEN FAILED ON OPERATORFILE "
020729             "- STATUS " CORR-OPF-STATUS
020730         STOP RUN
020731     END-IF
020732     MOVE CORR-OPERATOR TO OpfId
020733     READ OperatorFile
020734         INVALID KEY
020735             CONTINUE
020736     END-READ
020737     MOVE CORR-OPERATOR TO CORR-HASH-ID
020738     MOVE CORR-PASSWORD TO CORR-HASH-PASS
020739     PERFORM HashPassword
020740     MOVE "SIGN-ON REFUSED" TO CORR-SEC-EVENT
020741     MOVE "ID OR PASSWORD NOT RECOGNIZED" TO CORR-SEC-SHOW
020742     EVALUATE TRUE
020743         WHEN CORR-OPF-STATUS NOT = "00"
020744             MOVE "ID NOT ON THE PROFILE FILE" TO CORR-SEC-REASON
020745             PERFORM RefuseSignOn
020746         WHEN NOT OPF-ACTIVE
020747             MOVE "ID NOT ACTIVE" TO CORR-SEC-REASON
020748             MOVE "ID NOT ACTIVE" TO CORR-SEC-SHOW
020749             PERFORM RefuseSignOn
020750         WHEN OPF-LOCKED
020751             MOVE "ID LOCKED" TO CORR-SEC-REASON
020752             MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
020753                 TO CORR-SEC-SHOW
020754             PERFORM RefuseSignOn
020755         WHEN CORR-PASSWORD = SPACES
020756             MOVE "NO PASSWORD KEYED" TO CORR-SEC-REASON
020757             MOVE "PASSWORD REQUIRED" TO CORR-SEC-SHOW
020758             PERFORM RefuseSignOn
020759         WHEN OpfPassHash = ZERO
020760             MOVE CORR-PASS-HASH TO OpfPassHash
020761             DISPLAY "CALCCORR: PASSWORD SET FOR " CORR-OPERATOR
020762                 LINE 6 COLUMN 1
020763             PERFORM AcceptSignOn
020764         WHEN OpfPassHash NOT = CORR-PASS-HASH
020765             PERFORM RecordBadPassword
020766         WHEN OTHER
020767             PERFORM AcceptSignOn
020768     END-EVALUATE
020769     CLOSE OperatorFile.
020770
020771 AcceptSignOn.
020772     MOVE ZERO TO OpfFailCount
020773     ACCEPT OpfLastSignOn FROM DATE YYYYMMDD
020774     ACCEPT OpfLastSignTime FROM TIME
020775     PERFORM RewriteOperatorRecord
020776     MOVE OpfRole TO CORR-ROLE
020777     SET CORR-SIGNED-ON TO TRUE.
020778
020779*-----------------------------------------------------------------
020780* RecordBadPassword - one more failure against the id; at the
020781* limit the id is locked and the lockout, rather than the
020782* failure, is logged.
020783*-----------------------------------------------------------------
020784 RecordBadPassword.
020785     ADD 1 TO OpfFailCount
020786     IF OpfFailCount >= CORR-MAX-FAILS
020787         SET OPF-LOCKED TO TRUE
020788         ACCEPT OpfLockDate FROM DATE YYYYMMDD
020789     END-IF
020790     PERFORM RewriteOperatorRecord
020791     MOVE "WRONG PASSWORD" TO CORR-SEC-REASON
020792     IF OPF-LOCKED
020793         MOVE "LOCKED OUT" TO CORR-SEC-EVENT
020794         MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
020795             TO CORR-SEC-SHOW
020796     END-IF
020797     PERFORM RefuseSignOn.
020798
020799 RewriteOperatorRecord.
020800     REWRITE OperatorRecord
020801     IF CORR-OPF-STATUS NOT = "00"
020802         DISPLAY "CALCCORR: OPERATORFILE REWRITE FAILED "
020803             "- STATUS " CORR-OPF-STATUS
020804         STOP RUN
020805     END-IF.
020806
020807 RefuseSignOn.
020808     PERFORM WriteSecurityRecord
020809     DISPLAY "CALCCORR: SIGN-ON REFUSED - " CORR-SEC-SHOW
020810         LINE 6 COLUMN 1.
020811
020812*-----------------------------------------------------------------
020813* HashPassword - chains the 16 bytes of the id and password, in
020814* order, into CORR-PASS-HASH.
020815*-----------------------------------------------------------------
020816 HashPassword.
020817     MOVE ZERO TO CORR-PASS-HASH
020818     PERFORM ChainPasswordByte
020819         VARYING CORR-HASH-IDX FROM 1 BY 1
020820         UNTIL CORR-HASH-IDX > 16
020821     MOVE SPACES TO CORR-HASH-PASS.
020822
020823 ChainPasswordByte.
020824     MOVE CORR-HASH-BYTE (CORR-HASH-IDX) TO CORR-HASH-CHAR
020825     COMPUTE CORR-HASH-WORK = CORR-PASS-HASH * 256 + CORR-HASH-ORD
020826     DIVIDE CORR-HASH-WORK BY CORR-HASH-MODULUS
020827         GIVING CORR-HASH-QUOT REMAINDER CORR-PASS-HASH.
020828
020829*-----------------------------------------------------------------
020830* WriteSecurityRecord - one activity-log record (type "A") for
020831* a refused sign-on, a lockout or a function refused for the
020832* operator's role: the id keyed, this screen, the event and the
020833* reason.  The log opens EXTEND for just the one write; an
020834* event that cannot be logged ends the session.
020835*-----------------------------------------------------------------
020836 WriteSecurityRecord.
020837     OPEN EXTEND ActivityFile
020838     IF CORR-ACT-STATUS NOT = "00"
020839         DISPLAY "CALCCORR: OPEN FAILED ON ACTIVITYFILE "
020840             "- STATUS " CORR-ACT-STATUS
020841         STOP RUN
020842     END-IF
020843     MOVE SPACES TO ActivityRecord
020844     SET ACT-SIGNON-SECURITY TO TRUE
020845     ACCEPT ActivityDate FROM DATE YYYYMMDD
020846     ACCEPT ActivityTime FROM TIME
020847     MOVE CORR-OPERATOR TO ActivityOperator
020848     MOVE "CALCCORR" TO ActivityKey
020849     MOVE CORR-SEC-EVENT TO ActivityOldData
020850     MOVE CORR-SEC-REASON TO ActivityNewData
020851     WRITE ActivityRecord
020852     IF CORR-ACT-STATUS NOT = "00"
020853         DISPLAY "CALCCORR: ACTIVITY LOG WRITE FAILED "
020854             "- STATUS " CORR-ACT-STATUS
020855         STOP RUN
020856     END-IF
020857     CLOSE ActivityFile.
020900
021000*-----------------------------------------------------------------
021100* LoadRejectedList - walks the open-reject cross-reference and
027300             SET CORR-REJECT-IDX TO CORR-REJECT-COUNT
027400             MOVE AuditMstRunDate
027500                 TO CORR-R-RUN-DATE (CORR-REJECT-IDX)
027510             MOVE AuditMstRunId
027520                 TO CORR-R-RUN-ID (CORR-REJECT-IDX)
027600             MOVE AuditMstRecPos
027700                 TO CORR-R-RECPOS (CORR-REJECT-IDX)
027800             MOVE XrefAuditRecno
032800*-----------------------------------------------------------------
032900* CorrectionMenu - prompts for the number of a rejected record,
033000* accepts its corrected values, and resubmits it, repeating until
033010* the operator keys 0 to quit.  Only the corrector and supervisor
033020* roles may resubmit; anyone else is refused.
033200*-----------------------------------------------------------------
033300 CorrectionMenu.
033400     MOVE ZERO TO CORR-SELECTION
034000         IF CORR-SELECTION > CORR-REJECT-COUNT
034100             DISPLAY "CALCCORR: INVALID SELECTION NUMBER"
034200         ELSE
034210             IF CORR-MAY-CORRECT
034220                 PERFORM CorrectAndResubmit
034230             ELSE
034240                 PERFORM RefuseFunction
034250             END-IF
034400         END-IF
034500     END-IF.
034600
037600     ACCEPT CORR-CORRECTION-SCREEN
037620     PERFORM LocateAuditRow
037650     PERFORM WriteCorrActivity
037660     PERFORM WriteCorrSeal
037700     MOVE SPACES TO TransactionRecord
037800     SET TXN-DETAIL TO TRUE
037900     MOVE CORR-NEW-FIRST-NUM  TO FirstNum
038000     MOVE CORR-NEW-SECOND-NUM TO SecondNum
038100     MOVE CORR-NEW-OPER-CODE  TO OperationCode
038200     MOVE CORR-R-SOURCE (CORR-REJECT-IDX) TO TransactionSource
038210     MOVE CORR-OPERATOR       TO TransactionOperator
038300     WRITE TransactionRecord
038400     IF CORR-RESUBMIT-STATUS NOT = "00"
038500         DISPLAY "CALCCORR: RESUBMITFILE WRITE FAILED "
042300     END-IF
042400     CLOSE MasterFile.
042500
042501*-----------------------------------------------------------------
042502* WriteCorrSeal - records the rewrite about to land on the
042503* sealed audit row as a correction record on the seal file
042504* (DL100SEL), under the seal of the run that wrote the row:
042505* operator, timestamp, and the correction status and resubmit
042506* date before and after.  CalcVrfy accepts a resubmitted row
042507* only against its correction record, so like the activity log
042508* it is written before anything changes, and a correction that
042509* cannot be recorded is not made.  The seal file opens I-O for
042510* just the one write.
042511*
042512* A correction record already on file for a row LocateAuditRow
042513* has just proved still open is left from an attempt that
042514* stopped after this write and before the row was rewritten
042515* (resubmit file, master or audit rewrite failing).  The retry
042516* takes it over - RewriteCorrSeal restamps it with this
042517* attempt's operator, date, time and resubmit date - instead of
042518* refusing, so the reject can still be corrected.  Only a row
042519* already resubmitted is refused.
042520*-----------------------------------------------------------------
042521 WriteCorrSeal.
042522     OPEN I-O SealFile
042523     IF CORR-SEAL-STATUS NOT = "00"
042524         DISPLAY "CALCCORR: OPEN I-O FAILED ON SEALFILE "
042525             "- STATUS " CORR-SEAL-STATUS
042526         STOP RUN
042527     END-IF
042528     MOVE SPACES TO SealRecord
042529     MOVE CORR-R-RUN-DATE (CORR-REJECT-IDX) TO SealRunDate
042530     MOVE CORR-R-RUN-ID (CORR-REJECT-IDX)   TO SealRunId
042531     SET SEAL-CORRECTION TO TRUE
042532     MOVE CORR-R-RECPOS (CORR-REJECT-IDX)   TO SealRecPos
042533     MOVE CORR-OPERATOR                     TO SealCorrOper
042534     MOVE CORR-TODAY                        TO SealCorrDate
042535     MOVE CORR-RUN-TIME                     TO SealCorrTime
042536     MOVE AuditCorrStatus                   TO SealCorrOldStatus
042537     MOVE "C"                               TO SealCorrNewStatus
042538     MOVE AuditResubDate                    TO SealCorrOldResub
042539     MOVE CORR-RUN-DATE                     TO SealCorrNewResub
042540     MOVE "N" TO CORR-SEAL-DUP-SW
042541     WRITE SealRecord
042542         INVALID KEY
042543             SET CORR-SEAL-DUP TO TRUE
042544     END-WRITE
042545     IF CORR-SEAL-DUP
042546         PERFORM RewriteCorrSeal
042547     END-IF
042548     IF CORR-SEAL-STATUS NOT = "00"
042549         DISPLAY "CALCCORR: SEALFILE WRITE FAILED "
042550             "- STATUS " CORR-SEAL-STATUS
042551             " - CORRECTION NOT MADE"
042552         STOP RUN
042553     END-IF
042554     CLOSE SealFile.
042555
042556 RewriteCorrSeal.
042557     IF NOT (AUDIT-REJECTED AND AUDIT-CORR-OPEN)
042558         DISPLAY "CALCCORR: ROW ALREADY CORRECTED ON THE "
042559             "SEAL FILE - CORRECTION NOT MADE"
042560         STOP RUN
042561     END-IF
042562     READ SealFile
042563         INVALID KEY
042564             DISPLAY "CALCCORR: SEALFILE READ FAILED "
042565                 "- STATUS " CORR-SEAL-STATUS
042566                 " - CORRECTION NOT MADE"
042567             STOP RUN
042568     END-READ
042569     MOVE CORR-OPERATOR                     TO SealCorrOper
042570     MOVE CORR-TODAY                        TO SealCorrDate
042571     MOVE CORR-RUN-TIME                     TO SealCorrTime
042572     MOVE CORR-RUN-DATE                     TO SealCorrNewResub
042573     REWRITE SealRecord
042574         INVALID KEY
042575             DISPLAY "CALCCORR: SEALFILE REWRITE FAILED "
042576                 "- STATUS " CORR-SEAL-STATUS
042577                 " - CORRECTION NOT MADE"
042578             STOP RUN
042579     END-REWRITE.
042580
042600*-----------------------------------------------------------------
042610* LocateAuditRow - positions CALC.AUDITOUT on the selected
042620* reject's row, at the physical position the cross-reference
046300                 "LISTED - RUN STOPPED"
046400             STOP RUN
046500     END-READ.
046507
046514*-----------------------------------------------------------------
046521* RefuseFunction - the operator's role does not allow the
046528* function chosen: refused, and the refusal logged.
046535*-----------------------------------------------------------------
046542 RefuseFunction.
046549     MOVE "FUNCTION REFUSED" TO CORR-SEC-EVENT
046556     MOVE "ROLE x MAY NOT CORRECT" TO CORR-SEC-REASON
046563     MOVE CORR-ROLE TO CORR-SEC-REASON (6:1)
046570     PERFORM WriteSecurityRecord
046577     DISPLAY "CALCCORR: NOT ALLOWED FOR YOUR ROLE "
046584         "- NOTHING CHANGED" LINE 23 COLUMN 1.
046600 END PROGRAM CalcCorr.
