      ******************************************************************
      * Copybook: DL100OPF
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: Operator profile record for the Calculadora online
      *          screens - one record per operator id in the VSAM
      *          KSDS CALC.OPERFILE, keyed by the id.  Every screen
      *          reads it at sign-on: the password is kept only as a
      *          hash of the id and password (the modular chain the
      *          audit seal uses, a byte at a time), a zero hash
      *          meaning no password yet - the next sign-on sets it.
      *          The role says what the operator may do: I inquiry
      *          (browse only), C corrector (CalcCorr resubmits), P
      *          parameter maintainer (CalcParm, CalcSrc and CalcSord
      *          changes) and S supervisor (all of those, CalcHold
      *          decisions and profile maintenance on CalcProf).
      *          Wrong passwords count up in OpfFailCount and lock
      *          the id at the limit, until a supervisor clears it.
      *          Maintained on the CalcProf screen, every change and
      *          every refused sign-on logged to CALC.ACTLOG.  Read by
      *          CalcAcrv for the monthly access review.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 101 bytes,
      *                 key the first 8.
      ******************************************************************
       01  OperatorRecord.
           05  OpfId                 PIC X(08).
           05  OpfName               PIC X(30).
           05  OpfPassHash           PIC 9(10).
           05  OpfRole               PIC X(01).
               88  OPF-INQUIRY       VALUE "I".
               88  OPF-CORRECTOR     VALUE "C".
               88  OPF-PARM-MAINT    VALUE "P".
               88  OPF-SUPERVISOR    VALUE "S".
           05  OpfActiveFlag         PIC X(01).
               88  OPF-ACTIVE        VALUE "Y".
               88  OPF-INACTIVE      VALUE "N".
           05  OpfFailCount          PIC 9(02).
           05  OpfLockFlag           PIC X(01).
               88  OPF-LOCKED        VALUE "L".
           05  OpfLockDate           PIC 9(08).
           05  OpfLastSignOn         PIC 9(08).
           05  OpfLastSignTime       PIC 9(08).
           05  OpfAddDate            PIC 9(08).
           05  OpfUpdDate            PIC 9(08).
           05  OpfUpdOper            PIC X(08).
