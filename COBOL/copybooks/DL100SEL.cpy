      ******************************************************************
      * Copybook: DL100SEL
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: Audit seal record for the Calculadora batch family,
      *          held in the VSAM KSDS CALC.AUDSEAL - a protected
      *          dataset only the batch id (Calculadora) and the
      *          correction screen (CalcCorr) may update, read by the
      *          CalcVrfy verification job.  Two record types share
      *          the key:
      *          "S" - one run seal per Calculadora attempt at a
      *                business date (SealRecPos zero): the audit
      *                rows the attempt wrote, by position from
      *                SealFirstPos, their count and a hash chained
      *                over every one of them in position order.
      *                Written open ("O", nothing yet) as the attempt
      *                starts, rewritten open at every checkpoint, and
      *                closed ("C") at clean end-of-job.  An attempt
      *                that failed stays open, sealing the rows it
      *                wrote up to its last checkpoint; the restart
      *                that picked up from there names it in
      *                SealPrevRunId and starts at the position after.
      *          "C" - one correction record per audit row CalcCorr
      *                rewrote (SealRecPos the row's position): who,
      *                when, and the correction status and resubmit
      *                date before and after, so a resubmitted reject
      *                is an authorised, recorded change and not a
      *                silent one.
      *          The hash: every byte of the 87-byte DL100AUD row as
      *          written, in order, taken as its binary value b
      *          (0-255), folds in as
      *              hash = (hash * 256 + b) modulo 9999999967
      *          starting from zero for each attempt.  Calculadora
      *          and CalcVrfy each carry the same routine; change
      *          one and the other has to change with it, and every
      *          seal already written stops proving.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 86 bytes,
      *                 key the first 26.
      ******************************************************************
       01  SealRecord.
           05  SealKey.
               10  SealRunDate       PIC 9(08).
               10  SealRunId         PIC X(08).
               10  SealRecType       PIC X(01).
                   88  SEAL-CORRECTION VALUE "C".
                   88  SEAL-RUN-SEAL VALUE "S".
               10  SealRecPos        PIC 9(09).
           05  SealBody              PIC X(60).
           05  SealRunArea REDEFINES SealBody.
               10  SealStatus        PIC X(01).
                   88  SEAL-OPEN     VALUE "O".
                   88  SEAL-CLOSED   VALUE "C".
               10  SealFirstPos      PIC 9(09).
               10  SealRowCount      PIC 9(09).
               10  SealHash          PIC 9(10).
               10  SealPrevRunId     PIC X(08).
               10  SealStampDate     PIC 9(08).
               10  SealStampTime     PIC 9(08).
               10  FILLER            PIC X(07).
           05  SealCorrArea REDEFINES SealBody.
               10  SealCorrOper      PIC X(08).
               10  SealCorrDate      PIC 9(08).
               10  SealCorrTime      PIC 9(08).
               10  SealCorrOldStatus PIC X(01).
               10  SealCorrNewStatus PIC X(01).
               10  SealCorrOldResub  PIC 9(08).
               10  SealCorrNewResub  PIC 9(08).
               10  FILLER            PIC X(18).
