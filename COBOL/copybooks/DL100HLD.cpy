      ******************************************************************
      * Copybook: DL100HLD
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: High-value hold queue record for the Calculadora
      *          batch family - one record per detail Calculadora
      *          diverted instead of posting because its CalcResult
      *          was over its source's hold limit (DL100SRC
      *          SrcHoldLimit), held in the VSAM KSDS CALC.HOLDQ keyed
      *          by the held audit row's run date and record position
      *          (the same key as the audit master, DL100MST).
      *          Carries the detail as calculated, the limit it broke,
      *          who keyed or corrected it in-house (blank for an
      *          upstream feed detail), and the supervisor's decision:
      *          pending until the CalcHold screen releases it (it
      *          rejoins the next run through CalcEdit, the way a
      *          CalcCorr resubmit does) or declines it (it never
      *          posts).  The queue is the record of the decision; the
      *          audit row stays "H" as written.  COPYed into
      *          Calculadora, which writes it, and CalcHold, which
      *          decides it.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 97 bytes,
      *                 key the first 17.
      ******************************************************************
       01  HoldRecord.
           05  HoldKey.
               10  HoldRunDate       PIC 9(08).
               10  HoldRecPos        PIC 9(09).
           05  HoldRunId             PIC X(08).
           05  HoldFirstNum          PIC S9(7)V99.
           05  HoldSecondNum         PIC S9(7)V99.
           05  HoldOperCode          PIC X(01).
           05  HoldResult            PIC S9(7)V99.
           05  HoldSource            PIC X(02).
           05  HoldLimit             PIC 9(07)V99.
           05  HoldKeyedBy           PIC X(08).
           05  HoldStatus            PIC X(01).
               88  HOLD-PENDING      VALUE "P".
               88  HOLD-RELEASED     VALUE "R".
               88  HOLD-DECLINED     VALUE "D".
           05  HoldDecDate           PIC 9(08).
           05  HoldDecTime           PIC 9(08).
           05  HoldDecOper           PIC X(08).
