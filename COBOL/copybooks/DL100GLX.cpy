      ******************************************************************
      * Copybook: DL100GLX
      * Author: Cayque
      * Date Written: 07/09/2026
      * Purpose: General-ledger interface record for the Calculadora
      *          batch family, in the ledger's fixed 40-byte layout -
      *          the CALC.GLEXTR generations CalcGlx builds every
      *          night: a header carrying our business date and
      *          run-id, one detail per posted CalcResult, one offset
      *          per posted reversal naming the original entry it
      *          backs out, and a trailer with the count of details
      *          and offsets and their amount hash total.  COPYed into
      *          CalcGlx, which writes it, and CalcAck, which matches
      *          the ledger's acknowledgement file against it.
      *-----------------------------------------------------------------
      * Modification History:
      * 07/09/2026 CAY  Initial version, inside CalcGlx.
      * 15/10/2026 CAY  Offset record (type "O") for reversals.
      * 15/10/2026 CAY  Moved out of CalcGlx into this copybook for
      *                 the acknowledgement match.  Layout unchanged.
      ******************************************************************
       01  LedgerRecord.
           05  LedgerRecordType      PIC X(01).
               88  LEDGER-HEADER     VALUE "H".
               88  LEDGER-DETAIL     VALUE "D".
               88  LEDGER-OFFSET     VALUE "O".
               88  LEDGER-TRAILER    VALUE "T".
           05  LedgerRecordBody      PIC X(39).
           05  LedgerHeaderArea REDEFINES LedgerRecordBody.
               10  LedgerHdrDate     PIC 9(08).
               10  LedgerHdrRunId    PIC X(08).
               10  FILLER            PIC X(23).
           05  LedgerDetailArea REDEFINES LedgerRecordBody.
               10  LedgerDetKey      PIC 9(09).
               10  LedgerDetAmount   PIC S9(7)V99.
               10  LedgerDetOper     PIC X(01).
               10  LedgerDetSource   PIC X(02).
               10  LedgerDetDate     PIC 9(08).
               10  FILLER            PIC X(10).
           05  LedgerTrailerArea REDEFINES LedgerRecordBody.
               10  LedgerTrlCount    PIC 9(09).
               10  LedgerTrlHash     PIC 9(10).
               10  FILLER            PIC X(20).
           05  LedgerOffsetArea REDEFINES LedgerRecordBody.
               10  LedgerOffKey      PIC 9(09).
               10  LedgerOffAmount   PIC S9(7)V99.
               10  LedgerOffOrigDate PIC 9(08).
               10  LedgerOffOrigKey  PIC 9(09).
               10  LedgerOffSource   PIC X(02).
               10  FILLER            PIC X(02).
