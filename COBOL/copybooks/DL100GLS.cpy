      ******************************************************************
      * Copybook: DL100GLS
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: General-ledger status record for the Calculadora
      *          batch family - one record per business date sent to
      *          the ledger, held in the VSAM KSDS CALC.GLSTAT keyed
      *          by the business date.  CalcGlx writes it "S" (sent)
      *          with the extract's detail count and amount hash when
      *          it builds a proved CALC.GLEXTR generation; CalcAck
      *          turns it "A" (acknowledged) when the ledger's
      *          acknowledgement file matches that generation with no
      *          break, or "B" (broken) with the counts of what did
      *          not match, and ages the dates still sitting at "S".
      *          COPYed into CalcGlx, CalcAck and the CalcReg browse
      *          screen, which shows it beside the run register row.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 104 bytes,
      *                 key the first 8.
      ******************************************************************
       01  GlStatRecord.
           05  GlStatDate            PIC 9(08).
           05  GlStatRunId           PIC X(08).
           05  GlStatStatus          PIC X(01).
               88  GLSTAT-SENT       VALUE "S".
               88  GLSTAT-ACKED      VALUE "A".
               88  GLSTAT-BROKEN     VALUE "B".
           05  GlStatSentCount       PIC 9(09).
           05  GlStatSentHash        PIC 9(10).
           05  GlStatSentDate        PIC 9(08).
           05  GlStatSentTime        PIC 9(08).
           05  GlStatAckDate         PIC 9(08).
           05  GlStatAckTime         PIC 9(08).
           05  GlStatAccepted        PIC 9(09).
           05  GlStatRejected        PIC 9(09).
           05  GlStatUnacked         PIC 9(09).
           05  GlStatUnknown         PIC 9(09).
