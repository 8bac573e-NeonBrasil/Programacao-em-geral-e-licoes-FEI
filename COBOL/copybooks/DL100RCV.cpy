      ******************************************************************
      * Copybook: DL100RCV
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: Feed receipt register record for the Calculadora
      *          batch family - one record per upstream feed accepted
      *          by CalcEdit, held in the VSAM KSDS CALC.RCVREG keyed
      *          by source-system code and header business date.
      *          Carries the feed's proved detail count and FirstNum
      *          hash total and when it was received, so a file an
      *          upstream re-sends under a later header date is caught
      *          by its count and hash before it posts a second time,
      *          and a feed that never arrived shows up as a gap.
      *          COPYed into CalcEdit, which checks and writes it, and
      *          the CalcRcv expected-vs-received report.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 53 bytes,
      *                 key the first 10.
      ******************************************************************
       01  ReceiptRecord.
           05  RcvKey.
               10  RcvSource         PIC X(02).
               10  RcvBusDate        PIC 9(08).
           05  RcvFeedDD             PIC X(08).
           05  RcvDetailCount        PIC 9(09).
           05  RcvHashTotal          PIC 9(10).
           05  RcvRecvDate           PIC 9(08).
           05  RcvRecvTime           PIC 9(08).
