      *                 carry a blank or zero FirstNum, which hashes
      *                 as zero on every side.  Record length is now
      *                 23 bytes.
      * 15/10/2026 CAY  The source-system codes are no longer fixed
      *                 here: the EX/PU/BL condition names are gone,
      *                 and the codes, what each may send and where
      *                 its feed arrives now live on the source master
      *                 (DL100SRC, CALC.SRCMAST), so a new feed is a
      *                 screen change, not a release.  Layout
      *                 unchanged.
      * 15/10/2026 CAY  Added TransactionOperator and
      *                 TransactionRelFlag for the high-value hold
      *                 queue.  The operator is the id of whoever keyed
      *                 or corrected the detail in-house (CalcCorr
      *                 stamps its resubmits; blank on an upstream feed
      *                 detail), so the approval screen can refuse a
      *                 release by the same person.  A detail flagged
      *                 "R" was released off the hold queue by a
      *                 supervisor and is not held again.  Both ride
      *                 outside the detail body like the source, so
      *                 the hash and header/trailer views are
      *                 unchanged.  Record length is now 32 bytes.
      * 15/10/2026 CAY  New record type "V" (TXN-REVERSAL): a reversal
      *                 detail backs out a wrongly posted result by
      *                 naming the original audit row by its run date
      *                 and record position (TransactionReversalArea,
      *                 the same key as the audit master, DL100MST).
      *                 Calculadora posts the negated CalcResult of the
      *                 original as a row of its own.  A reversal
      *                 counts in the trailer detail count like any
      *                 detail; by convention it contributes zero to
      *                 the FirstNum hash on every side, as it carries
      *                 no FirstNum.  Layout unchanged.
      ******************************************************************
       01  TransactionRecord.
           05  TransactionRecordType PIC X(01).
               88  TXN-HEADER        VALUE "H".
               88  TXN-DETAIL        VALUE "D".
               88  TXN-TRAILER       VALUE "T".
               88  TXN-REVERSAL      VALUE "V".
           05  TransactionDetail.
               10  FirstNum              PIC S9(7)V99.
               10  SecondNum             PIC S9(7)V99.
           05  TransactionTrailerArea REDEFINES TransactionDetail.
               10  TrailerDetailCount    PIC 9(09).
               10  TrailerHashTotal      PIC 9(10).
           05  TransactionReversalArea REDEFINES TransactionDetail.
               10  ReversalRunDate       PIC 9(08).
               10  ReversalRecPos        PIC 9(09).
               10  FILLER                PIC X(02).
           05  TransactionSource     PIC X(02).
           05  TransactionRefFlag    PIC X(01).
               88  TXN-REF-PRIOR     VALUE "P".
           05  TransactionOperator   PIC X(08).
           05  TransactionRelFlag    PIC X(01).
               88  TXN-RELEASED      VALUE "R".
