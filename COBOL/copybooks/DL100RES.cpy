      *                 (DL100TXN TransactionSource), so downstream
      *                 reporting and balancing can split the run by
      *                 upstream feed.  Record length is now 21 bytes.
      * 15/10/2026 CAY  ResultStatus "H" (RESULT-HELD): the detail was
      *                 diverted to the hold queue awaiting supervisor
      *                 approval.  CalcResult carries the held figure,
      *                 which is not part of the posted sum.  Layout
      *                 unchanged.
      ******************************************************************
       01  ResultRecord.
           05  ResultRecordKey       PIC 9(09).
           05  ResultStatus          PIC X(01).
               88  RESULT-POSTED     VALUE "P".
               88  RESULT-REJECTED   VALUE "R".
               88  RESULT-HELD       VALUE "H".
           05  ResultSource          PIC X(02).
