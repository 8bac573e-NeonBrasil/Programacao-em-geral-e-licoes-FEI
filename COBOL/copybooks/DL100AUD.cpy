      *                 before this change; CalcLoad falls back to
      *                 counting for those.  Record length is now 69
      *                 bytes.
      * 15/10/2026 CAY  New AuditStatus "H" (AUDIT-HELD): a detail
      *                 whose CalcResult is over its source's hold
      *                 limit is diverted to the hold queue (DL100HLD,
      *                 CALC.HOLDQ) awaiting supervisor approval - it
      *                 is neither posted nor a reject, and is never
      *                 offered for correction.  AuditReasonCode is
      *                 "HOLD" and AuditCalcResult the held figure.  A
      *                 released item posts as a new row in the run it
      *                 rejoins.  Layout unchanged.
      * 15/10/2026 CAY  Added AuditRevFlag and AuditLinkKey for
      *                 reversals.  A row written for a reversal detail
      *                 (DL100TXN "V") is flagged "V" and carries the
      *                 run date and record position of the original
      *                 row it backs out; its AuditCalcResult is the
      *                 original's negated, and its inputs and
      *                 operation are the original's.  A rejected
      *                 reversal is never offered for correction.
      *                 Blank flag and zero link on every other row.
      *                 Record length is now 87 bytes.
      ******************************************************************
       01  AuditRecord.
           05  AuditRunDate          PIC 9(08).
           05  AuditStatus           PIC X(01).
               88  AUDIT-POSTED      VALUE "P".
               88  AUDIT-REJECTED    VALUE "R".
               88  AUDIT-HELD        VALUE "H".
           05  AuditReasonCode       PIC X(04).
           05  AuditCorrStatus       PIC X(01).
               88  AUDIT-CORR-OPEN   VALUE "O".
           05  AuditResubDate        PIC 9(08).
           05  AuditSource           PIC X(02).
           05  AuditRecPos           PIC 9(09).
           05  AuditRevFlag          PIC X(01).
               88  AUDIT-REVERSAL    VALUE "V".
           05  AuditLinkKey.
               10  AuditLinkDate     PIC 9(08).
               10  AuditLinkPos      PIC 9(09).
