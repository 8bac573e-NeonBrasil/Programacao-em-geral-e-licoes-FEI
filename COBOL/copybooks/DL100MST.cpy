      * Modification History:
      * 03/09/2026 CAY  Initial version.  Record length is 69 bytes,
      *                 key the first 17.
      * 15/10/2026 CAY  AuditMstStatus "H" (AUDIT-MST-HELD) for a row
      *                 diverted to the hold queue, as on DL100AUD.
      *                 Layout unchanged.
      * 15/10/2026 CAY  Added AuditMstRevFlag and AuditMstLinkKey for
      *                 reversals.  A reversal row is flagged "V" and
      *                 links to the original it backs out, as on
      *                 DL100AUD; the original, once reversed, is
      *                 flagged "X" and links back to its reversal, so
      *                 an inquiry follows the pair either way and a
      *                 second reversal of the same row is refused.
      *                 Record length is now 87 bytes.
      ******************************************************************
       01  AuditMstRecord.
           05  AuditMstKey.
           05  AuditMstStatus        PIC X(01).
               88  AUDIT-MST-POSTED  VALUE "P".
               88  AUDIT-MST-REJECTED VALUE "R".
               88  AUDIT-MST-HELD    VALUE "H".
           05  AuditMstReasonCode    PIC X(04).
           05  AuditMstCorrStatus    PIC X(01).
               88  AUDIT-MST-CORR-OPEN  VALUE "O".
               88  AUDIT-MST-CORR-RESUB VALUE "C".
           05  AuditMstResubDate     PIC 9(08).
           05  AuditMstSource        PIC X(02).
           05  AuditMstRevFlag       PIC X(01).
               88  AUDIT-MST-REVERSAL VALUE "V".
               88  AUDIT-MST-REVERSED VALUE "X".
           05  AuditMstLinkKey.
               10  AuditMstLinkDate  PIC 9(08).
               10  AuditMstLinkPos   PIC 9(09).
