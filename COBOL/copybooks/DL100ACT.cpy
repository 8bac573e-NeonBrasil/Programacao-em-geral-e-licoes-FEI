      *                 resubmit, as the auditors asked; layout
      *                 unchanged, the data fields were sized for the
      *                 correction shape from the start.
      * 15/10/2026 CAY  The CalcSrc source-master screen now writes
      *                 type "S" records, one per changed field:
      *                 ActivityKey is the source code and the field
      *                 name, the data fields carry the old and new
      *                 value (old is blank when the source is new).
      *                 Layout unchanged.
      * 15/10/2026 CAY  The CalcHold approval screen now writes type
      *                 "H" records, one per release or decline of a
      *                 held item: ActivityKey is the held row's run
      *                 date and record position, the old data field
      *                 carries its FirstNum/SecondNum/OperationCode/
      *                 source, the new data field the decision, the
      *                 held CalcResult and who keyed the item.
      *                 Layout unchanged.
      * 15/10/2026 CAY  The CalcSord standing-order screen now writes
      *                 type "O" records, one per changed field:
      *                 ActivityKey is the order number and the field
      *                 name, the data fields carry the old and new
      *                 value (old is blank when the order is new).
      *                 Layout unchanged.
      * 15/10/2026 CAY  Sign-on security: every online screen writes
      *                 type "A" records for a refused sign-on, a
      *                 lockout or a function refused for the role:
      *                 ActivityOperator is the id keyed, ActivityKey
      *                 the screen, the old data field the event and
      *                 the new data field the reason.  The CalcProf
      *                 profile screen writes type "U" records, one
      *                 per changed field: ActivityKey is the operator
      *                 id and the field name, the data fields carry
      *                 the old and new value (never a password or its
      *                 hash).  Layout unchanged.
      ******************************************************************
       01  ActivityRecord.
           05  ActivityType          PIC X(01).
               88  ACT-PARM-CHANGE   VALUE "P".
               88  ACT-CORRECTION    VALUE "C".
               88  ACT-SOURCE-CHANGE VALUE "S".
               88  ACT-HOLD-DECISION VALUE "H".
               88  ACT-STANDING-CHANGE VALUE "O".
               88  ACT-SIGNON-SECURITY VALUE "A".
               88  ACT-PROFILE-CHANGE VALUE "U".
           05  ActivityDate          PIC 9(08).
           05  ActivityTime          PIC 9(08).
           05  ActivityOperator      PIC X(08).
