      ******************************************************************
      * Copybook: DL100STO
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: Standing-order master record for the Calculadora
      *          batch family - one record per recurring calculation
      *          held in the VSAM KSDS CALC.STNDORD, keyed by a
      *          six-digit order number.  Carries the detail the
      *          order raises (FirstNum, SecondNum, OperationCode,
      *          the source it is booked under and the running-
      *          balance flag, as on DL100TXN), how often it falls
      *          due, and the dates it runs between.  Frequency is
      *          D (every working day), W (weekly, StoDay the
      *          weekday 1=Monday .. 7=Sunday), M (monthly, StoDay
      *          the day of the month 1-31, the month's last day
      *          when the month is shorter) or E (the last working
      *          day of the month).  A zero end date never expires.
      *          Maintained on the CalcSord screen, every change
      *          logged to CALC.ACTLOG.  COPYed into CalcSgen, which
      *          raises each night's due orders as a feed of their
      *          own ahead of CalcEdit, and rewrites an order's
      *          status and last-generated date.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 92 bytes,
      *                 key the first 6.
      ******************************************************************
       01  StandingOrderRecord.
           05  StoId                 PIC 9(06).
           05  StoDesc               PIC X(20).
           05  StoFirstNum           PIC S9(7)V99.
           05  StoSecondNum          PIC S9(7)V99.
           05  StoOperCode           PIC X(01).
           05  StoSource             PIC X(02).
           05  StoRefFlag            PIC X(01).
               88  STO-REF-PRIOR     VALUE "P".
           05  StoFrequency          PIC X(01).
               88  STO-DAILY         VALUE "D".
               88  STO-WEEKLY        VALUE "W".
               88  STO-MONTHLY       VALUE "M".
               88  STO-MONTH-END     VALUE "E".
           05  StoDay                PIC 9(02).
           05  StoStartDate          PIC 9(08).
           05  StoEndDate            PIC 9(08).
           05  StoStatus             PIC X(01).
               88  STO-ACTIVE        VALUE "A".
               88  STO-SUSPENDED     VALUE "S".
               88  STO-EXPIRED       VALUE "E".
           05  StoLastGenDate        PIC 9(08).
           05  StoUpdDate            PIC 9(08).
           05  StoUpdOper            PIC X(08).
