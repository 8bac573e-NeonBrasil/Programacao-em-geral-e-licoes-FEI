      ******************************************************************
      * Copybook: DL100SRC
      * Author: Cayque
      * Date Written: 15/10/2026
      * Purpose: Source-system master record for the Calculadora batch
      *          family - one record per upstream feed, held in the
      *          VSAM KSDS CALC.SRCMAST keyed by the two-byte
      *          source-system code every detail carries in DL100TXN
      *          TransactionSource.  Says what the source is and who
      *          to call about it, whether it is active or suspended,
      *          which operation codes it may send (up to four of
      *          A/S/M/D, left-justified, blank-filled), and the DD
      *          name its nightly feed arrives on - one of the nine
      *          feed slots FEED01 to FEED09, its number in
      *          SrcFeedSlot, or blank for a source that sends no
      *          feed of its own.  The contact is sized to the
      *          activity log's data fields so a change to it is
      *          logged whole.  Maintained on the CalcSrc screen,
      *          every change logged to CALC.ACTLOG.
      *          COPYed into CalcEdit, which reads the feeds it
      *          names, Calculadora, which refuses an operation code
      *          the source may not send, and the balancing,
      *          reporting and aging programs, which split their
      *          numbers by source - so a new or suspended feed is a
      *          screen change, not a release.
      *-----------------------------------------------------------------
      * Modification History:
      * 15/10/2026 CAY  Initial version.  Record length is 78 bytes,
      *                 key the first 2.
      * 15/10/2026 CAY  Added SrcHoldLimit, the source's high-value
      *                 hold threshold: Calculadora diverts a detail
      *                 whose CalcResult is larger than this (either
      *                 sign) to the hold queue for supervisor
      *                 approval instead of posting it.  Zero means
      *                 the source is never held.  Record length is
      *                 now 87 bytes.
      * 15/10/2026 CAY  SrcFeedDD names one of the feed slots FEED01
      *                 to FEED09 that CalcEdit and CalcSgen read;
      *                 SrcFeedPrefix/SrcFeedSlot view it.
      ******************************************************************
       01  SourceRecord.
           05  SrcCode               PIC X(02).
           05  SrcDesc               PIC X(20).
           05  SrcStatus             PIC X(01).
               88  SRC-ACTIVE        VALUE "A".
               88  SRC-SUSPENDED     VALUE "S".
           05  SrcAllowedOps         PIC X(04).
           05  SrcFeedDD             PIC X(08).
           05  FILLER REDEFINES SrcFeedDD.
               10  SrcFeedPrefix     PIC X(04).
               10  SrcFeedSlot       PIC 9(02).
               10  SrcFeedPad        PIC X(02).
           05  SrcContact            PIC X(27).
           05  SrcUpdDate            PIC 9(08).
           05  SrcUpdOper            PIC X(08).
           05  SrcHoldLimit          PIC 9(07)V99.
