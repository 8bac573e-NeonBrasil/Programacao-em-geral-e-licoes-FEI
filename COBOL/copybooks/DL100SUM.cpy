      *                 after the existing fields so older readers of
      *                 the run-level totals are not disturbed.  Record
      *                 length is now 187 bytes.
      * 15/10/2026 CAY  The per-source area now follows the source
      *                 master (DL100SRC) instead of fixed codes: ten
      *                 entries, the first nine carrying the master's
      *                 sources in key order as of the run (unused
      *                 entries blank code, zero counts) and the last
      *                 the OTHER bucket "??" for a source not on the
      *                 master.  Readers find a source by its code,
      *                 not its position.  Record length is now 373
      *                 bytes.
      * 15/10/2026 CAY  Added SummaryHeldCount and SummaryHeldSum, the
      *                 details diverted to the hold queue awaiting
      *                 supervisor approval and their CalcResult total,
      *                 so records = posted + rejected + held still
      *                 balances.  Held details count in the per-source
      *                 record counts but not in the rejects or the
      *                 sums.  Record length is now 393 bytes.
      ******************************************************************
       01  SummaryRecord.
           05  SummaryRunDate        PIC 9(08).
           05  SummaryMaxResult      PIC S9(7)V99.
           05  SummaryMinResult      PIC S9(7)V99.
           05  SummarySourceArea.
               10  SummarySourceEntry OCCURS 10 TIMES.
                   15  SummarySrcCode    PIC X(02).
                   15  SummarySrcCount   PIC 9(09).
                   15  SummarySrcReject  PIC 9(09).
                   15  SummarySrcSum     PIC S9(9)V99.
           05  SummaryHeldCount      PIC 9(09).
           05  SummaryHeldSum        PIC S9(9)V99.
