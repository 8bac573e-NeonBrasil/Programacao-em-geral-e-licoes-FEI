002200*-----------------------------------------------------------------
002300* Modification History:
002400* 11/09/2026 CAY  Initial version.
002410* 15/10/2026 CAY  A row held for supervisor approval on the
002420*                 high-value hold queue now shows HELD instead
002430*                 of falling into REJECTED.
002440* 15/10/2026 CAY  Audit record grew to 87 bytes for the reversal
002450*                 flag and link; history and extract records
002460*                 follow.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CalcSrch.
005900     05  FILLER                PIC X(39).
006000 FD  HistoryFile
006100     RECORDING MODE IS F.
006200 01  HistoryAuditRecord        PIC X(87).
006300 FD  AuditFile
006400     RECORDING MODE IS F.
006500     COPY DL100AUD.
006800 01  PrintRecord               PIC X(132).
006900 FD  ExtractFile
007000     RECORDING MODE IS F.
007100 01  ExtractRecord             PIC X(87).
007200 WORKING-STORAGE SECTION.
007300*-----------------------------------------------------------------
007400* File status and loop switches.
039600     MOVE AuditSecondNum     TO SRCH-D-SECOND
039700     MOVE AuditOperationCode TO SRCH-D-OP
039800     MOVE AuditCalcResult    TO SRCH-D-RESULT
039810     EVALUATE TRUE
039820         WHEN AUDIT-POSTED
039830             MOVE "POSTED"   TO SRCH-D-STATUS
039840         WHEN AUDIT-HELD
039850             MOVE "HELD"     TO SRCH-D-STATUS
039860         WHEN OTHER
039870             MOVE "REJECTED" TO SRCH-D-STATUS
039880     END-EVALUATE
040400     MOVE AuditReasonCode    TO SRCH-D-REASON
040500     MOVE AuditSource        TO SRCH-D-SOURCE
040600     MOVE AuditCorrStatus    TO SRCH-D-CORR
