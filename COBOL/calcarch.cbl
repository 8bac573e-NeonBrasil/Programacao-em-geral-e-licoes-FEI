002203*                 file; a missing file, key or non-numeric
002204*                 value falls back to the compiled default
002205*                 with a warning.
002215* 15/10/2026 CAY  Audit record grew to 87 bytes for the reversal
002225*                 flag and link.
002235******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CalcArch.
002500 ENVIRONMENT DIVISION.
004100     COPY DL100AUD.
004200 FD  HistoryFile
004300     RECORDING MODE IS F.
004400 01  HistoryRecord             PIC X(87).
004500 FD  KeepFile
004600     RECORDING MODE IS F.
004700 01  KeepRecord                PIC X(87).
004710 FD  ParmFile.
004720     COPY DL100PRM.
004800 WORKING-STORAGE SECTION.
