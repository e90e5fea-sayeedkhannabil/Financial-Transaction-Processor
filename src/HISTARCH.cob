002700*                  ARCHIVE GENERATIONS IS ARCHRETR'S JOB.
002800*                  RETURN CODE 0 = CLEAN, 8 = REFUSED OR OUT OF
002900*                  PROOF (DO NOT SWAP THE REBUILT AUDIT FILE).
002920* 2026-10-15  ROB  HISTORY ARCHIVE RECORD GROWS 99 TO 111 BYTES
002940*                  WITH THE TRAN-HISTORY LAYOUT (TRANSACTION
002960*                  CODE).  OLDER GENERATIONS ARE CONVERTED BY
002980*                  HISTCODE.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006100
006200 FD  HIST-ARCHIVE-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  HIST-ARCHIVE-RECORD             PIC X(111).
006500
006600 FD  AUDIT-LOG
006700     LABEL RECORDS ARE STANDARD.
