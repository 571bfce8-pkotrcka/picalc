000300*  MOD LOG                                                       *
000310*  DATE       INIT DESCRIPTION                                   *
000320*  2026-09-01 RLH  ORIGINAL.                                     *
000321*  2026-10-15 RLH  AUDIT ARCHIVE/OUTPUT BUFFERS WIDENED TO 107   *
000322*                  BYTES FOR THE RESULT SEAL.                    *
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001080 FD  AUD-ARCH-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  ARCH-AUD-REC                 PIC X(107).
001120 FD  AUD-OUT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  OUT-AUD-REC                  PIC X(107).
001160 FD  PLOG-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
