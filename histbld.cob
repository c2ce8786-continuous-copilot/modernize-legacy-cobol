000200*                     EXACTLY AS DATAPROGRAM WRITES THEM LIVE.
000210*                     THE REBUILD ALWAYS REPLACES THE WHOLE
000220*                     FILE.
000222*    2026-10-15 RH    OVERDRAFT SWEEP LEGS (ODSWEEP) ARE HISTORY
000224*                     RECORDS TOO, THE SAME AS DATAPROGRAM NOW
000226*                     WRITES THEM LIVE.
000227*    2026-10-15 RH    CERTIFICATE EARLY-WITHDRAWAL PENALTIES
000228*                     (PENALTY) ARE HISTORY RECORDS TOO.
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
001260         AND AUDIT-OPERATION NOT = 'DEBIT'
001270         AND AUDIT-OPERATION NOT = 'ACCR'
001280         AND AUDIT-OPERATION NOT = 'TRANSFER'
001285         AND AUDIT-OPERATION NOT = 'ODSWEEP'
001287         AND AUDIT-OPERATION NOT = 'PENALTY'
001290         AND AUDIT-OPERATION NOT = 'REVERSE'
001300         AND AUDIT-OPERATION NOT = 'OPEN'
001310         GO TO 2200-EXIT
