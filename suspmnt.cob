000230*                     BOTH ACTIONS - THE SLIP IS IN FLIGHT TO
000240*                     POSTING AND MUST BE REVERSED, NOT EDITED.
000250*                     EVERY CARD PRINTS ITS RESULT ON SUSPRPT.
000252*    2026-10-15 RH    CORRECTED SLIP IMAGE WIDENED TO THE
000254*                     124-BYTE TRANREC CARRYING THE DEPOSIT HOLD
000256*                     FIELDS.
000257*    2026-10-15 RH    CORRECTED SLIP IMAGE WIDENED TO THE
000258*                     140-BYTE TRANREC CARRYING THE TERM SHARE
000259*                     CERTIFICATE FIELDS.
000260******************************************************************
000270
000280 ENVIRONMENT DIVISION.
000530     05  CORR-ACTION                 PIC X(01).
000540         88  CORR-ACTION-RELEASE             VALUE 'R'.
000550         88  CORR-ACTION-DELETE              VALUE 'D'.
000560     05  CORR-TRAN-IMAGE             PIC X(140).
000570
000580 FD  SUSP-REPORT-FILE.
000590 01  SUSP-REPORT-RECORD              PIC X(80).
