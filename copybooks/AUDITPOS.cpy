000160*    DATE       INIT  DESCRIPTION
000170*    ---------- ----  --------------------------------------------
000180*    2026-08-22 RH    INITIAL VERSION.
000181*    2026-10-15 RH    ADDED POS-SWEEP-ACCOUNT-ID AND POS-SWEEP-
000182*                     AMOUNT.  A DEBIT OR TRANSFER THAT WAS
000183*                     COVERED BY AN OVERDRAFT SWEEP CARRIES THE
000184*                     PROTECTING ACCOUNT AND THE AMOUNT SWEPT, SO
000185*                     THE REVERSAL PUTS THE SWEEP BACK TOO.
000186*                     SPACES/ZEROS WHEN NO SWEEP WAS NEEDED.
000190******************************************************************
000200 01  AUDIT-POSITION-RECORD.
000210     05  POS-ACCOUNT-ID              PIC X(10).
000250     05  POS-TARGET-ACCOUNT-ID       PIC X(10).
000260     05  POS-POST-DATE               PIC 9(08).
000270     05  POS-POST-TIME               PIC 9(08).
000280     05  POS-SWEEP-ACCOUNT-ID        PIC X(10).
000290     05  POS-SWEEP-AMOUNT            PIC 9(6)V99.
