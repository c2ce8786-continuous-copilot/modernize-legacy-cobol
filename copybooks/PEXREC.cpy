000010******************************************************************
000020*    COPYBOOK      PEXREC
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUT FOR THE POSTING EXCEPTIONS FILE.  BATCHDRV
000070*    WRITES ONE RECORD FOR EVERY SLIP THAT CLEARED THE EDIT BUT
000080*    WAS REFUSED AT POSTING FOR A REASON THE MEMBER NEEDS TO
000090*    HEAR ABOUT, WITH DATAPROGRAM'S RETURN CODE AND THE BRANCH
000100*    AND TELLER THAT TOOK THE SLIP, AND PRINTS THE NIGHT'S
000110*    REGISTER FROM IT.  THE PEXNOTC JOB PRINTS ONE MEMBER
000120*    NOTICE LETTER PER RECORD AND RETIRES THE FILE.  THE
000130*    ORIGINAL SLIP IMAGE RIDES UNCHANGED IN TRANREC FORMAT,
000140*    WITH THE SLIP AMOUNT AS KEYED (NOT THE BALANCE DATAPROGRAM
000150*    HANDS BACK IN THE SAME FIELD).
000160*----------------------------------------------------------------*
000170*    RETURN CODES CARRIED (SET BY DATAPROGRAM)
000180*    20 - INSUFFICIENT AVAILABLE FUNDS
000190*    21 - DAILY DEBIT LIMIT EXCEEDED
000200*    42 - OTHER ACCOUNT OF A TRANSFER OR REVERSAL NOT USABLE
000210*    50 - ACCOUNT FROZEN
000220*    51 - ACCOUNT CLOSED
000225*    53 - CERTIFICATE NOT YET MATURED
000230*    60 - NO INTEREST RATE ON FILE
000240*----------------------------------------------------------------*
000250*    MODIFICATION HISTORY
000260*    DATE       INIT  DESCRIPTION
000270*    ---------- ----  --------------------------------------------
000280*    2026-10-15 RH    INITIAL VERSION.
000282*    2026-10-15 RH    ADDED RETURN CODE 53 (WITHDRAWAL FROM A
000284*                     CERTIFICATE BEFORE IT MATURES); IMAGE
000286*                     WIDENED TO X(140) FOR THE CERTIFICATE
000288*                     FIELDS.
000290******************************************************************
000300 01  POSTING-EXCEPTION-RECORD.
000310     05  PEX-BUSINESS-DATE           PIC 9(08).
000320     05  PEX-RETURN-STATUS           PIC 9(02).
000330         88  PEX-INSUFFICIENT-FUNDS          VALUE 20.
000340         88  PEX-DAILY-LIMIT                 VALUE 21.
000350         88  PEX-OTHER-LEG-BLOCKED           VALUE 42.
000360         88  PEX-ACCOUNT-FROZEN              VALUE 50.
000370         88  PEX-ACCOUNT-CLOSED              VALUE 51.
000375         88  PEX-CERT-NOT-MATURED            VALUE 53.
000380         88  PEX-NO-RATE                     VALUE 60.
000390         88  PEX-NOTIFIABLE       VALUE 20 21 42 50 51 53 60.
000400     05  PEX-BRANCH-ID               PIC X(04).
000410     05  PEX-TELLER-ID               PIC X(04).
000420     05  PEX-TRAN-IMAGE              PIC X(140).
