000010******************************************************************
000020*    COPYBOOK      CLOSARCH
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUT FOR THE CLOSED-ACCOUNT ARCHIVE, KEYED ON THE
000070*    ACCOUNT ID.  THE RETENTION PURGE (RTNPURGE) MOVES A CLOSED,
000080*    ZERO-BALANCE ACCOUNT OFF THE ACCOUNT MASTER ONCE IT HAS SAT
000090*    IDLE PAST ITS RETENTION PERIOD, AND THE WHOLE MASTER RECORD
000100*    AS IT STOOD RIDES HERE UNCHANGED IN ACCTMAS FORMAT WITH THE
000110*    DATE IT WAS ARCHIVED.  THE TELLER INQUIRY (ACCTINQ) LOOKS
000120*    HERE FOR AN ACCOUNT THAT IS NO LONGER ON THE MASTER.
000130*    NOTHING POSTS TO AN ARCHIVED ACCOUNT.
000140*----------------------------------------------------------------*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT  DESCRIPTION
000170*    ---------- ----  --------------------------------------------
000180*    2026-10-15 RH    INITIAL VERSION.
000190******************************************************************
000200 01  CLOSED-ACCOUNT-RECORD.
000210     05  CLS-ACCOUNT-ID              PIC X(10).
000220     05  CLS-ARCHIVE-DATE            PIC 9(08).
000230     05  CLS-ACCOUNT-IMAGE           PIC X(130).
