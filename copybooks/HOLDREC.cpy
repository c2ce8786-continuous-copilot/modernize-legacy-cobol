000010******************************************************************
000020*    COPYBOOK      HOLDREC
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUT FOR THE KEYED UNCOLLECTED-FUNDS HOLDS FILE.
000070*    ONE RECORD PER HOLD, KEYED ON ACCOUNT PLUS THE DATE, TIME
000080*    AND A TIE-BREAK SEQUENCE OF THE DEPOSIT THAT PLACED IT - THE
000090*    SAME SHAPE AS THE ACCTHIST KEY, SO ONE ACCOUNT'S HOLDS ARE
000100*    ONE KEYED START.  DATAPROGRAM WRITES A HOLD WHEN AN
000110*    ACCEPTED CREDIT SLIP CARRIES A HOLD AMOUNT, AND SUBTRACTS
000120*    EVERY HOLD STILL ACTIVE (RELEASE DATE AFTER THE POSTING
000130*    DATE) FROM THE LEDGER BALANCE TO GET THE AVAILABLE BALANCE
000140*    A DEBIT OR TRANSFER IS TESTED AGAINST.  THE HOLDRLS JOB
000150*    DELETES HOLDS WHOSE RELEASE DATE HAS COME; ACCTINQ SHOWS
000160*    LEDGER, HELD AND AVAILABLE.  A HOLD NEVER MOVES THE LEDGER
000170*    BALANCE - THE DEPOSIT POSTED IN FULL.
000180*----------------------------------------------------------------*
000190*    HOLD REASON CODES
000200*    LG - LARGE DEPOSIT
000210*    NA - NEW ACCOUNT
000220*    RD - REDEPOSITED ITEM
000230*    RC - REASONABLE CAUSE TO DOUBT COLLECTIBILITY
000240*----------------------------------------------------------------*
000250*    MODIFICATION HISTORY
000260*    DATE       INIT  DESCRIPTION
000270*    ---------- ----  --------------------------------------------
000280*    2026-10-15 RH    INITIAL VERSION.
000290******************************************************************
000300 01  HOLD-RECORD.
000310     05  HOLD-KEY.
000320         10  HOLD-ACCOUNT-ID         PIC X(10).
000330         10  HOLD-PLACED-DATE        PIC 9(08).
000340         10  HOLD-PLACED-TIME        PIC 9(08).
000350         10  HOLD-SEQ                PIC 9(04).
000360     05  HOLD-AMOUNT                 PIC 9(6)V99.
000370     05  HOLD-RELEASE-DATE           PIC 9(08).
000380     05  HOLD-REASON                 PIC X(02).
000390         88  HOLD-REASON-VALID       VALUE 'LG' 'NA' 'RD' 'RC'.
000400     05  HOLD-BRANCH-ID              PIC X(04).
000410     05  HOLD-TELLER-ID              PIC X(04).
