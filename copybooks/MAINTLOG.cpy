000010******************************************************************
000020*    COPYBOOK      MAINTLOG
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUT FOR THE ACCOUNT MAINTENANCE LOG.  DATAPROGRAM
000070*    WRITES ONE RECORD FOR EVERY MAINT SLIP IT IS HANDED FOR AN
000080*    ACCOUNT ON FILE, ACCEPTED OR REFUSED, ALONGSIDE THE MAINT
000090*    RECORD IT WRITES TO THE AUDIT LOG (SAME POSTING DATE AND
000100*    TIME, SAME BRANCH AND TELLER) - THE AUDIT RECORD CARRIES
000110*    ONLY BALANCES, SO THE BEFORE AND AFTER IMAGES OF THE
000120*    MAINTAINED FIELDS RIDE HERE.  ON A REFUSED SLIP THE AFTER
000130*    IMAGE IS WHAT THE SLIP ASKED FOR.  THE MAINTRPT JOB LISTS
000140*    EACH NIGHT'S RECORDS FOR SECOND-OFFICER REVIEW.  THE FILE
000150*    IS APPEND-ONLY, LIKE THE AUDIT LOG.
000160*----------------------------------------------------------------*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT  DESCRIPTION
000190*    ---------- ----  --------------------------------------------
000200*    2026-10-15 RH    INITIAL VERSION.
000210******************************************************************
000220 01  MAINTENANCE-LOG-RECORD.
000230     05  MNT-POST-DATE               PIC 9(08).
000240     05  MNT-POST-TIME               PIC 9(08).
000250     05  MNT-ACCOUNT-ID              PIC X(10).
000260     05  MNT-RETURN-STATUS           PIC 9(02).
000270     05  MNT-BRANCH-ID               PIC X(04).
000280     05  MNT-TELLER-ID               PIC X(04).
000290     05  MNT-MACHINE-DATE            PIC 9(08).
000300     05  MNT-BEFORE-IMAGE.
000310         10  MNT-BEFORE-MIN-BALANCE  PIC 9(6)V99.
000320         10  MNT-BEFORE-DAILY-LIMIT  PIC 9(6)V99.
000330         10  MNT-BEFORE-MEMBER-ID    PIC X(10).
000340         10  MNT-BEFORE-MEMBER-NAME  PIC X(30).
000350         10  MNT-BEFORE-PROTECT-ID   PIC X(10).
000360     05  MNT-AFTER-IMAGE.
000370         10  MNT-AFTER-MIN-BALANCE   PIC 9(6)V99.
000380         10  MNT-AFTER-DAILY-LIMIT   PIC 9(6)V99.
000390         10  MNT-AFTER-MEMBER-ID     PIC X(10).
000400         10  MNT-AFTER-MEMBER-NAME   PIC X(30).
000410         10  MNT-AFTER-PROTECT-ID    PIC X(10).
