000010******************************************************************
000020*    COPYBOOK      ACHITEM
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUT FOR THE NIGHT'S ACH ITEMS FILE.  ACHIN WRITES
000070*    ONE RECORD FOR EVERY INBOUND ENTRY IT EITHER TURNED INTO A
000080*    SLIP (DISPOSITION P) OR COULD NOT POST AT ALL (DISPOSITION
000090*    R, WITH THE RETURN REASON), CARRYING EVERYTHING ACHRTN
000100*    NEEDS TO BUILD THE RETURN ENTRY - THE ORIGINAL FILE AND
000110*    BATCH HEADER FIELDS AND THE ENTRY ITSELF.  A P ITEM THAT
000120*    BATCHDRV THEN REFUSES TURNS UP ON THE POSTING EXCEPTIONS
000130*    FILE UNDER BRANCH 0900 WITH ITS TRACE NUMBER IN THE SLIP'S
000140*    TRAN-MEMBER-NAME, AND ACHRTN RETURNS IT TOO.
000150*----------------------------------------------------------------*
000160*    RETURN REASONS USED
000170*    R01 - INSUFFICIENT FUNDS (REFUSED AT POSTING, RC 20 OR 21)
000180*    R02 - ACCOUNT CLOSED
000190*    R03 - NO ACCOUNT / UNABLE TO LOCATE ACCOUNT
000200*    R04 - INVALID ACCOUNT NUMBER STRUCTURE
000210*    R16 - ACCOUNT FROZEN
000220*    R20 - NON-TRANSACTION ACCOUNT (TERM SHARE CERTIFICATE)
000230*----------------------------------------------------------------*
000240*    MODIFICATION HISTORY
000250*    DATE       INIT  DESCRIPTION
000260*    ---------- ----  --------------------------------------------
000270*    2026-10-15 RH    INITIAL VERSION.
000280******************************************************************
000290 01  ACH-ITEM-RECORD.
000300     05  AIT-BUSINESS-DATE           PIC 9(08).
000310     05  AIT-DISPOSITION             PIC X(01).
000320         88  AIT-POSTED                      VALUE 'P'.
000330         88  AIT-RETURNED                    VALUE 'R'.
000340     05  AIT-RETURN-REASON           PIC X(03).
000350     05  AIT-ACCOUNT-ID              PIC X(10).
000360     05  AIT-FILE-FIELDS.
000370         10  AIT-FH-DESTINATION      PIC X(10).
000380         10  AIT-FH-ORIGIN           PIC X(10).
000390         10  AIT-FH-DEST-NAME        PIC X(23).
000400         10  AIT-FH-ORIGIN-NAME      PIC X(23).
000410     05  AIT-BATCH-FIELDS.
000420         10  AIT-BH-COMPANY-NAME     PIC X(16).
000430         10  AIT-BH-DISCRETIONARY    PIC X(20).
000440         10  AIT-BH-COMPANY-ID       PIC X(10).
000450         10  AIT-BH-SEC-CODE         PIC X(03).
000460         10  AIT-BH-ENTRY-DESC       PIC X(10).
000470         10  AIT-BH-DESCRIPTIVE-DATE PIC X(06).
000480         10  AIT-BH-ODFI-ID          PIC X(08).
000490         10  AIT-BH-BATCH-NUMBER     PIC 9(07).
000500     05  AIT-ENTRY-FIELDS.
000510         10  AIT-ED-TRAN-CODE        PIC 9(02).
000520         10  AIT-ED-RDFI-ID          PIC 9(08).
000530         10  AIT-ED-DFI-ACCOUNT      PIC X(17).
000540         10  AIT-ED-AMOUNT           PIC 9(8)V99.
000550         10  AIT-ED-INDIVIDUAL-ID    PIC X(15).
000560         10  AIT-ED-INDIVIDUAL-NAME  PIC X(22).
000570         10  AIT-ED-DISCRETIONARY    PIC X(02).
000580         10  AIT-ED-TRACE-NUMBER     PIC X(15).
