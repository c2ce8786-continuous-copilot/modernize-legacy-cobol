000010******************************************************************
000020*    COPYBOOK      CTRWATCH
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUT FOR THE STRUCTURING WATCH FILE.  CTRSCAN
000070*    WRITES ONE RECORD FOR EVERY MEMBER-DAY WHOSE CASH IN OR
000080*    CASH OUT FELL IN THE WATCH BAND - AT OR ABOVE THE CTRPARM
000090*    FLOOR BUT NOT OVER THE $10,000 FILING THRESHOLD - AND
000100*    CARRIES THE FILE FORWARD ONE GENERATION A NIGHT, DROPPING
000110*    RECORDS THAT HAVE AGED OUT OF THE CTRPARM WINDOW.  THE
000120*    SUBJECT IS THE MEMBER (ACCT-MEMBER-ID) OR, FOR AN ACCOUNT
000130*    WITH NO MEMBER LINK, THE ACCOUNT ITSELF.
000140*----------------------------------------------------------------*
000150*    SUBJECT TYPES
000160*    M - MEMBER NUMBER
000170*    A - ACCOUNT NUMBER (NO MEMBER LINK ON THE ACCOUNT)
000180*    DIRECTIONS
000190*    I - CASH IN (CREDITS)
000200*    O - CASH OUT (DEBITS)
000210*----------------------------------------------------------------*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT  DESCRIPTION
000240*    ---------- ----  --------------------------------------------
000250*    2026-10-15 RH    INITIAL VERSION.
000260******************************************************************
000270 01  CTR-WATCH-RECORD.
000280     05  WCH-BUSINESS-DATE           PIC 9(08).
000290     05  WCH-SUBJECT-KEY.
000300         10  WCH-SUBJECT-TYPE        PIC X(01).
000310             88  WCH-SUBJECT-MEMBER          VALUE 'M'.
000320             88  WCH-SUBJECT-ACCOUNT         VALUE 'A'.
000330         10  WCH-SUBJECT-ID          PIC X(10).
000340     05  WCH-SUBJECT-NAME            PIC X(30).
000350     05  WCH-DIRECTION               PIC X(01).
000360         88  WCH-CASH-IN                     VALUE 'I'.
000370         88  WCH-CASH-OUT                    VALUE 'O'.
000380     05  WCH-DAY-TOTAL               PIC 9(9)V99.
000390     05  WCH-ITEM-COUNT              PIC 9(04).
000400     05  WCH-BRANCH-COUNT            PIC 9(02).
