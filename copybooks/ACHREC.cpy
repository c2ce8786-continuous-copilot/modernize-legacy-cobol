000010******************************************************************
000020*    COPYBOOK      ACHREC
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUTS FOR THE CLEARING HOUSE'S STANDARD 94-BYTE
000070*    BATCH FILE FORMAT, ONE 01 PER RECORD TYPE OVER THE SAME
000080*    AREA.  A FILE IS A FILE HEADER (1), ONE OR MORE BATCHES -
000090*    BATCH HEADER (5), ENTRY DETAILS (6) EACH WITH ANY ADDENDA
000100*    (7), BATCH CONTROL (8) - AND A FILE CONTROL (9), PADDED
000110*    OUT TO A BLOCK OF TEN WITH RECORDS OF ALL NINES.  ACHIN
000120*    READS THE INBOUND FILE IN THIS LAYOUT AND ACHRTN WRITES
000130*    THE OUTBOUND RETURN FILE IN IT.
000140*
000150*    THE ENTRY HASH IS THE SUM OF THE 8-DIGIT RECEIVING DFI
000160*    IDENTIFICATIONS OF THE ENTRIES COVERED, KEEPING ONLY THE
000170*    RIGHTMOST 10 DIGITS.  AMOUNTS ARE DOLLARS AND CENTS WITH
000180*    NO POINT.
000190*----------------------------------------------------------------*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    ---------- ----  --------------------------------------------
000230*    2026-10-15 RH    INITIAL VERSION.
000240******************************************************************
000250 01  ACH-RECORD.
000260     05  ACH-RECORD-TYPE             PIC X(01).
000270         88  ACH-FILE-HEADER-REC             VALUE '1'.
000280         88  ACH-BATCH-HEADER-REC            VALUE '5'.
000290         88  ACH-ENTRY-DETAIL-REC            VALUE '6'.
000300         88  ACH-ADDENDA-REC                 VALUE '7'.
000310         88  ACH-BATCH-CONTROL-REC           VALUE '8'.
000320         88  ACH-FILE-CONTROL-REC            VALUE '9'.
000330     05  FILLER                      PIC X(93).
000340
000350 01  ACH-FILE-HEADER.
000360     05  ACH-FH-RECORD-TYPE          PIC X(01).
000370     05  ACH-FH-PRIORITY-CODE        PIC X(02).
000380     05  ACH-FH-DESTINATION          PIC X(10).
000390     05  ACH-FH-ORIGIN               PIC X(10).
000400     05  ACH-FH-CREATION-DATE        PIC X(06).
000410     05  ACH-FH-CREATION-TIME        PIC X(04).
000420     05  ACH-FH-ID-MODIFIER          PIC X(01).
000430     05  ACH-FH-RECORD-SIZE          PIC X(03).
000440     05  ACH-FH-BLOCKING-FACTOR      PIC X(02).
000450     05  ACH-FH-FORMAT-CODE          PIC X(01).
000460     05  ACH-FH-DEST-NAME            PIC X(23).
000470     05  ACH-FH-ORIGIN-NAME          PIC X(23).
000480     05  ACH-FH-REFERENCE-CODE       PIC X(08).
000490
000500 01  ACH-BATCH-HEADER.
000510     05  ACH-BH-RECORD-TYPE          PIC X(01).
000520     05  ACH-BH-SERVICE-CLASS        PIC X(03).
000530     05  ACH-BH-COMPANY-NAME         PIC X(16).
000540     05  ACH-BH-DISCRETIONARY        PIC X(20).
000550     05  ACH-BH-COMPANY-ID           PIC X(10).
000560     05  ACH-BH-SEC-CODE             PIC X(03).
000570     05  ACH-BH-ENTRY-DESC           PIC X(10).
000580     05  ACH-BH-DESCRIPTIVE-DATE     PIC X(06).
000590     05  ACH-BH-EFFECTIVE-DATE       PIC X(06).
000600     05  ACH-BH-SETTLEMENT-DATE      PIC X(03).
000610     05  ACH-BH-ORIGINATOR-STATUS    PIC X(01).
000620     05  ACH-BH-ODFI-ID              PIC X(08).
000630     05  ACH-BH-BATCH-NUMBER         PIC 9(07).
000640
000650*    TRANSACTION CODES: 22/32 CREDIT TO CHECKING/SAVINGS, 27/37
000660*    DEBIT, 23/28/33/38 ZERO-DOLLAR PRE-NOTIFICATION, 21/26/
000670*    31/36 THE RETURN OF A CREDIT OR DEBIT.  THE DFI ACCOUNT
000680*    NUMBER CARRIES OUR 10-BYTE ACCOUNT ID LEFT-JUSTIFIED.
000690 01  ACH-ENTRY-DETAIL.
000700     05  ACH-ED-RECORD-TYPE          PIC X(01).
000710     05  ACH-ED-TRAN-CODE            PIC 9(02).
000720         88  ACH-ED-CREDIT                   VALUE 22 32.
000730         88  ACH-ED-DEBIT                    VALUE 27 37.
000740         88  ACH-ED-PRENOTE                  VALUE 23 28 33 38.
000750         88  ACH-ED-RETURN-OF-CREDIT         VALUE 21 31.
000760         88  ACH-ED-RETURN-OF-DEBIT          VALUE 26 36.
000770     05  ACH-ED-RDFI-ID              PIC 9(08).
000780     05  ACH-ED-CHECK-DIGIT          PIC X(01).
000790     05  ACH-ED-DFI-ACCOUNT.
000800         10  ACH-ED-ACCOUNT-ID       PIC X(10).
000810         10  ACH-ED-ACCOUNT-REST     PIC X(07).
000820     05  ACH-ED-AMOUNT               PIC 9(8)V99.
000830     05  ACH-ED-INDIVIDUAL-ID        PIC X(15).
000840     05  ACH-ED-INDIVIDUAL-NAME      PIC X(22).
000850     05  ACH-ED-DISCRETIONARY        PIC X(02).
000860     05  ACH-ED-ADDENDA-INDICATOR    PIC X(01).
000870     05  ACH-ED-TRACE-NUMBER         PIC X(15).
000880
000890*    RETURN ADDENDA (TYPE 99) - ONE BEHIND EACH RETURN ENTRY.
000900 01  ACH-RETURN-ADDENDA.
000910     05  ACH-RA-RECORD-TYPE          PIC X(01).
000920     05  ACH-RA-TYPE-CODE            PIC X(02).
000930     05  ACH-RA-RETURN-REASON        PIC X(03).
000940     05  ACH-RA-ORIGINAL-TRACE       PIC X(15).
000950     05  ACH-RA-DATE-OF-DEATH        PIC X(06).
000960     05  ACH-RA-ORIGINAL-RDFI-ID     PIC X(08).
000970     05  ACH-RA-ADDENDA-INFO         PIC X(44).
000980     05  ACH-RA-TRACE-NUMBER         PIC X(15).
000990
001000 01  ACH-BATCH-CONTROL.
001010     05  ACH-BC-RECORD-TYPE          PIC X(01).
001020     05  ACH-BC-SERVICE-CLASS        PIC X(03).
001030     05  ACH-BC-ENTRY-COUNT          PIC 9(06).
001040     05  ACH-BC-ENTRY-HASH           PIC 9(10).
001050     05  ACH-BC-TOTAL-DEBIT          PIC 9(10)V99.
001060     05  ACH-BC-TOTAL-CREDIT         PIC 9(10)V99.
001070     05  ACH-BC-COMPANY-ID           PIC X(10).
001080     05  ACH-BC-AUTHENTICATION       PIC X(19).
001090     05  ACH-BC-RESERVED             PIC X(06).
001100     05  ACH-BC-ODFI-ID              PIC X(08).
001110     05  ACH-BC-BATCH-NUMBER         PIC 9(07).
001120
001130 01  ACH-FILE-CONTROL.
001140     05  ACH-FC-RECORD-TYPE          PIC X(01).
001150     05  ACH-FC-BATCH-COUNT          PIC 9(06).
001160     05  ACH-FC-BLOCK-COUNT          PIC 9(06).
001170     05  ACH-FC-ENTRY-COUNT          PIC 9(08).
001180     05  ACH-FC-ENTRY-HASH           PIC 9(10).
001190     05  ACH-FC-TOTAL-DEBIT          PIC 9(10)V99.
001200     05  ACH-FC-TOTAL-CREDIT         PIC 9(10)V99.
001210     05  ACH-FC-RESERVED             PIC X(39).
