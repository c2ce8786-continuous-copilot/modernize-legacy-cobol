000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     InterestTax.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  YEAR-END INTEREST TAX
000120*                     REPORTING (1099-INT).  ONE PASS OF THE
000130*                     KEYED ACCTHIST FILE TOTALS EACH ACCOUNT'S
000140*                     ACCEPTED ACCR INTEREST FOR THE TAX YEAR ON
000150*                     THE INTPARM CARD, NET OF ANY ACCRUAL LATER
000160*                     BACKED OUT BY A REVERSE.  THE ACCOUNTS ARE
000170*                     ROLLED UP PER MEMBER THROUGH ACCT-MEMBER-ID
000180*                     AND THE MEMBER MASTER IS WALKED IN KEY
000190*                     ORDER: A MEMBER AT OR OVER THE REPORTING
000200*                     THRESHOLD GETS A PAYEE RECORD ON THE
000210*                     FILING EXTRACT AND A RECIPIENT FORM
000220*                     ADDRESSED FROM THE MEMBER MASTER.  ACCOUNTS
000230*                     WITH NO MEMBER LINK, NOT ON THE ACCOUNT
000240*                     MASTER, OR LINKED TO A MEMBER NOT ON FILE
000250*                     LIST AS EXCEPTIONS ON THE INTRPT CONTROL
000260*                     REPORT (RC 4), WHICH ALSO TIES THE YEAR'S
000270*                     NET ACCR INTEREST TO WHAT WAS REPORTED.
000271*    2026-10-15 RH    THE FILING EXTRACT IS NOW THE PUBLICATION
000272*                     1220 ELECTRONIC FORMAT: 750-BYTE T, A, B,
000273*                     C AND F RECORDS AT THE PUBLISHED POSITIONS,
000274*                     SEQUENCE-NUMBERED.  INTPARM GROWS TO THREE
000275*                     CARDS (TRANSMITTER CONTROL CODE, TEST FLAG
000276*                     AND PHONE ON THE FIRST; PAYER ADDRESS; THE
000277*                     CONTACT).  THE PAYEE CITY, STATE AND ZIP
000278*                     ARE TAKEN FROM THE MEMBER'S SECOND ADDRESS
000279*                     LINE.  EVERY REPORTABLE PAYEE WITH NO
000280*                     TAXPAYER ID, OR WHOSE SECOND ADDRESS LINE
000281*                     IS NOT CITY, STATE AND ZIP, IS LISTED ON
000282*                     INTRPT AND ENDS THE JOB RC 4.
000283******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS HIST-KEY
000370         FILE STATUS IS WS-ACCTHIST-STATUS.
000380
000390     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ACCT-ID
000430         FILE STATUS IS WS-ACCTMAS-STATUS.
000440
000450     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MBR-ID
000490         FILE STATUS IS WS-MBRMAS-STATUS.
000500
000510     SELECT TAX-PARM-FILE ASSIGN TO "INTPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-INTPARM-STATUS.
000540
000550     SELECT TAX-EXTRACT-FILE ASSIGN TO "INTEXTR"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-INTEXTR-STATUS.
000580
000590     SELECT TAX-FORM-FILE ASSIGN TO "INTFORMS"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-INTFORMS-STATUS.
000620
000630     SELECT TAX-REPORT-FILE ASSIGN TO "INTRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-INTRPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ACCT-HIST-FILE.
000700     COPY ACCTHIST.
000710
000720 FD  ACCOUNT-MASTER-FILE.
000730     COPY ACCTMAS.
000740
000750 FD  MEMBER-MASTER-FILE.
000760     COPY MBRMAS.
000770
000780 FD  TAX-PARM-FILE.
000790 01  TAX-PARM-RECORD                 PIC X(80).
000800
000810 FD  TAX-EXTRACT-FILE.
000820 01  TAX-EXTRACT-IO-RECORD           PIC X(750).
000821*    EVERY EXTRACT RECORD TYPE CARRIES ITS SEQUENCE NUMBER IN
000822*    POSITIONS 500-507.
000823 01  TAX-EXTRACT-SEQUENCE-VIEW.
000824     05  FILLER                      PIC X(499).
000825     05  TEX-SEQUENCE                PIC 9(08).
000826     05  FILLER                      PIC X(243).
000830
000840 FD  TAX-FORM-FILE.
000850 01  TAX-FORM-RECORD                 PIC X(80).
000860
000870 FD  TAX-REPORT-FILE.
000880 01  TAX-REPORT-RECORD               PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910 77  WS-ACCTHIST-STATUS          PIC X(02) VALUE SPACES.
000920     88  ACCTHIST-NOT-OPEN                   VALUE '35'.
000930 77  WS-ACCTMAS-STATUS           PIC X(02) VALUE SPACES.
000940     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
000950 77  WS-MBRMAS-STATUS            PIC X(02) VALUE SPACES.
000960     88  MBRMAS-NOT-OPEN                     VALUE '35'.
000970 77  WS-INTPARM-STATUS           PIC X(02) VALUE SPACES.
000980     88  INTPARM-NOT-OPEN                    VALUE '35'.
000990 77  WS-INTEXTR-STATUS           PIC X(02) VALUE SPACES.
001000 77  WS-INTFORMS-STATUS          PIC X(02) VALUE SPACES.
001010 77  WS-INTRPT-STATUS            PIC X(02) VALUE SPACES.
001020
001030 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001040     88  EOF-YES                             VALUE 'Y'.
001050     88  EOF-NO                              VALUE 'N'.
001060
001070 77  WS-MEMBER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001080     88  MEMBER-EOF-YES                      VALUE 'Y'.
001090     88  MEMBER-EOF-NO                       VALUE 'N'.
001100
001110 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
001120     88  RUN-REFUSED                         VALUE 'Y'.
001130     88  RUN-ACCEPTED                        VALUE 'N'.
001140
001150*    INTPARM CONTROL CARDS.  THE FIRST CARRIES THE TAX YEAR
001160*    (YYYY), THE REPORTING THRESHOLD (DOLLARS AND CENTS, NO
001170*    POINT), THE PAYER'S TAXPAYER ID AND NAME, THE TRANSMITTER
001171*    CONTROL CODE ISSUED FOR ELECTRONIC FILING, THE TEST-FILE
001172*    FLAG (T FOR A TEST FILE, SPACE FOR THE LIVE ONE) AND THE
001173*    PAYER'S TELEPHONE NUMBER.  THE SECOND IS THE PAYER'S
001174*    MAILING ADDRESS; THE THIRD THE PERSON TO CONTACT ABOUT THE
001175*    FILE.  THE PAYER FILES FOR ITSELF, SO IT IS ALSO THE
001176*    TRANSMITTER.
001180 01  WS-TAX-PARM.
001190     05  WS-PARM-TAX-YEAR            PIC 9(04).
001200     05  WS-PARM-THRESHOLD           PIC 9(5)V99.
001210     05  WS-PARM-PAYER-TIN           PIC X(09).
001220     05  WS-PARM-PAYER-NAME          PIC X(30).
001221     05  WS-PARM-TCC                 PIC X(05).
001222     05  WS-PARM-TEST-FILE           PIC X(01).
001223         88  WS-PARM-TEST-FILE-OK            VALUE 'T' ' '.
001224     05  WS-PARM-PAYER-PHONE         PIC X(15).
001225     05  FILLER                      PIC X(09).
001226 01  WS-TAX-PARM-ADDRESS.
001227     05  WS-PARM-PAYER-ADDRESS       PIC X(40).
001228     05  WS-PARM-PAYER-CITY          PIC X(25).
001229     05  WS-PARM-PAYER-STATE         PIC X(02).
001230     05  WS-PARM-PAYER-ZIP           PIC X(09).
001231     05  FILLER                      PIC X(04).
001232 01  WS-TAX-PARM-CONTACT.
001233     05  WS-PARM-CONTACT-NAME        PIC X(40).
001234     05  WS-PARM-CONTACT-EMAIL       PIC X(40).
001235 77  WS-YEAR-START               PIC 9(08) VALUE ZEROS.
001240 77  WS-YEAR-END                 PIC 9(08) VALUE ZEROS.
001250
001260*    THE ACCOUNT BEING TOTALLED ON THE HISTORY PASS.  THE LAST-
001270*    ACCR SWITCH SAYS WHETHER THE ACCOUNT'S LAST REVERSIBLE
001280*    POSTING IS A TAX-YEAR ACCRUAL - THE ONLY CASE IN WHICH A
001290*    REVERSE ON THE ACCOUNT TAKES INTEREST BACK OFF THE YEAR.
001300 77  WS-CUR-ACCOUNT-ID           PIC X(10) VALUE SPACES.
001310 77  WS-CUR-ACCR-COUNT           PIC 9(04) COMP VALUE ZEROS.
001320 77  WS-CUR-ACCR-AMOUNT          PIC 9(7)V99 VALUE ZEROS.
001330 77  WS-CUR-REV-COUNT            PIC 9(04) COMP VALUE ZEROS.
001340 77  WS-CUR-REV-AMOUNT           PIC 9(7)V99 VALUE ZEROS.
001350 77  WS-LAST-ACCR-SWITCH         PIC X(01) VALUE 'N'.
001360     88  LAST-IS-TAX-ACCR                    VALUE 'Y'.
001370     88  LAST-NOT-TAX-ACCR                   VALUE 'N'.
001380 77  WS-LAST-ACCR-AMOUNT         PIC 9(6)V99 VALUE ZEROS.
001390 77  WS-POSTING-INTEREST         PIC 9(6)V99 VALUE ZEROS.
001400
001410*    ONE ROW PER ACCOUNT THAT HAD ACCR INTEREST IN THE TAX
001420*    YEAR, IN ACCOUNT ORDER AS THE HISTORY PASS MEETS THEM.
001430*    LINK: L - LINKED TO A MEMBER, U - NO MEMBER LINK, N - NOT
001440*    ON THE ACCOUNT MASTER.  A LINKED ROW IS MARKED CLAIMED
001450*    WHEN THE MEMBER WALK FINDS ITS MEMBER ON FILE.
001460 01  WS-INTEREST-TABLE.
001470     05  WS-IT-ENTRY OCCURS 1000 TIMES.
001480         10  WS-IT-ACCOUNT-ID        PIC X(10).
001490         10  WS-IT-MEMBER-ID         PIC X(10).
001500         10  WS-IT-LINK              PIC X(01).
001510             88  WS-IT-LINKED                VALUE 'L'.
001520             88  WS-IT-UNLINKED              VALUE 'U'.
001530             88  WS-IT-NOT-ON-MASTER         VALUE 'N'.
001540         10  WS-IT-CLAIMED           PIC X(01).
001550             88  WS-IT-CLAIMED-YES           VALUE 'Y'.
001560             88  WS-IT-CLAIMED-NO            VALUE 'N'.
001570         10  WS-IT-ACCR-COUNT        PIC 9(04) COMP.
001580         10  WS-IT-REV-COUNT         PIC 9(04) COMP.
001590         10  WS-IT-NET-INTEREST      PIC 9(7)V99.
001600 77  WS-IT-COUNT                 PIC 9(04) COMP VALUE ZEROS.
001610 77  WS-IT-IDX                   PIC 9(04) COMP VALUE ZEROS.
001620
001630 77  WS-MEMBER-ROWS              PIC 9(04) COMP VALUE ZEROS.
001640 77  WS-MEMBER-INTEREST          PIC 9(8)V99 VALUE ZEROS.
001650
001660 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZEROS.
001670 77  WS-ACCR-COUNT               PIC 9(06) COMP VALUE ZEROS.
001680 77  WS-ACCR-AMOUNT              PIC 9(9)V99 VALUE ZEROS.
001690 77  WS-REV-COUNT                PIC 9(06) COMP VALUE ZEROS.
001700 77  WS-REV-AMOUNT               PIC 9(9)V99 VALUE ZEROS.
001710 77  WS-NET-AMOUNT               PIC 9(9)V99 VALUE ZEROS.
001720 77  WS-REPORTED-COUNT           PIC 9(06) COMP VALUE ZEROS.
001730 77  WS-REPORTED-AMOUNT          PIC 9(9)V99 VALUE ZEROS.
001740 77  WS-UNDER-COUNT              PIC 9(06) COMP VALUE ZEROS.
001750 77  WS-UNDER-AMOUNT             PIC 9(9)V99 VALUE ZEROS.
001760 77  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZEROS.
001770 77  WS-EXCEPTION-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
001780 77  WS-UNTABLED-COUNT           PIC 9(06) COMP VALUE ZEROS.
001790 77  WS-UNTABLED-AMOUNT          PIC 9(9)V99 VALUE ZEROS.
001800 77  WS-ACCOUNTED-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
001801 77  WS-PAYEES-DUE               PIC 9(06) COMP VALUE ZEROS.
001802 77  WS-NO-TIN-COUNT             PIC 9(06) COMP VALUE ZEROS.
001803 77  WS-BAD-ADDRESS-COUNT        PIC 9(06) COMP VALUE ZEROS.
001804 77  WS-PAYEE-PROBLEM-COUNT      PIC 9(06) COMP VALUE ZEROS.
001805 77  WS-EXTRACT-SEQ              PIC 9(08) COMP VALUE ZEROS.
001806
001807*    SPLITTING THE MEMBER'S SECOND ADDRESS LINE ('CITY, ST
001808*    ZIP'): THE LAST WORD IS THE ZIP, THE ONE BEFORE IT THE
001809*    STATE, AND EVERYTHING AHEAD OF THE STATE THE CITY.
001810 77  WS-ADDR-POS                 PIC 9(02) COMP VALUE ZEROS.
001811 77  WS-ADDR-END                 PIC 9(02) COMP VALUE ZEROS.
001812 77  WS-ZIP-START                PIC 9(02) COMP VALUE ZEROS.
001813 77  WS-ZIP-LENGTH               PIC 9(02) COMP VALUE ZEROS.
001814 77  WS-STATE-START              PIC 9(02) COMP VALUE ZEROS.
001815 77  WS-CITY-LENGTH              PIC 9(02) COMP VALUE ZEROS.
001816 77  WS-ADDR-CHAR                PIC X(01) VALUE SPACE.
001817 77  WS-PREV-CHAR                PIC X(01) VALUE SPACE.
001818 77  WS-ZIP-WORK                 PIC X(10) VALUE SPACES.
001819 77  WS-ADDRESS-SWITCH           PIC X(01) VALUE 'N'.
001820     88  ADDRESS-SPLIT-OK                    VALUE 'Y'.
001821     88  ADDRESS-SPLIT-BAD                   VALUE 'N'.
001822
001824*    FILING EXTRACT - PUBLICATION 1220 ELECTRONIC FORMAT,
001826*    750-BYTE RECORDS: ONE TRANSMITTER (T) RECORD, ONE PAYER (A)
001828*    RECORD, ONE PAYEE (B) RECORD PER REPORTABLE MEMBER, AN END
001830*    OF PAYER (C) RECORD AND AN END OF TRANSMISSION (F) RECORD.
001832*    THE FIELD POSITIONS ARE SHOWN AGAINST EACH FIELD.  EVERY
001834*    RECORD'S SEQUENCE NUMBER (500-507) IS SET AS IT IS WRITTEN.
001836*    RETURN TYPE 6 IS 1099-INT; AMOUNT CODE 1 IS BOX 1 INTEREST
001838*    INCOME.  MONEY IS IN CENTS, RIGHT-JUSTIFIED AND ZERO-FILLED;
001840*    UNUSED AMOUNTS ARE ZEROS.  THE MEMBER MASTER CARRIES NO
001842*    TAXPAYER ID AND ONE FREE-FORM NAME, SO THE PAYEE TIN, TIN
001844*    TYPE AND NAME CONTROL GO BLANK, AS THE LAYOUT ALLOWS WHEN
001846*    THEY ARE NOT KNOWN.  EACH SUCH PAYEE IS LISTED ON INTRPT
001848*    FOR FINANCE TO SOLICIT THE NUMBER.  THE MEMBER NUMBER IS
001850*    THE PAYER'S ACCOUNT NUMBER FOR THE PAYEE.
001852 01  WS-TRANSMITTER-RECORD.
001854     05  PYT-RECORD-TYPE             PIC X(01) VALUE 'T'.
001856*                                                       2-5
001858     05  PYT-PAYMENT-YEAR            PIC 9(04).
001860     05  PYT-PRIOR-YEAR              PIC X(01) VALUE SPACES.
001862*                                                      7-15
001864     05  PYT-TRANSMITTER-TIN         PIC X(09).
001866*                                                     16-20
001868     05  PYT-TCC                     PIC X(05).
001870     05  FILLER                      PIC X(07) VALUE SPACES.
001872*                                                        28
001874     05  PYT-TEST-FILE               PIC X(01).
001876     05  PYT-FOREIGN-ENTITY          PIC X(01) VALUE SPACES.
001878*                                                    30-109
001880     05  PYT-TRANSMITTER-NAME        PIC X(80).
001882*                                                   110-189
001884     05  PYT-COMPANY-NAME            PIC X(80).
001886*                                                   190-229
001888     05  PYT-COMPANY-ADDRESS         PIC X(40).
001890*                                                   230-269
001892     05  PYT-COMPANY-CITY            PIC X(40).
001894*                                                   270-271
001896     05  PYT-COMPANY-STATE           PIC X(02).
001898*                                                   272-280
001900     05  PYT-COMPANY-ZIP             PIC X(09).
001902     05  FILLER                      PIC X(15) VALUE SPACES.
001904*                                                   296-303
001906     05  PYT-TOTAL-PAYEES            PIC 9(08).
001908*                                                   304-343
001910     05  PYT-CONTACT-NAME            PIC X(40).
001912*                                                   344-358
001914     05  PYT-CONTACT-PHONE           PIC X(15).
001916*                                                   359-408
001918     05  PYT-CONTACT-EMAIL           PIC X(50).
001920     05  FILLER                      PIC X(91) VALUE SPACES.
001922*                                    SEQUENCE NUMBER 500-507
001924     05  FILLER                      PIC X(08) VALUE SPACES.
001926     05  FILLER                      PIC X(10) VALUE SPACES.
001928*                                    518 - I, SOFTWARE WRITTEN
001930*                                    IN HOUSE, SO THE VENDOR
001932*                                    FIELDS (519-740) ARE BLANK
001934     05  PYT-VENDOR-INDICATOR        PIC X(01) VALUE 'I'.
001936     05  FILLER                      PIC X(232) VALUE SPACES.
001938
001940 01  WS-PAYER-RECORD.
001942     05  PYA-RECORD-TYPE             PIC X(01) VALUE 'A'.
001944*                                                       2-5
001946     05  PYA-PAYMENT-YEAR            PIC 9(04).
001948     05  PYA-COMBINED-FED-STATE      PIC X(01) VALUE SPACES.
001950     05  FILLER                      PIC X(05) VALUE SPACES.
001952*                                                     12-20
001954     05  PYA-PAYER-TIN               PIC X(09).
001956     05  PYA-NAME-CONTROL            PIC X(04) VALUE SPACES.
001958     05  PYA-LAST-FILING             PIC X(01) VALUE SPACES.
001960*                                                     26-27
001962     05  PYA-RETURN-TYPE             PIC X(02) VALUE '6 '.
001964*                                                     28-45
001966     05  PYA-AMOUNT-CODES            PIC X(18) VALUE '1'.
001968     05  FILLER                      PIC X(06) VALUE SPACES.
001970     05  PYA-FOREIGN-ENTITY          PIC X(01) VALUE SPACES.
001972*                                                     53-92
001974     05  PYA-PAYER-NAME              PIC X(40).
001976     05  PYA-PAYER-NAME-2            PIC X(40) VALUE SPACES.
001978*                                                       133
001980     05  PYA-TRANSFER-AGENT          PIC X(01) VALUE '0'.
001982*                                                   134-173
001984     05  PYA-PAYER-ADDRESS           PIC X(40).
001986*                                                   174-213
001988     05  PYA-PAYER-CITY              PIC X(40).
001990*                                                   214-215
001992     05  PYA-PAYER-STATE             PIC X(02).
001994*                                                   216-224
001996     05  PYA-PAYER-ZIP               PIC X(09).
001998*                                                   225-239
002000     05  PYA-PAYER-PHONE             PIC X(15).
002002     05  FILLER                      PIC X(260) VALUE SPACES.
002004*                                    SEQUENCE NUMBER 500-507
002006     05  FILLER                      PIC X(08) VALUE SPACES.
002008     05  FILLER                      PIC X(243) VALUE SPACES.
002010
002012 01  WS-PAYEE-RECORD.
002014     05  PYB-RECORD-TYPE             PIC X(01) VALUE 'B'.
002016*                                                       2-5
002018     05  PYB-PAYMENT-YEAR            PIC 9(04).
002020     05  PYB-CORRECTED               PIC X(01) VALUE SPACES.
002022*                                                      7-10
002024     05  PYB-NAME-CONTROL            PIC X(04) VALUE SPACES.
002026     05  PYB-TIN-TYPE                PIC X(01) VALUE SPACES.
002028*                                                     12-20
002030     05  PYB-PAYEE-TIN               PIC X(09) VALUE SPACES.
002032*                                                     21-40
002034     05  PYB-PAYER-ACCOUNT           PIC X(20).
002036     05  PYB-OFFICE-CODE             PIC X(04) VALUE SPACES.
002038     05  FILLER                      PIC X(10) VALUE SPACES.
002040*                                    55-66 - AMOUNT CODE 1
002042     05  PYB-INTEREST-AMOUNT         PIC 9(10)V99.
002044*                                    67-270 - AMOUNTS 2-9, A-H
002046*                                    AND J, NOT USED
002048     05  FILLER                      PIC X(204) VALUE ZEROS.
002050     05  FILLER                      PIC X(16) VALUE SPACES.
002052*                                                       287
002054     05  PYB-FOREIGN-COUNTRY         PIC X(01) VALUE SPACES.
002056*                                                   288-327
002058     05  PYB-PAYEE-NAME              PIC X(40).
002060     05  PYB-PAYEE-NAME-2            PIC X(40) VALUE SPACES.
002062*                                                   368-407
002064     05  PYB-PAYEE-ADDRESS           PIC X(40).
002066     05  FILLER                      PIC X(40) VALUE SPACES.
002068*                                                   448-487
002070     05  PYB-PAYEE-CITY              PIC X(40).
002072*                                                   488-489
002074     05  PYB-PAYEE-STATE             PIC X(02).
002076*                                                   490-498
002078     05  PYB-PAYEE-ZIP               PIC X(09).
002080     05  FILLER                      PIC X(01) VALUE SPACES.
002082*                                    SEQUENCE NUMBER 500-507
002084     05  FILLER                      PIC X(08) VALUE SPACES.
002086     05  FILLER                      PIC X(36) VALUE SPACES.
002088*                                    544-748 - 1099-INT FIELDS
002090*                                    (SECOND TIN NOTICE, CUSIP,
002092*                                    STATE WITHHOLDING), NONE
002094*                                    OF WHICH APPLY
002096     05  FILLER                      PIC X(207) VALUE SPACES.
002098
002100 01  WS-END-PAYER-RECORD.
002102     05  PYC-RECORD-TYPE             PIC X(01) VALUE 'C'.
002104*                                                       2-9
002106     05  PYC-PAYEE-COUNT             PIC 9(08).
002108     05  FILLER                      PIC X(06) VALUE SPACES.
002110*                                    16-33 - CONTROL TOTAL 1
002112     05  PYC-CONTROL-TOTAL           PIC 9(16)V99.
002114*                                    34-339 - TOTALS 2-9, A-H
002116*                                    AND J, NOT USED
002118     05  FILLER                      PIC X(306) VALUE ZEROS.
002120     05  FILLER                      PIC X(160) VALUE SPACES.
002122*                                    SEQUENCE NUMBER 500-507
002124     05  FILLER                      PIC X(08) VALUE SPACES.
002126     05  FILLER                      PIC X(243) VALUE SPACES.
002128
002130 01  WS-END-TRANSMISSION-RECORD.
002132     05  PYF-RECORD-TYPE             PIC X(01) VALUE 'F'.
002134*                                    2-9 - ONE PAYER PER FILE
002136     05  PYF-PAYER-COUNT             PIC 9(08) VALUE 1.
002138     05  FILLER                      PIC X(21) VALUE ZEROS.
002140     05  FILLER                      PIC X(19) VALUE SPACES.
002142*                                                     50-57
002144     05  PYF-TOTAL-PAYEES            PIC 9(08).
002146     05  FILLER                      PIC X(442) VALUE SPACES.
002148*                                    SEQUENCE NUMBER 500-507
002150     05  FILLER                      PIC X(08) VALUE SPACES.
002152     05  FILLER                      PIC X(243) VALUE SPACES.
002180
002190*    RECIPIENT FORM - ONE PAGE PER REPORTABLE MEMBER.
002200 01  WS-FORM-HEADING-1.
002210     05  FILLER                      PIC X(52) VALUE
002220         'FORM 1099-INT     INTEREST INCOME'.
002230     05  FILLER                      PIC X(10) VALUE
002240         'TAX YEAR: '.
002250     05  FH1-TAX-YEAR                PIC 9(04).
002260     05  FILLER                      PIC X(14) VALUE SPACES.
002270
002280 01  WS-FORM-HEADING-2               PIC X(80) VALUE
002290     'COPY B - FOR RECIPIENT'.
002300
002310 01  WS-FORM-PAYER-LINE.
002320     05  FILLER                      PIC X(16) VALUE
002330         'PAYER:          '.
002340     05  FP-PAYER-NAME               PIC X(30).
002350     05  FILLER                      PIC X(02) VALUE SPACES.
002360     05  FILLER                      PIC X(11) VALUE
002370         'PAYER TIN: '.
002380     05  FP-PAYER-TIN                PIC X(09).
002390     05  FILLER                      PIC X(12) VALUE SPACES.
002400
002410 01  WS-FORM-RECIPIENT-LINE.
002420     05  FR-LABEL                    PIC X(16).
002430     05  FR-TEXT                     PIC X(30).
002440     05  FILLER                      PIC X(34) VALUE SPACES.
002450
002460 01  WS-FORM-BOX-LINE.
002470     05  FILLER                      PIC X(30) VALUE
002480         'BOX 1  INTEREST INCOME:'.
002490     05  FB-INTEREST                 PIC ZZ,ZZZ,ZZ9.99.
002500     05  FILLER                      PIC X(37) VALUE SPACES.
002510
002520 01  WS-FORM-ACCOUNT-HEADING         PIC X(80) VALUE
002530     '    INTEREST BY ACCOUNT:    ACCOUNT        INTEREST'.
002540
002550 01  WS-FORM-ACCOUNT-LINE.
002560     05  FILLER                      PIC X(28) VALUE SPACES.
002570     05  FA-ACCOUNT-ID               PIC X(10).
002580     05  FILLER                      PIC X(02) VALUE SPACES.
002590     05  FA-INTEREST                 PIC Z,ZZZ,ZZ9.99.
002600     05  FILLER                      PIC X(28) VALUE SPACES.
002610
002620 01  WS-FORM-NOTICE-LINE-1           PIC X(80) VALUE
002630     'THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED'.
002640 01  WS-FORM-NOTICE-LINE-2           PIC X(80) VALUE
002650     'TO THE INTERNAL REVENUE SERVICE.'.
002660
002670*    INTRPT CONTROL REPORT.
002680 01  WS-HEADING-LINE-1               PIC X(80) VALUE
002690     'INT1099 - YEAR-END INTEREST (1099-INT) CONTROL REPORT'.
002700 01  WS-HEADING-LINE-2.
002710     05  FILLER                      PIC X(10) VALUE
002720         'TAX YEAR: '.
002730     05  H2-TAX-YEAR                 PIC 9(04).
002740     05  FILLER                      PIC X(25) VALUE
002750         '   REPORTING THRESHOLD: '.
002760     05  H2-THRESHOLD                PIC ZZ,ZZ9.99.
002770     05  FILLER                      PIC X(32) VALUE SPACES.
002780 01  WS-HEADING-LINE-3               PIC X(80) VALUE
002790     'ACCOUNTS WITH INTEREST NOT REPORTED TO A MEMBER'.
002800 01  WS-HEADING-LINE-4               PIC X(80) VALUE
002810     'ACCOUNT     MEMBER      NET INTEREST  PROBLEM'.
002820 01  WS-HEADING-LINE-5               PIC X(80) VALUE
002830     '----------  ----------  ------------  -------------------
002840-    '-----------'.
002850
002860 01  WS-DETAIL-LINE.
002870     05  DL-ACCOUNT-ID               PIC X(10).
002880     05  FILLER                      PIC X(02) VALUE SPACES.
002890     05  DL-MEMBER-ID                PIC X(10).
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910     05  DL-NET-INTEREST             PIC Z,ZZZ,ZZ9.99.
002920     05  FILLER                      PIC X(02) VALUE SPACES.
002930     05  DL-PROBLEM                  PIC X(30).
002940     05  FILLER                      PIC X(12) VALUE SPACES.
002950
002960 01  WS-NO-EXCEPTION-LINE            PIC X(80) VALUE
002970     'NONE - EVERY ACCOUNT WITH INTEREST REACHED A MEMBER.'.
002971
002972 01  WS-HEADING-LINE-6               PIC X(80) VALUE
002973     'REPORTABLE PAYEES TO BE RESOLVED BEFORE FILING'.
002974 01  WS-HEADING-LINE-7               PIC X(80) VALUE
002975     'MEMBER      NAME                                INTEREST  PR
002976-    'OBLEM'.
002977 01  WS-HEADING-LINE-8               PIC X(80) VALUE
002978     '----------  ------------------------------  ------------  --
002979-    '------------------'.
002980
002981 01  WS-PAYEE-PROBLEM-LINE.
002982     05  PP-MEMBER-ID                PIC X(10).
002983     05  FILLER                      PIC X(02) VALUE SPACES.
002984     05  PP-NAME                     PIC X(30).
002985     05  FILLER                      PIC X(02) VALUE SPACES.
002986     05  PP-INTEREST                 PIC Z,ZZZ,ZZ9.99.
002987     05  FILLER                      PIC X(02) VALUE SPACES.
002988     05  PP-PROBLEM                  PIC X(20).
002989     05  FILLER                      PIC X(02) VALUE SPACES.
002990
002991 01  WS-NO-PAYEE-PROBLEM-LINE        PIC X(80) VALUE
002992     'NONE - EVERY PAYEE HAS A TAXPAYER ID AND CITY, STATE, ZIP.'.
002993
002994 01  WS-TIE-LINE                     PIC X(80) VALUE SPACES.
003000
003010 01  WS-TOTAL-LINE.
003020     05  TL-LABEL                    PIC X(30).
003030     05  TL-COUNT                    PIC ZZZ,ZZ9.
003040     05  FILLER                      PIC X(43) VALUE SPACES.
003050
003060 01  WS-TOTAL-AMOUNT-LINE.
003070     05  TA-LABEL                    PIC X(30).
003080     05  TA-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.
003090     05  FILLER                      PIC X(36) VALUE SPACES.
003100
003110 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
003120
003130******************************************************************
003140*    0000-MAINLINE
003150******************************************************************
003160 PROCEDURE DIVISION.
003170
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003200     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
003210         UNTIL EOF-YES
003220*    A REFUSED RUN (NO USABLE INTPARM CARD, OR A MASTER OR THE
003230*    HISTORY MISSING) NEVER OPENED THE EXTRACT, FORMS OR REPORT,
003240*    SO THERE IS NOTHING TO WRITE OR CLOSE.
003250     IF RUN-ACCEPTED
003260         PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
003262         PERFORM 3000-START-MEMBER-WALK THRU 3000-EXIT
003264         PERFORM 2500-COUNT-PAYEES THRU 2500-EXIT
003266             UNTIL MEMBER-EOF-YES
003268         PERFORM 2600-START-FILING THRU 2600-EXIT
003270         PERFORM 3000-START-MEMBER-WALK THRU 3000-EXIT
003280         PERFORM 3100-PROCESS-MEMBERS THRU 3100-EXIT
003290             UNTIL MEMBER-EOF-YES
003300         PERFORM 4000-LIST-EXCEPTIONS THRU 4000-EXIT
003310         PERFORM 9000-TERMINATE THRU 9000-EXIT
003320     END-IF
003330     STOP RUN.
003340
003350******************************************************************
003360*    1000-INITIALIZE - PICK UP THE CONTROL CARDS, OPEN THE
003370*    FILES, WRITE THE REPORT HEADINGS AND PRIME THE FIRST
003380*    HISTORY RECORD.  A MISSING OR BAD CARD, OR NO HISTORY,
003390*    ACCOUNT MASTER OR MEMBER MASTER, STOPS THE RUN RATHER THAN
003400*    FILING FOR THE WRONG YEAR, UNDER NO TRANSMITTER OR WITH
003405*    PAYEES MISSING.
003410******************************************************************
003420 1000-INITIALIZE.
003430     SET MEMBER-EOF-YES TO TRUE
003440     OPEN INPUT TAX-PARM-FILE
003450     IF INTPARM-NOT-OPEN
003460         DISPLAY 'INT1099 - INTPARM CONTROL CARD MISSING'
003470         MOVE 16 TO RETURN-CODE
003480         SET RUN-REFUSED TO TRUE
003490         SET EOF-YES TO TRUE
003500         GO TO 1000-EXIT
003510     END-IF
003520     READ TAX-PARM-FILE INTO WS-TAX-PARM
003530         AT END
003540             DISPLAY 'INT1099 - INTPARM CONTROL CARD EMPTY'
003550             MOVE 16 TO RETURN-CODE
003560             SET RUN-REFUSED TO TRUE
003570             SET EOF-YES TO TRUE
003580     END-READ
003581     IF EOF-NO
003582         READ TAX-PARM-FILE INTO WS-TAX-PARM-ADDRESS
003583             AT END
003584                 DISPLAY 'INT1099 - INTPARM PAYER ADDRESS CARD '
003585                         'MISSING'
003586                 MOVE 16 TO RETURN-CODE
003587                 SET RUN-REFUSED TO TRUE
003588                 SET EOF-YES TO TRUE
003589         END-READ
003590     END-IF
003591     IF EOF-NO
003592         READ TAX-PARM-FILE INTO WS-TAX-PARM-CONTACT
003593             AT END
003594                 DISPLAY 'INT1099 - INTPARM CONTACT CARD MISSING'
003595                 MOVE 16 TO RETURN-CODE
003596                 SET RUN-REFUSED TO TRUE
003597                 SET EOF-YES TO TRUE
003598         END-READ
003599     END-IF
003600     CLOSE TAX-PARM-FILE
003601     IF EOF-YES
003610         GO TO 1000-EXIT
003620     END-IF
003630     IF WS-PARM-TAX-YEAR IS NOT NUMERIC
003640         OR WS-PARM-THRESHOLD IS NOT NUMERIC
003650         OR WS-PARM-PAYER-TIN IS NOT NUMERIC
003660         OR WS-PARM-TAX-YEAR = ZEROS
003670         OR WS-PARM-PAYER-NAME = SPACES
003671         OR WS-PARM-TCC = SPACES
003672         OR NOT WS-PARM-TEST-FILE-OK
003673         OR WS-PARM-PAYER-PHONE = SPACES
003674         OR WS-PARM-PAYER-ADDRESS = SPACES
003675         OR WS-PARM-PAYER-CITY = SPACES
003676         OR WS-PARM-PAYER-STATE IS NOT ALPHABETIC
003677         OR WS-PARM-PAYER-STATE = SPACES
003678         OR WS-PARM-PAYER-ZIP(1:5) IS NOT NUMERIC
003679         OR WS-PARM-CONTACT-NAME = SPACES
003680         DISPLAY 'INT1099 - INTPARM CARD NOT USABLE'
003690         MOVE 16 TO RETURN-CODE
003700         SET RUN-REFUSED TO TRUE
003710         SET EOF-YES TO TRUE
003720         GO TO 1000-EXIT
003730     END-IF
003740     COMPUTE WS-YEAR-START = WS-PARM-TAX-YEAR * 10000 + 101
003750     COMPUTE WS-YEAR-END = WS-PARM-TAX-YEAR * 10000 + 1231
003760     OPEN INPUT ACCT-HIST-FILE
003770     IF ACCTHIST-NOT-OPEN
003780         DISPLAY 'INT1099 - ACCTHIST NOT FOUND - RUN REFUSED'
003790         MOVE 16 TO RETURN-CODE
003800         SET RUN-REFUSED TO TRUE
003810         SET EOF-YES TO TRUE
003820         GO TO 1000-EXIT
003830     END-IF
003840     OPEN INPUT ACCOUNT-MASTER-FILE
003850     IF ACCTMAS-NOT-OPEN
003860         DISPLAY 'INT1099 - ACCTMAS NOT FOUND - RUN REFUSED'
003870         CLOSE ACCT-HIST-FILE
003880         MOVE 16 TO RETURN-CODE
003890         SET RUN-REFUSED TO TRUE
003900         SET EOF-YES TO TRUE
003910         GO TO 1000-EXIT
003920     END-IF
003930     OPEN INPUT MEMBER-MASTER-FILE
003940     IF MBRMAS-NOT-OPEN
003950         DISPLAY 'INT1099 - MBRMAS NOT FOUND - RUN REFUSED'
003960         CLOSE ACCT-HIST-FILE
003970         CLOSE ACCOUNT-MASTER-FILE
003980         MOVE 16 TO RETURN-CODE
003990         SET RUN-REFUSED TO TRUE
004000         SET EOF-YES TO TRUE
004010         GO TO 1000-EXIT
004020     END-IF
004030     OPEN OUTPUT TAX-EXTRACT-FILE
004040     OPEN OUTPUT TAX-FORM-FILE
004050     OPEN OUTPUT TAX-REPORT-FILE
004100     MOVE WS-PARM-TAX-YEAR TO H2-TAX-YEAR
004110     MOVE WS-PARM-THRESHOLD TO H2-THRESHOLD
004120     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-1
004130     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-2
004140     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
004150     MOVE LOW-VALUES TO HIST-KEY
004160     START ACCT-HIST-FILE KEY NOT LESS THAN HIST-KEY
004170         INVALID KEY
004180             SET EOF-YES TO TRUE
004190             GO TO 1000-EXIT
004200     END-START
004210     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004220 1000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260*    2000-PROCESS-HISTORY - ON A CHANGE OF ACCOUNT, TABLE THE
004270*    ACCOUNT JUST FINISHED AND START THE NEXT; THEN APPLY THE
004280*    POSTING AND STEP TO THE NEXT ONE.  THE HISTORY KEY IS
004290*    ACCOUNT, DATE, TIME AND SEQUENCE, SO EACH ACCOUNT'S
004300*    POSTINGS ARRIVE TOGETHER AND IN THE ORDER THEY POSTED.
004310******************************************************************
004320 2000-PROCESS-HISTORY.
004330     IF HIST-ACCOUNT-ID NOT = WS-CUR-ACCOUNT-ID
004340         PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
004350         MOVE HIST-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
004360     END-IF
004370     PERFORM 2200-APPLY-POSTING THRU 2200-EXIT
004380     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004390 2000-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430*    2100-READ-HISTORY - STEP THE HISTORY FORWARD IN KEY ORDER.
004440******************************************************************
004450 2100-READ-HISTORY.
004460     READ ACCT-HIST-FILE NEXT RECORD
004470         AT END
004480             SET EOF-YES TO TRUE
004490             GO TO 2100-EXIT
004500     END-READ
004510     ADD 1 TO WS-RECORDS-READ.
004520 2100-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560*    2200-APPLY-POSTING - COUNT A TAX-YEAR ACCRUAL, AND TAKE ONE
004570*    BACK OFF WHEN IT IS REVERSED.  DATAPROGRAM'S REVERSE BACKS
004580*    OUT ONLY THE ACCOUNT'S LAST REVERSIBLE POSTING (WRITE,
004590*    CREDIT, DEBIT, ACCR OR TRANSFER - EITHER LEG); AN ODSWEEP
004600*    LEG OR A LATER POSTING MEANS THE ACCRUAL CAN NO LONGER BE
004610*    REVERSED.  THE ACCOUNT'S OWN REVERSE CARRIES A BLANK
004620*    TARGET (ONLY A TRANSFER REVERSAL NAMES ONE); A REVERSE
004630*    NAMING A TARGET THAT ARRIVES WHILE AN ACCRUAL IS STILL
004640*    LAST IS THE OTHER LEG OF SOME OTHER ACCOUNT'S REVERSAL AND
004650*    LEAVES THE ACCRUAL STANDING.  POSTINGS BEFORE THE TAX YEAR
004660*    ARE PASSED OVER; A REVERSE AFTER YEAR END OF A TAX-YEAR
004670*    ACCRUAL STILL COMES OFF THE YEAR IT WAS ACCRUED IN.
004680******************************************************************
004690 2200-APPLY-POSTING.
004700     IF HIST-POST-DATE < WS-YEAR-START
004710         GO TO 2200-EXIT
004720     END-IF
004730     EVALUATE HIST-OPERATION
004740         WHEN 'ACCR'
004750             IF HIST-POST-DATE > WS-YEAR-END
004760                 SET LAST-NOT-TAX-ACCR TO TRUE
004770                 GO TO 2200-EXIT
004780             END-IF
004790             COMPUTE WS-POSTING-INTEREST =
004800                 HIST-NEW-BALANCE - HIST-PRIOR-BALANCE
004810             ADD 1 TO WS-CUR-ACCR-COUNT
004820             ADD WS-POSTING-INTEREST TO WS-CUR-ACCR-AMOUNT
004830             ADD 1 TO WS-ACCR-COUNT
004840             ADD WS-POSTING-INTEREST TO WS-ACCR-AMOUNT
004850             MOVE WS-POSTING-INTEREST TO WS-LAST-ACCR-AMOUNT
004860             SET LAST-IS-TAX-ACCR TO TRUE
004870         WHEN 'WRITE'
004880         WHEN 'CREDIT'
004890         WHEN 'DEBIT'
004900         WHEN 'TRANSFER'
004910         WHEN 'ODSWEEP'
004920             SET LAST-NOT-TAX-ACCR TO TRUE
004930         WHEN 'REVERSE'
004940             IF HIST-TARGET-ACCOUNT-ID = SPACES
004950                 AND LAST-IS-TAX-ACCR
004960                 ADD 1 TO WS-CUR-REV-COUNT
004970                 ADD WS-LAST-ACCR-AMOUNT TO WS-CUR-REV-AMOUNT
004980                 ADD 1 TO WS-REV-COUNT
004990                 ADD WS-LAST-ACCR-AMOUNT TO WS-REV-AMOUNT
005000             END-IF
005010             IF HIST-TARGET-ACCOUNT-ID = SPACES
005020                 SET LAST-NOT-TAX-ACCR TO TRUE
005030             END-IF
005040         WHEN OTHER
005050             CONTINUE
005060     END-EVALUATE.
005070 2200-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*    2300-CLOSE-ACCOUNT - TABLE THE ACCOUNT JUST FINISHED IF IT
005120*    HAD ANY TAX-YEAR ACCRUAL, WITH ITS MEMBER LINK FROM THE
005130*    ACCOUNT MASTER, AND CLEAR THE ACCOUNT TOTALS.  A FULL TABLE
005140*    IS FLAGGED AND CARRIED AS A SEPARATE LINE ON THE CONTROL
005150*    REPORT SO THE TIE STILL PROVES EVERY DOLLAR.
005160******************************************************************
005170 2300-CLOSE-ACCOUNT.
005180     IF WS-CUR-ACCR-COUNT = ZEROS
005190         GO TO 2300-RESET
005200     END-IF
005210     IF WS-IT-COUNT >= 1000
005220         DISPLAY 'INT1099 - INTEREST TABLE FULL, ACCOUNT '
005230                 WS-CUR-ACCOUNT-ID ' NOT REPORTED'
005240         ADD 1 TO WS-UNTABLED-COUNT
005250         ADD WS-CUR-ACCR-AMOUNT TO WS-UNTABLED-AMOUNT
005260         SUBTRACT WS-CUR-REV-AMOUNT FROM WS-UNTABLED-AMOUNT
005270         GO TO 2300-RESET
005280     END-IF
005290     ADD 1 TO WS-IT-COUNT
005300     MOVE WS-CUR-ACCOUNT-ID TO WS-IT-ACCOUNT-ID(WS-IT-COUNT)
005310     MOVE SPACES TO WS-IT-MEMBER-ID(WS-IT-COUNT)
005320     SET WS-IT-CLAIMED-NO(WS-IT-COUNT) TO TRUE
005330     MOVE WS-CUR-ACCR-COUNT TO WS-IT-ACCR-COUNT(WS-IT-COUNT)
005340     MOVE WS-CUR-REV-COUNT TO WS-IT-REV-COUNT(WS-IT-COUNT)
005350     COMPUTE WS-IT-NET-INTEREST(WS-IT-COUNT) =
005360         WS-CUR-ACCR-AMOUNT - WS-CUR-REV-AMOUNT
005370     MOVE WS-CUR-ACCOUNT-ID TO ACCT-ID
005380     READ ACCOUNT-MASTER-FILE
005390         INVALID KEY
005400             SET WS-IT-NOT-ON-MASTER(WS-IT-COUNT) TO TRUE
005410             GO TO 2300-RESET
005420     END-READ
005430     IF ACCT-MEMBER-ID = SPACES
005440         SET WS-IT-UNLINKED(WS-IT-COUNT) TO TRUE
005450     ELSE
005460         SET WS-IT-LINKED(WS-IT-COUNT) TO TRUE
005470         MOVE ACCT-MEMBER-ID TO WS-IT-MEMBER-ID(WS-IT-COUNT)
005480     END-IF.
005490 2300-RESET.
005500     MOVE ZEROS TO WS-CUR-ACCR-COUNT
005510     MOVE ZEROS TO WS-CUR-ACCR-AMOUNT
005520     MOVE ZEROS TO WS-CUR-REV-COUNT
005530     MOVE ZEROS TO WS-CUR-REV-AMOUNT
005540     MOVE ZEROS TO WS-LAST-ACCR-AMOUNT
005550     SET LAST-NOT-TAX-ACCR TO TRUE.
005560 2300-EXIT.
005570     EXIT.
005580
005581******************************************************************
005582*    2500-COUNT-PAYEES - A FIRST WALK OF THE MEMBER MASTER ONLY
005583*    COUNTS THE REPORTABLE PAYEES, BECAUSE THE TRANSMITTER
005584*    RECORD AT THE HEAD OF THE EXTRACT CARRIES THAT COUNT.  THE
005585*    ROLL-UP IS THE SAME ONE 3200 DOES; THE ROWS IT MARKS
005586*    CLAIMED ARE THE ONES THE SECOND WALK CLAIMS AGAIN.
005587******************************************************************
005588 2500-COUNT-PAYEES.
005589     MOVE ZEROS TO WS-MEMBER-ROWS
005590     MOVE ZEROS TO WS-MEMBER-INTEREST
005591     PERFORM 3210-CLAIM-IF-MINE THRU 3210-EXIT
005592         VARYING WS-IT-IDX FROM 1 BY 1
005593         UNTIL WS-IT-IDX > WS-IT-COUNT
005594     IF WS-MEMBER-ROWS > ZEROS
005595         AND WS-MEMBER-INTEREST NOT < WS-PARM-THRESHOLD
005596         AND WS-MEMBER-INTEREST > ZEROS
005597         ADD 1 TO WS-PAYEES-DUE
005598     END-IF
005599     PERFORM 3150-READ-NEXT-MEMBER THRU 3150-EXIT.
005600 2500-EXIT.
005601     EXIT.
005602
005603******************************************************************
005604*    2600-START-FILING - THE TRANSMITTER (T) AND PAYER (A)
005605*    RECORDS AT THE HEAD OF THE EXTRACT, AND THE HEADINGS FOR
005606*    THE PAYEE PROBLEMS THE SECOND MEMBER WALK LISTS.
005607******************************************************************
005608 2600-START-FILING.
005609     MOVE WS-PARM-TAX-YEAR TO PYT-PAYMENT-YEAR
005610     MOVE WS-PARM-PAYER-TIN TO PYT-TRANSMITTER-TIN
005611     MOVE WS-PARM-TCC TO PYT-TCC
005612     MOVE WS-PARM-TEST-FILE TO PYT-TEST-FILE
005613     MOVE WS-PARM-PAYER-NAME TO PYT-TRANSMITTER-NAME
005614     MOVE WS-PARM-PAYER-NAME TO PYT-COMPANY-NAME
005615     MOVE WS-PARM-PAYER-ADDRESS TO PYT-COMPANY-ADDRESS
005616     MOVE WS-PARM-PAYER-CITY TO PYT-COMPANY-CITY
005617     MOVE WS-PARM-PAYER-STATE TO PYT-COMPANY-STATE
005618     MOVE WS-PARM-PAYER-ZIP TO PYT-COMPANY-ZIP
005619     MOVE WS-PAYEES-DUE TO PYT-TOTAL-PAYEES
005620     MOVE WS-PARM-CONTACT-NAME TO PYT-CONTACT-NAME
005621     MOVE WS-PARM-PAYER-PHONE TO PYT-CONTACT-PHONE
005622     MOVE WS-PARM-CONTACT-EMAIL TO PYT-CONTACT-EMAIL
005623     MOVE WS-TRANSMITTER-RECORD TO TAX-EXTRACT-IO-RECORD
005624     PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT
005625     MOVE WS-PARM-TAX-YEAR TO PYA-PAYMENT-YEAR
005626     MOVE WS-PARM-PAYER-TIN TO PYA-PAYER-TIN
005627     MOVE WS-PARM-PAYER-NAME TO PYA-PAYER-NAME
005628     MOVE WS-PARM-PAYER-ADDRESS TO PYA-PAYER-ADDRESS
005629     MOVE WS-PARM-PAYER-CITY TO PYA-PAYER-CITY
005630     MOVE WS-PARM-PAYER-STATE TO PYA-PAYER-STATE
005631     MOVE WS-PARM-PAYER-ZIP TO PYA-PAYER-ZIP
005632     MOVE WS-PARM-PAYER-PHONE TO PYA-PAYER-PHONE
005633     MOVE WS-PAYER-RECORD TO TAX-EXTRACT-IO-RECORD
005634     PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT
005635     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-6
005636     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
005637     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-7
005638     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-8.
005639 2600-EXIT.
005640     EXIT.
005641
005642******************************************************************
005643*    3000-START-MEMBER-WALK - POSITION THE MEMBER MASTER AT ITS
005644*    FIRST MEMBER ONCE THE HISTORY PASS HAS TABLED EVERY
005645*    ACCOUNT.  DONE ONCE FOR THE COUNTING WALK AND AGAIN FOR THE
005646*    WALK THAT FILES.
005647******************************************************************
005648 3000-START-MEMBER-WALK.
005650     MOVE LOW-VALUES TO MBR-ID
005660     START MEMBER-MASTER-FILE KEY NOT LESS THAN MBR-ID
005670         INVALID KEY
005680             GO TO 3000-EXIT
005690     END-START
005700     SET MEMBER-EOF-NO TO TRUE
005710     PERFORM 3150-READ-NEXT-MEMBER THRU 3150-EXIT.
005720 3000-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    3100-PROCESS-MEMBERS - ROLL THE CURRENT MEMBER UP AND STEP
005770*    TO THE NEXT ONE.
005780******************************************************************
005790 3100-PROCESS-MEMBERS.
005800     PERFORM 3200-ROLL-UP-MEMBER THRU 3200-EXIT
005810     PERFORM 3150-READ-NEXT-MEMBER THRU 3150-EXIT.
005820 3100-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*    3150-READ-NEXT-MEMBER - STEP THE MEMBER MASTER FORWARD IN
005870*    KEY ORDER, WHICH PUTS THE EXTRACT AND FORMS IN MEMBER ORDER.
005880******************************************************************
005890 3150-READ-NEXT-MEMBER.
005900     READ MEMBER-MASTER-FILE NEXT RECORD
005910         AT END
005920             SET MEMBER-EOF-YES TO TRUE
005930     END-READ.
005940 3150-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*    3200-ROLL-UP-MEMBER - TOTAL THE NET INTEREST ON EVERY
005990*    TABLED ACCOUNT LINKED TO THIS MEMBER.  AT OR OVER THE
006000*    THRESHOLD THE MEMBER IS A REPORTABLE PAYEE; UNDER IT THE
006010*    INTEREST IS ONLY COUNTED.  AN INACTIVE MEMBER IS STILL
006020*    REPORTED - THE INTEREST WAS PAID.
006030******************************************************************
006040 3200-ROLL-UP-MEMBER.
006050     MOVE ZEROS TO WS-MEMBER-ROWS
006060     MOVE ZEROS TO WS-MEMBER-INTEREST
006070     PERFORM 3210-CLAIM-IF-MINE THRU 3210-EXIT
006080         VARYING WS-IT-IDX FROM 1 BY 1
006090         UNTIL WS-IT-IDX > WS-IT-COUNT
006100     IF WS-MEMBER-ROWS = ZEROS
006110         GO TO 3200-EXIT
006120     END-IF
006130     IF WS-MEMBER-INTEREST < WS-PARM-THRESHOLD
006140         OR WS-MEMBER-INTEREST = ZEROS
006150         ADD 1 TO WS-UNDER-COUNT
006160         ADD WS-MEMBER-INTEREST TO WS-UNDER-AMOUNT
006170         GO TO 3200-EXIT
006180     END-IF
006190     ADD 1 TO WS-REPORTED-COUNT
006200     ADD WS-MEMBER-INTEREST TO WS-REPORTED-AMOUNT
006210     PERFORM 3300-WRITE-PAYEE THRU 3300-EXIT
006220     PERFORM 3400-PRINT-FORM THRU 3400-EXIT.
006230 3200-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270*    3210-CLAIM-IF-MINE - ADD THIS ROW IN WHEN IT IS LINKED TO
006280*    THE CURRENT MEMBER, AND MARK IT CLAIMED.
006290******************************************************************
006300 3210-CLAIM-IF-MINE.
006310     IF NOT WS-IT-LINKED(WS-IT-IDX)
006320         OR WS-IT-MEMBER-ID(WS-IT-IDX) NOT = MBR-ID
006330         GO TO 3210-EXIT
006340     END-IF
006350     SET WS-IT-CLAIMED-YES(WS-IT-IDX) TO TRUE
006360     ADD 1 TO WS-MEMBER-ROWS
006370     ADD WS-IT-NET-INTEREST(WS-IT-IDX) TO WS-MEMBER-INTEREST.
006380 3210-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    3300-WRITE-PAYEE - ONE PAYEE (B) RECORD ON THE EXTRACT.
006430*    A PAYEE FILED WITH NO TAXPAYER ID, OR WITH NO CITY, STATE
006432*    AND ZIP THAT COULD BE TAKEN FROM THE SECOND ADDRESS LINE,
006434*    IS LISTED ON THE CONTROL REPORT FOR FINANCE TO RESOLVE.
006436******************************************************************
006440 3300-WRITE-PAYEE.
006450     MOVE WS-PARM-TAX-YEAR TO PYB-PAYMENT-YEAR
006470     MOVE MBR-ID TO PYB-PAYER-ACCOUNT
006480     MOVE WS-MEMBER-INTEREST TO PYB-INTEREST-AMOUNT
006490     MOVE MBR-NAME TO PYB-PAYEE-NAME
006500     MOVE MBR-ADDRESS-1 TO PYB-PAYEE-ADDRESS
006502     PERFORM 3310-SPLIT-CITY-LINE THRU 3310-EXIT
006504     MOVE WS-PAYEE-RECORD TO TAX-EXTRACT-IO-RECORD
006506     PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT
006508     IF PYB-PAYEE-TIN = SPACES
006510         ADD 1 TO WS-NO-TIN-COUNT
006512         MOVE 'NO TAXPAYER ID' TO PP-PROBLEM
006514         PERFORM 3350-LIST-PAYEE-PROBLEM THRU 3350-EXIT
006516     END-IF
006518     IF ADDRESS-SPLIT-BAD
006520         ADD 1 TO WS-BAD-ADDRESS-COUNT
006522         MOVE 'NO CITY, STATE, ZIP' TO PP-PROBLEM
006524         PERFORM 3350-LIST-PAYEE-PROBLEM THRU 3350-EXIT
006526     END-IF.
006530 3300-EXIT.
006540     EXIT.
006541
006542******************************************************************
006543*    3310-SPLIT-CITY-LINE - TAKE THE PAYEE'S CITY, STATE AND ZIP
006544*    FROM THE MEMBER'S SECOND ADDRESS LINE, KEYED AS 'CITY, ST
006545*    99999' (ZIP OF 5 OR 9 DIGITS, OR 99999-9999).  A LINE THAT
006546*    WILL NOT SPLIT GOES TO THE CITY FIELD WHOLE, STATE AND ZIP
006547*    BLANK, AND THE PAYEE IS LISTED.
006548******************************************************************
006549 3310-SPLIT-CITY-LINE.
006550     SET ADDRESS-SPLIT-BAD TO TRUE
006551     MOVE MBR-ADDRESS-2 TO PYB-PAYEE-CITY
006552     MOVE SPACES TO PYB-PAYEE-STATE
006553     MOVE SPACES TO PYB-PAYEE-ZIP
006554     MOVE ZEROS TO WS-ADDR-END
006555     MOVE ZEROS TO WS-ZIP-START
006556     MOVE ZEROS TO WS-STATE-START
006557     MOVE SPACE TO WS-PREV-CHAR
006558     PERFORM 3320-SCAN-CITY-CHAR THRU 3320-EXIT
006559         VARYING WS-ADDR-POS FROM 1 BY 1
006560         UNTIL WS-ADDR-POS > 30
006561     IF WS-STATE-START < 2
006562         GO TO 3310-EXIT
006563     END-IF
006564     COMPUTE WS-CITY-LENGTH = WS-STATE-START - 1
006565     IF MBR-ADDRESS-2(1:WS-CITY-LENGTH) = SPACES
006566         OR MBR-ADDRESS-2(WS-STATE-START + 2:1) NOT = SPACE
006567         OR MBR-ADDRESS-2(WS-STATE-START:2) IS NOT ALPHABETIC
006568         GO TO 3310-EXIT
006569     END-IF
006570     COMPUTE WS-ZIP-LENGTH = WS-ADDR-END - WS-ZIP-START + 1
006571     MOVE MBR-ADDRESS-2(WS-ZIP-START:WS-ZIP-LENGTH)
006572         TO WS-ZIP-WORK
006573     EVALUATE TRUE
006574         WHEN WS-ZIP-LENGTH = 5
006575             AND WS-ZIP-WORK(1:5) IS NUMERIC
006576             MOVE WS-ZIP-WORK(1:5) TO PYB-PAYEE-ZIP
006577         WHEN WS-ZIP-LENGTH = 9
006578             AND WS-ZIP-WORK(1:9) IS NUMERIC
006579             MOVE WS-ZIP-WORK(1:9) TO PYB-PAYEE-ZIP
006580         WHEN WS-ZIP-LENGTH = 10
006581             AND WS-ZIP-WORK(1:5) IS NUMERIC
006582             AND WS-ZIP-WORK(6:1) = '-'
006583             AND WS-ZIP-WORK(7:4) IS NUMERIC
006584             MOVE WS-ZIP-WORK(1:5) TO PYB-PAYEE-ZIP(1:5)
006585             MOVE WS-ZIP-WORK(7:4) TO PYB-PAYEE-ZIP(6:4)
006586         WHEN OTHER
006587             GO TO 3310-EXIT
006588     END-EVALUATE
006589     MOVE MBR-ADDRESS-2(WS-STATE-START:2) TO PYB-PAYEE-STATE
006590     MOVE SPACES TO PYB-PAYEE-CITY
006591     MOVE MBR-ADDRESS-2(1:WS-CITY-LENGTH) TO PYB-PAYEE-CITY
006592     INSPECT PYB-PAYEE-CITY REPLACING ALL ',' BY SPACE
006593     SET ADDRESS-SPLIT-OK TO TRUE.
006594 3310-EXIT.
006595     EXIT.
006596
006597******************************************************************
006598*    3320-SCAN-CITY-CHAR - ONE CHARACTER OF THE SECOND ADDRESS
006599*    LINE.  AT THE START OF EACH WORD THE LAST WORD'S START
006600*    MOVES BACK TO THE STATE, SO AT THE END OF THE LINE THE ZIP
006601*    START IS THE LAST WORD AND THE STATE START THE ONE BEFORE.
006602******************************************************************
006603 3320-SCAN-CITY-CHAR.
006604     MOVE MBR-ADDRESS-2(WS-ADDR-POS:1) TO WS-ADDR-CHAR
006605     IF WS-ADDR-CHAR NOT = SPACE
006606         IF WS-PREV-CHAR = SPACE
006607             MOVE WS-ZIP-START TO WS-STATE-START
006608             MOVE WS-ADDR-POS TO WS-ZIP-START
006609         END-IF
006610         MOVE WS-ADDR-POS TO WS-ADDR-END
006611     END-IF
006612     MOVE WS-ADDR-CHAR TO WS-PREV-CHAR.
006613 3320-EXIT.
006614     EXIT.
006615
006616******************************************************************
006617*    3350-LIST-PAYEE-PROBLEM - ONE LINE ON THE CONTROL REPORT
006618*    FOR A PAYEE FILED INCOMPLETE.  THE PROBLEM IS SET BY THE
006619*    CALLER.
006620******************************************************************
006621 3350-LIST-PAYEE-PROBLEM.
006622     ADD 1 TO WS-PAYEE-PROBLEM-COUNT
006623     MOVE MBR-ID TO PP-MEMBER-ID
006624     MOVE MBR-NAME TO PP-NAME
006625     MOVE WS-MEMBER-INTEREST TO PP-INTEREST
006626     WRITE TAX-REPORT-RECORD FROM WS-PAYEE-PROBLEM-LINE.
006627 3350-EXIT.
006628     EXIT.
006629
006630******************************************************************
006631*    3400-PRINT-FORM - ONE RECIPIENT FORM: PAYER, RECIPIENT NAME
006632*    AND ADDRESS FROM THE MEMBER MASTER, BOX 1 INTEREST, AND
006633*    THE ACCOUNTS IT CAME FROM.  A NEW PAGE PER FORM.
006634******************************************************************
006635 3400-PRINT-FORM.
006636     MOVE WS-PARM-TAX-YEAR TO FH1-TAX-YEAR
006637     IF WS-REPORTED-COUNT = 1
006640         WRITE TAX-FORM-RECORD FROM WS-FORM-HEADING-1
006650     ELSE
006660         WRITE TAX-FORM-RECORD FROM WS-FORM-HEADING-1
006670             AFTER ADVANCING PAGE
006680     END-IF
006690     WRITE TAX-FORM-RECORD FROM WS-FORM-HEADING-2
006700     WRITE TAX-FORM-RECORD FROM WS-BLANK-LINE
006710     MOVE WS-PARM-PAYER-NAME TO FP-PAYER-NAME
006720     MOVE WS-PARM-PAYER-TIN TO FP-PAYER-TIN
006730     WRITE TAX-FORM-RECORD FROM WS-FORM-PAYER-LINE
006740     WRITE TAX-FORM-RECORD FROM WS-BLANK-LINE
006750     MOVE 'RECIPIENT:' TO FR-LABEL
006760     MOVE MBR-NAME TO FR-TEXT
006770     WRITE TAX-FORM-RECORD FROM WS-FORM-RECIPIENT-LINE
006780     MOVE SPACES TO FR-LABEL
006790     IF MBR-ADDRESS-1 NOT = SPACES
006800         MOVE MBR-ADDRESS-1 TO FR-TEXT
006810         WRITE TAX-FORM-RECORD FROM WS-FORM-RECIPIENT-LINE
006820     END-IF
006830     IF MBR-ADDRESS-2 NOT = SPACES
006840         MOVE MBR-ADDRESS-2 TO FR-TEXT
006850         WRITE TAX-FORM-RECORD FROM WS-FORM-RECIPIENT-LINE
006860     END-IF
006870     WRITE TAX-FORM-RECORD FROM WS-BLANK-LINE
006880     MOVE 'ACCOUNT NUMBER:' TO FR-LABEL
006890     MOVE MBR-ID TO FR-TEXT
006900     WRITE TAX-FORM-RECORD FROM WS-FORM-RECIPIENT-LINE
006910     WRITE TAX-FORM-RECORD FROM WS-BLANK-LINE
006920     MOVE WS-MEMBER-INTEREST TO FB-INTEREST
006930     WRITE TAX-FORM-RECORD FROM WS-FORM-BOX-LINE
006940     WRITE TAX-FORM-RECORD FROM WS-BLANK-LINE
006950     WRITE TAX-FORM-RECORD FROM WS-FORM-ACCOUNT-HEADING
006960     PERFORM 3410-PRINT-IF-MINE THRU 3410-EXIT
006970         VARYING WS-IT-IDX FROM 1 BY 1
006980         UNTIL WS-IT-IDX > WS-IT-COUNT
006990     WRITE TAX-FORM-RECORD FROM WS-BLANK-LINE
007000     WRITE TAX-FORM-RECORD FROM WS-FORM-NOTICE-LINE-1
007010     WRITE TAX-FORM-RECORD FROM WS-FORM-NOTICE-LINE-2.
007020 3400-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*    3410-PRINT-IF-MINE - ONE ACCOUNT LINE ON THE FORM WHEN THIS
007070*    ROW BELONGS TO THE CURRENT MEMBER AND CARRIES INTEREST.
007080******************************************************************
007090 3410-PRINT-IF-MINE.
007100     IF NOT WS-IT-LINKED(WS-IT-IDX)
007110         OR WS-IT-MEMBER-ID(WS-IT-IDX) NOT = MBR-ID
007120         OR WS-IT-NET-INTEREST(WS-IT-IDX) = ZEROS
007130         GO TO 3410-EXIT
007140     END-IF
007150     MOVE WS-IT-ACCOUNT-ID(WS-IT-IDX) TO FA-ACCOUNT-ID
007160     MOVE WS-IT-NET-INTEREST(WS-IT-IDX) TO FA-INTEREST
007170     WRITE TAX-FORM-RECORD FROM WS-FORM-ACCOUNT-LINE.
007180 3410-EXIT.
007190     EXIT.
007200
007210******************************************************************
007215*    4000-LIST-EXCEPTIONS - CLOSE OFF THE PAYEE PROBLEMS.  THEN
007220*    EVERY TABLED ACCOUNT THE MEMBER WALK DID NOT CLAIM LISTS ON
007230*    THE CONTROL REPORT, EVEN WHEN ITS ACCRUALS WERE ALL
007240*    REVERSED, SO FINANCE CAN RESOLVE THE LINK AND REPORT THE
007250*    INTEREST BY HAND.
007260******************************************************************
007270 4000-LIST-EXCEPTIONS.
007272     IF WS-PAYEE-PROBLEM-COUNT = ZEROS
007274         WRITE TAX-REPORT-RECORD FROM WS-NO-PAYEE-PROBLEM-LINE
007276     END-IF
007278     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
007280     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-3
007290     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
007300     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-4
007310     WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE-5
007320     PERFORM 4100-LIST-IF-UNCLAIMED THRU 4100-EXIT
007330         VARYING WS-IT-IDX FROM 1 BY 1
007340         UNTIL WS-IT-IDX > WS-IT-COUNT
007350     IF WS-EXCEPTION-COUNT = ZEROS
007360         WRITE TAX-REPORT-RECORD FROM WS-NO-EXCEPTION-LINE
007370     END-IF.
007380 4000-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*    4100-LIST-IF-UNCLAIMED - ONE EXCEPTION LINE, WITH THE
007430*    REASON THE ACCOUNT DID NOT REACH A MEMBER.
007440******************************************************************
007450 4100-LIST-IF-UNCLAIMED.
007460     IF WS-IT-CLAIMED-YES(WS-IT-IDX)
007470         GO TO 4100-EXIT
007480     END-IF
007490     ADD 1 TO WS-EXCEPTION-COUNT
007500     ADD WS-IT-NET-INTEREST(WS-IT-IDX) TO WS-EXCEPTION-AMOUNT
007510     MOVE WS-IT-ACCOUNT-ID(WS-IT-IDX) TO DL-ACCOUNT-ID
007520     MOVE WS-IT-MEMBER-ID(WS-IT-IDX) TO DL-MEMBER-ID
007530     MOVE WS-IT-NET-INTEREST(WS-IT-IDX) TO DL-NET-INTEREST
007540     EVALUATE TRUE
007550         WHEN WS-IT-UNLINKED(WS-IT-IDX)
007560             MOVE 'NO MEMBER LINK ON ACCOUNT' TO DL-PROBLEM
007570         WHEN WS-IT-NOT-ON-MASTER(WS-IT-IDX)
007580             MOVE 'ACCOUNT NOT ON ACCOUNT MASTER' TO DL-PROBLEM
007590         WHEN OTHER
007600             MOVE 'MEMBER NOT ON MEMBER MASTER' TO DL-PROBLEM
007610     END-EVALUATE
007620     WRITE TAX-REPORT-RECORD FROM WS-DETAIL-LINE.
007630 4100-EXIT.
007640     EXIT.
007650
007651******************************************************************
007652*    8000-WRITE-EXTRACT - WRITE THE RECORD MOVED TO THE EXTRACT
007653*    AREA WITH THE NEXT SEQUENCE NUMBER.
007654******************************************************************
007655 8000-WRITE-EXTRACT.
007656     ADD 1 TO WS-EXTRACT-SEQ
007657     MOVE WS-EXTRACT-SEQ TO TEX-SEQUENCE
007658     WRITE TAX-EXTRACT-IO-RECORD.
007659 8000-EXIT.
007660     EXIT.
007661
007662******************************************************************
007670*    9000-TERMINATE - END OF PAYER (C) AND END OF TRANSMISSION
007675*    (F) RECORDS ON THE EXTRACT, THEN
007680*    THE CONTROL TOTALS: THE YEAR'S ACCR POSTINGS LESS THOSE
007690*    REVERSED MUST EQUAL WHAT WAS REPORTED, WHAT FELL UNDER THE
007700*    THRESHOLD, WHAT WENT TO EXCEPTIONS AND WHAT DID NOT FIT
007710*    THE TABLE.  EXCEPTIONS, OR PAYEES FILED WITHOUT A TAXPAYER
007715*    ID OR CITY, STATE AND ZIP, END THE JOB RC 4.  A FULL
007720*    TABLE, A BREAK IN THE TIE, OR FEWER OR MORE PAYEES FILED
007725*    THAN THE TRANSMITTER RECORD COUNTED, ENDS IT RC 8.
007730******************************************************************
007740 9000-TERMINATE.
007750     MOVE WS-REPORTED-COUNT TO PYC-PAYEE-COUNT
007760     MOVE WS-REPORTED-AMOUNT TO PYC-CONTROL-TOTAL
007770     MOVE WS-END-PAYER-RECORD TO TAX-EXTRACT-IO-RECORD
007772     PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT
007774     MOVE WS-REPORTED-COUNT TO PYF-TOTAL-PAYEES
007776     MOVE WS-END-TRANSMISSION-RECORD TO TAX-EXTRACT-IO-RECORD
007778     PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT
007780     COMPUTE WS-NET-AMOUNT = WS-ACCR-AMOUNT - WS-REV-AMOUNT
007790     COMPUTE WS-ACCOUNTED-AMOUNT = WS-REPORTED-AMOUNT
007800         + WS-UNDER-AMOUNT + WS-EXCEPTION-AMOUNT
007810         + WS-UNTABLED-AMOUNT
007820     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
007830     MOVE 'HISTORY RECORDS READ:' TO TL-LABEL
007840     MOVE WS-RECORDS-READ TO TL-COUNT
007850     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
007860     MOVE 'ACCR POSTINGS IN TAX YEAR:' TO TL-LABEL
007870     MOVE WS-ACCR-COUNT TO TL-COUNT
007880     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
007890     MOVE 'ACCR INTEREST POSTED:' TO TA-LABEL
007900     MOVE WS-ACCR-AMOUNT TO TA-AMOUNT
007910     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
007920     MOVE 'ACCRUALS REVERSED:' TO TL-LABEL
007930     MOVE WS-REV-COUNT TO TL-COUNT
007940     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
007950     MOVE 'ACCR INTEREST REVERSED:' TO TA-LABEL
007960     MOVE WS-REV-AMOUNT TO TA-AMOUNT
007970     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
007980     MOVE 'NET ACCR INTEREST:' TO TA-LABEL
007990     MOVE WS-NET-AMOUNT TO TA-AMOUNT
008000     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
008010     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
008020     MOVE 'REPORTABLE PAYEES:' TO TL-LABEL
008030     MOVE WS-REPORTED-COUNT TO TL-COUNT
008040     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
008050     MOVE 'INTEREST REPORTED:' TO TA-LABEL
008060     MOVE WS-REPORTED-AMOUNT TO TA-AMOUNT
008070     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
008080     MOVE 'MEMBERS UNDER THRESHOLD:' TO TL-LABEL
008090     MOVE WS-UNDER-COUNT TO TL-COUNT
008100     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
008110     MOVE 'INTEREST UNDER THRESHOLD:' TO TA-LABEL
008120     MOVE WS-UNDER-AMOUNT TO TA-AMOUNT
008130     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
008140     MOVE 'EXCEPTION ACCOUNTS:' TO TL-LABEL
008150     MOVE WS-EXCEPTION-COUNT TO TL-COUNT
008160     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
008170     MOVE 'INTEREST ON EXCEPTIONS:' TO TA-LABEL
008180     MOVE WS-EXCEPTION-AMOUNT TO TA-AMOUNT
008190     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
008191     MOVE 'PAYEES WITHOUT TAXPAYER ID:' TO TL-LABEL
008192     MOVE WS-NO-TIN-COUNT TO TL-COUNT
008193     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
008194     MOVE 'PAYEES WITHOUT CITY/ST/ZIP:' TO TL-LABEL
008195     MOVE WS-BAD-ADDRESS-COUNT TO TL-COUNT
008196     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
008200     IF WS-UNTABLED-COUNT > ZEROS
008210         MOVE 'ACCOUNTS NOT TABLED (FULL):' TO TL-LABEL
008220         MOVE WS-UNTABLED-COUNT TO TL-COUNT
008230         WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
008240         MOVE 'INTEREST NOT TABLED:' TO TA-LABEL
008250         MOVE WS-UNTABLED-AMOUNT TO TA-AMOUNT
008260         WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
008270     END-IF
008280     MOVE 'TOTAL ACCOUNTED FOR:' TO TA-LABEL
008290     MOVE WS-ACCOUNTED-AMOUNT TO TA-AMOUNT
008300     WRITE TAX-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
008310     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE
008320     IF WS-ACCOUNTED-AMOUNT = WS-NET-AMOUNT
008330         MOVE 'CONTROL TOTALS TIE TO THE YEAR''S ACCR POSTINGS.'
008340             TO WS-TIE-LINE
008350     ELSE
008360         MOVE '*** NET ACCR INTEREST OUT OF BALANCE ***'
008370             TO WS-TIE-LINE
008380     END-IF
008390     WRITE TAX-REPORT-RECORD FROM WS-TIE-LINE
008391     IF WS-REPORTED-COUNT NOT = WS-PAYEES-DUE
008392         MOVE '*** PAYEES FILED DIFFER FROM TRANSMITTER COUNT ***'
008393             TO WS-TIE-LINE
008394         WRITE TAX-REPORT-RECORD FROM WS-TIE-LINE
008395     END-IF
008400     CLOSE ACCT-HIST-FILE
008410     CLOSE ACCOUNT-MASTER-FILE
008420     CLOSE MEMBER-MASTER-FILE
008430     CLOSE TAX-EXTRACT-FILE
008440     CLOSE TAX-FORM-FILE
008450     CLOSE TAX-REPORT-FILE
008460     DISPLAY 'INT1099 - HISTORY RECORDS READ: ' WS-RECORDS-READ
008470     DISPLAY 'INT1099 - ACCR POSTINGS:        ' WS-ACCR-COUNT
008480     DISPLAY 'INT1099 - ACCRUALS REVERSED:    ' WS-REV-COUNT
008490     DISPLAY 'INT1099 - REPORTABLE PAYEES:    ' WS-REPORTED-COUNT
008500     DISPLAY 'INT1099 - EXCEPTION ACCOUNTS:   ' WS-EXCEPTION-COUNT
008502     DISPLAY 'INT1099 - PAYEES WITHOUT TIN:   ' WS-NO-TIN-COUNT
008504     DISPLAY 'INT1099 - PAYEES WITHOUT CITY:  '
008506             WS-BAD-ADDRESS-COUNT
008510     IF WS-EXCEPTION-COUNT > ZEROS
008515         OR WS-PAYEE-PROBLEM-COUNT > ZEROS
008520         MOVE 4 TO RETURN-CODE
008530     END-IF
008540     IF WS-UNTABLED-COUNT > ZEROS
008550         OR WS-ACCOUNTED-AMOUNT NOT = WS-NET-AMOUNT
008555         OR WS-REPORTED-COUNT NOT = WS-PAYEES-DUE
008560         MOVE 8 TO RETURN-CODE
008570     END-IF.
008580 9000-EXIT.
008590     EXIT.
