000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CashScan.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  NIGHTLY CURRENCY
000120*                     TRANSACTION REPORT AND STRUCTURING WATCH.
000130*                     RUN AFTER BATCHDRV SO THE DAY'S POSTINGS
000140*                     ARE ON THE AUDIT LOG.  ROLLS THE ACCEPTED
000150*                     CASH CREDITS AND DEBITS FOR THE CTRPARM
000160*                     DATE UP PER MEMBER THROUGH ACCT-MEMBER-ID,
000170*                     ACROSS EVERY ACCOUNT AND BRANCH.  A MEMBER
000180*                     WHOSE CASH IN OR CASH OUT FOR THE DAY IS
000190*                     OVER $10,000 IS A CTR CANDIDATE: LISTED ON
000200*                     CTRRPT WITH EACH ITEM'S BRANCH AND TELLER
000210*                     AND WRITTEN TO THE FILING EXTRACT WITH
000220*                     NAME AND ADDRESS FROM THE MEMBER MASTER.
000230*                     A DAY IN THE WATCH BAND BELOW THE
000240*                     THRESHOLD GOES ON THE ROLLING WATCH FILE,
000250*                     AND A MEMBER IN THE BAND MORE THAN ONCE IN
000260*                     THE WINDOW, OR ACROSS BRANCHES IN ONE DAY,
000270*                     IS FLAGGED ON WATCHRPT.  HOUSE-GENERATED
000280*                     SLIPS (BRANCH 0000 - FEES, STANDING
000290*                     INSTRUCTIONS) ARE NOT CASH AND ARE LEFT
000300*                     OUT.  AN ACCOUNT WITH NO MEMBER LINK
000310*                     STANDS ON ITS OWN.
000311*    2026-10-15 RH    PROCESSING CALENDAR.  THE BUSINESS DATE
000312*                     COMES OFF THE PROCESSING CALENDAR THROUGH
000313*                     CYCLECTL INSTEAD OF THE CTRPARM CARD, WHICH
000314*                     NOW CARRIES ONLY THE WINDOW AND THE FLOOR.
000315*                     REFUSED (RC 16) UNLESS BATCHDRV IS COMPLETE
000316*                     FOR THE DATE AND THIS STEP IS NOT.  AN
000317*                     ACCEPTED RUN IS RECORDED COMPLETE.
000318*    2026-10-15 RH    ACH ENTRIES (BRANCH 0900, FROM ACHIN) ARE
000319*                     NOT CASH EITHER AND ARE LEFT OUT.
000320******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDITLOG-STATUS.
000400
000410     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ACCT-ID
000450         FILE STATUS IS WS-ACCTMAS-STATUS.
000460
000470     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MBR-ID
000510         FILE STATUS IS WS-MBRMAS-STATUS.
000520
000530     SELECT CTR-PARM-FILE ASSIGN TO "CTRPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CTRPARM-STATUS.
000560
000570     SELECT CTR-REPORT-FILE ASSIGN TO "CTRRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-CTRRPT-STATUS.
000600
000610     SELECT CTR-EXTRACT-FILE ASSIGN TO "CTREXTR"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CTREXTR-STATUS.
000640
000650     SELECT WATCH-OLD-FILE ASSIGN TO "WATCHOLD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-WATCHOLD-STATUS.
000680
000690     SELECT WATCH-NEW-FILE ASSIGN TO "WATCHNEW"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-WATCHNEW-STATUS.
000720
000730     SELECT WATCH-REPORT-FILE ASSIGN TO "WATCHRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-WATCHRPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  AUDIT-LOG-FILE.
000800     COPY AUDITLOG.
000810
000820 FD  ACCOUNT-MASTER-FILE.
000830     COPY ACCTMAS.
000840
000850 FD  MEMBER-MASTER-FILE.
000860     COPY MBRMAS.
000870
000880 FD  CTR-PARM-FILE.
000890 01  CTR-PARM-RECORD                 PIC X(08).
000900
000910 FD  CTR-REPORT-FILE.
000920 01  CTR-REPORT-RECORD               PIC X(80).
000930
000940 FD  CTR-EXTRACT-FILE.
000950 01  CTR-EXTRACT-IO-RECORD           PIC X(156).
000960
000970 FD  WATCH-OLD-FILE.
000980 01  WATCH-OLD-RECORD                PIC X(67).
000990
001000 FD  WATCH-NEW-FILE.
001010     COPY CTRWATCH.
001020
001030 FD  WATCH-REPORT-FILE.
001040 01  WATCH-REPORT-RECORD             PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
001080     88  AUDITLOG-NOT-OPEN                   VALUE '35'.
001090 77  WS-ACCTMAS-STATUS           PIC X(02) VALUE SPACES.
001100     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
001110 77  WS-MBRMAS-STATUS            PIC X(02) VALUE SPACES.
001120     88  MBRMAS-NOT-OPEN                     VALUE '35'.
001130 77  WS-CTRPARM-STATUS           PIC X(02) VALUE SPACES.
001140     88  CTRPARM-NOT-OPEN                    VALUE '35'.
001150 77  WS-CTRRPT-STATUS            PIC X(02) VALUE SPACES.
001160 77  WS-CTREXTR-STATUS           PIC X(02) VALUE SPACES.
001170 77  WS-WATCHOLD-STATUS          PIC X(02) VALUE SPACES.
001180     88  WATCHOLD-NOT-OPEN                   VALUE '35'.
001190 77  WS-WATCHNEW-STATUS          PIC X(02) VALUE SPACES.
001200 77  WS-WATCHRPT-STATUS          PIC X(02) VALUE SPACES.
001210
001220 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001230     88  EOF-YES                             VALUE 'Y'.
001240     88  EOF-NO                              VALUE 'N'.
001250
001260 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
001270     88  RUN-REFUSED                         VALUE 'Y'.
001280     88  RUN-ACCEPTED                        VALUE 'N'.
001290
001300*    SECOND AND LATER PASSES OVER THE LOG (ONE PER CANDIDATE)
001310*    AND THE PASS OVER YESTERDAY'S WATCH FILE.
001320 77  WS-PASS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001330     88  PASS-EOF-YES                        VALUE 'Y'.
001340     88  PASS-EOF-NO                         VALUE 'N'.
001350 77  WS-WATCH-EOF-SWITCH         PIC X(01) VALUE 'N'.
001360     88  WATCH-EOF-YES                       VALUE 'Y'.
001370     88  WATCH-EOF-NO                        VALUE 'N'.
001380
001390*    CONTROL CARD: WATCH WINDOW IN CALENDAR DAYS AND THE
001400*    WATCH-BAND FLOOR IN WHOLE DOLLARS.
001410 01  WS-CTR-PARM.
001430     05  WS-PARM-WINDOW-DAYS         PIC 9(03).
001440     05  WS-PARM-WATCH-FLOOR         PIC 9(05).
001450
001460*    THE STATUTORY FILING THRESHOLD - CASH OVER THIS IN ONE
001470*    DIRECTION IN ONE BUSINESS DAY IS REPORTABLE.
001480 77  WS-CTR-THRESHOLD            PIC 9(6)V99 VALUE 10000.00.
001490 77  WS-WATCH-FLOOR              PIC 9(6)V99 VALUE ZEROS.
001500 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
001510 77  WS-WATCH-CUTOFF             PIC 9(08) VALUE ZEROS.
001520
001530*    WORK DATE BROKEN INTO PIECES FOR THE DAY-SUBTRACTION
001540*    ARITHMETIC, AS IN DORMSCAN.
001550 01  WS-WORK-DATE.
001560     05  WS-WORK-YEAR                PIC 9(04).
001570     05  WS-WORK-MONTH               PIC 9(02).
001580     05  WS-WORK-DAY                 PIC 9(02).
001590 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001600                                 PIC 9(08).
001610
001620 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
001630 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
001640 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
001650 77  WS-STEP-IDX                 PIC 9(04) COMP VALUE ZEROS.
001660
001670*    THE AUDIT RECORD IN HAND AS A CASH ITEM, AND WHOSE IT IS.
001680 77  WS-CASH-ITEM-SWITCH         PIC X(01) VALUE 'N'.
001690     88  CASH-ITEM-YES                       VALUE 'Y'.
001700     88  CASH-ITEM-NO                        VALUE 'N'.
001710 77  WS-MOVEMENT                 PIC S9(6)V99 VALUE ZEROS.
001720 77  WS-CASH-AMOUNT              PIC 9(6)V99 VALUE ZEROS.
001730 77  WS-CASH-DIRECTION           PIC X(01) VALUE SPACES.
001740     88  CASH-IN                             VALUE 'I'.
001750     88  CASH-OUT                            VALUE 'O'.
001760 01  WS-SUBJECT-KEY.
001770     05  WS-SUBJECT-TYPE             PIC X(01).
001780     05  WS-SUBJECT-ID               PIC X(10).
001790 77  WS-SUBJECT-NAME             PIC X(30) VALUE SPACES.
001800
001810*    ONE ROW PER MEMBER (OR UNLINKED ACCOUNT) WITH CASH ON THE
001820*    DAY: CASH IN AND OUT AND THE BRANCHES IT CAME THROUGH.
001830 01  WS-DAY-TABLE.
001840     05  WS-DAY-ENTRY OCCURS 1000 TIMES.
001850         10  WS-DAY-SUBJECT-KEY.
001860             15  WS-DAY-SUBJECT-TYPE PIC X(01).
001870             15  WS-DAY-SUBJECT-ID   PIC X(10).
001880         10  WS-DAY-SUBJECT-NAME     PIC X(30).
001890         10  WS-DAY-IN-AMOUNT        PIC 9(9)V99.
001900         10  WS-DAY-IN-COUNT         PIC 9(04) COMP.
001910         10  WS-DAY-OUT-AMOUNT       PIC 9(9)V99.
001920         10  WS-DAY-OUT-COUNT        PIC 9(04) COMP.
001930         10  WS-DAY-BRANCH-COUNT     PIC 9(02) COMP.
001940         10  WS-DAY-BRANCH-ID        PIC X(04) OCCURS 10 TIMES.
001950
001960 77  WS-DAY-COUNT                PIC 9(04) COMP VALUE ZEROS.
001970 77  WS-DAY-IDX                  PIC 9(04) COMP VALUE ZEROS.
001980 77  WS-DAY-MATCH                PIC 9(04) COMP VALUE ZEROS.
001990 77  WS-DAY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002000     88  DAY-FOUND-YES                       VALUE 'Y'.
002010     88  DAY-FOUND-NO                        VALUE 'N'.
002020 77  WS-DBR-IDX                  PIC 9(02) COMP VALUE ZEROS.
002030 77  WS-DBR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002040     88  DBR-FOUND-YES                       VALUE 'Y'.
002050     88  DBR-FOUND-NO                        VALUE 'N'.
002060
002070*    ONE ROW PER SUBJECT ON THE WATCH FILE IN THE WINDOW.
002080 01  WS-WATCH-TABLE.
002090     05  WS-WT-ENTRY OCCURS 1000 TIMES.
002100         10  WS-WT-SUBJECT-KEY.
002110             15  WS-WT-SUBJECT-TYPE  PIC X(01).
002120             15  WS-WT-SUBJECT-ID    PIC X(10).
002130         10  WS-WT-SUBJECT-NAME      PIC X(30).
002140         10  WS-WT-HIT-COUNT         PIC 9(04) COMP.
002150         10  WS-WT-MAX-BRANCHES      PIC 9(02) COMP.
002160         10  WS-WT-TOTAL-AMOUNT      PIC 9(9)V99.
002170         10  WS-WT-LAST-DATE         PIC 9(08).
002180         10  WS-WT-TODAY-SWITCH      PIC X(01).
002190
002200 77  WS-WT-COUNT                 PIC 9(04) COMP VALUE ZEROS.
002210 77  WS-WT-IDX                   PIC 9(04) COMP VALUE ZEROS.
002220 77  WS-WT-MATCH                 PIC 9(04) COMP VALUE ZEROS.
002230 77  WS-WT-FOUND-SWITCH          PIC X(01) VALUE 'N'.
002240     88  WT-FOUND-YES                        VALUE 'Y'.
002250     88  WT-FOUND-NO                         VALUE 'N'.
002260
002270*    WHICH DIRECTIONS OF THE CANDIDATE IN HAND ARE REPORTABLE,
002280*    AND WHERE ITS FILING NAME AND ADDRESS CAME FROM.
002290 77  WS-FILE-IN-SWITCH           PIC X(01) VALUE 'N'.
002300     88  FILE-IN-YES                         VALUE 'Y'.
002310     88  FILE-IN-NO                          VALUE 'N'.
002320 77  WS-FILE-OUT-SWITCH          PIC X(01) VALUE 'N'.
002330     88  FILE-OUT-YES                        VALUE 'Y'.
002340     88  FILE-OUT-NO                         VALUE 'N'.
002350 77  WS-FILE-NAME                PIC X(30) VALUE SPACES.
002360 77  WS-FILE-ADDRESS-1           PIC X(30) VALUE SPACES.
002370 77  WS-FILE-ADDRESS-2           PIC X(30) VALUE SPACES.
002380 77  WS-SUBJECT-NOTE             PIC X(27) VALUE SPACES.
002390
002400 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZEROS.
002410 77  WS-CASH-ITEMS               PIC 9(06) COMP VALUE ZEROS.
002420 77  WS-DAY-SKIPPED              PIC 9(06) COMP VALUE ZEROS.
002430 77  WS-CANDIDATE-COUNT          PIC 9(06) COMP VALUE ZEROS.
002440 77  WS-UNADDRESSED-COUNT        PIC 9(06) COMP VALUE ZEROS.
002450 77  WS-EXTRACT-COUNT            PIC 9(06) COMP VALUE ZEROS.
002460 77  WS-EXTRACT-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
002470 77  WS-FILED-IN-AMOUNT          PIC 9(9)V99 VALUE ZEROS.
002480 77  WS-FILED-OUT-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
002490 77  WS-WATCH-READ               PIC 9(06) COMP VALUE ZEROS.
002500 77  WS-WATCH-CARRIED            PIC 9(06) COMP VALUE ZEROS.
002510 77  WS-WATCH-DROPPED            PIC 9(06) COMP VALUE ZEROS.
002520 77  WS-WATCH-ADDED              PIC 9(06) COMP VALUE ZEROS.
002530 77  WS-WT-SKIPPED               PIC 9(06) COMP VALUE ZEROS.
002540 77  WS-FLAGGED-COUNT            PIC 9(06) COMP VALUE ZEROS.
002550
002560*    FILING EXTRACT: HEADER, ONE DETAIL PER REPORTABLE CASH ITEM
002570*    CARRYING THE SUBJECT'S NAME, ADDRESS AND DAY TOTAL FOR THAT
002580*    DIRECTION, AND A TRAILER WITH COUNT AND AMOUNT HASH.
002590 01  WS-CTR-HEADER.
002600     05  CXH-RECORD-TYPE             PIC X(01) VALUE 'H'.
002610     05  CXH-BUSINESS-DATE           PIC 9(08).
002620     05  CXH-THRESHOLD               PIC 9(6)V99.
002630     05  FILLER                      PIC X(139) VALUE SPACES.
002640
002650 01  WS-CTR-DETAIL.
002660     05  CXD-RECORD-TYPE             PIC X(01) VALUE 'D'.
002670     05  CXD-BUSINESS-DATE           PIC 9(08).
002680     05  CXD-SUBJECT-TYPE            PIC X(01).
002690     05  CXD-SUBJECT-ID              PIC X(10).
002700     05  CXD-NAME                    PIC X(30).
002710     05  CXD-ADDRESS-1               PIC X(30).
002720     05  CXD-ADDRESS-2               PIC X(30).
002730     05  CXD-DIRECTION               PIC X(01).
002740     05  CXD-DAY-TOTAL               PIC 9(9)V99.
002750     05  CXD-ACCOUNT-ID              PIC X(10).
002760     05  CXD-AMOUNT                  PIC 9(6)V99.
002770     05  CXD-BRANCH-ID               PIC X(04).
002780     05  CXD-TELLER-ID               PIC X(04).
002790     05  CXD-POST-TIME               PIC 9(08).
002800
002810 01  WS-CTR-TRAILER.
002820     05  CXT-RECORD-TYPE             PIC X(01) VALUE 'T'.
002830     05  CXT-RECORD-COUNT            PIC 9(06).
002840     05  CXT-AMOUNT-HASH             PIC 9(9)V99.
002850     05  FILLER                      PIC X(138) VALUE SPACES.
002860
002870 01  WS-HEADING-LINE-1               PIC X(80) VALUE
002880     'CTRSCAN - CURRENCY TRANSACTION REPORT CANDIDATES'.
002890 01  WS-HEADING-LINE-2.
002900     05  FILLER                      PIC X(15) VALUE
002910         'BUSINESS DATE: '.
002920     05  H2-BUSINESS-DATE            PIC 9(08).
002930     05  FILLER                      PIC X(21) VALUE
002940         '   FILING THRESHOLD: '.
002950     05  H2-THRESHOLD                PIC ZZZ,ZZ9.99.
002960     05  FILLER                      PIC X(26) VALUE SPACES.
002970
002980 01  WS-SUBJECT-LINE.
002990     05  SL-LABEL                    PIC X(09).
003000     05  SL-SUBJECT-ID               PIC X(10).
003010     05  FILLER                      PIC X(02) VALUE SPACES.
003020     05  SL-NAME                     PIC X(30).
003030     05  FILLER                      PIC X(02) VALUE SPACES.
003040     05  SL-NOTE                     PIC X(27).
003050
003060 01  WS-ADDRESS-LINE.
003070     05  FILLER                      PIC X(21) VALUE SPACES.
003080     05  AL-TEXT                     PIC X(30).
003090     05  FILLER                      PIC X(29) VALUE SPACES.
003100
003110 01  WS-CASH-TOTAL-LINE.
003120     05  FILLER                      PIC X(11) VALUE SPACES.
003130     05  FILLER                      PIC X(09) VALUE 'CASH IN: '.
003140     05  CT-IN-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
003150     05  FILLER                      PIC X(04) VALUE SPACES.
003160     05  FILLER                      PIC X(10) VALUE
003170         'CASH OUT: '.
003180     05  CT-OUT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
003190     05  FILLER                      PIC X(18) VALUE SPACES.
003200
003210 01  WS-ITEM-HEADING.
003220     05  FILLER                      PIC X(11) VALUE SPACES.
003230     05  FILLER                      PIC X(49) VALUE
003240         'DIR  ACCOUNT     BRCH  TELR  TIME          AMOUNT'.
003250     05  FILLER                      PIC X(20) VALUE SPACES.
003260 01  WS-ITEM-RULE.
003270     05  FILLER                      PIC X(11) VALUE SPACES.
003280     05  FILLER                      PIC X(49) VALUE
003290         '---  ----------  ----  ----  --------  ----------'.
003300     05  FILLER                      PIC X(20) VALUE SPACES.
003310
003320 01  WS-ITEM-LINE.
003330     05  FILLER                      PIC X(11) VALUE SPACES.
003340     05  IL-DIRECTION                PIC X(03).
003350     05  FILLER                      PIC X(02) VALUE SPACES.
003360     05  IL-ACCOUNT-ID               PIC X(10).
003370     05  FILLER                      PIC X(02) VALUE SPACES.
003380     05  IL-BRANCH-ID                PIC X(04).
003390     05  FILLER                      PIC X(02) VALUE SPACES.
003400     05  IL-TELLER-ID                PIC X(04).
003410     05  FILLER                      PIC X(02) VALUE SPACES.
003420     05  IL-POST-TIME                PIC 9(08).
003430     05  FILLER                      PIC X(02) VALUE SPACES.
003440     05  IL-AMOUNT                   PIC ZZZ,ZZ9.99.
003450     05  FILLER                      PIC X(20) VALUE SPACES.
003460
003470 01  WS-NO-CANDIDATE-LINE            PIC X(80) VALUE
003480     'NO MEMBER OVER THE FILING THRESHOLD FOR THE DAY.'.
003490
003500 01  WS-WATCH-HEADING-1              PIC X(80) VALUE
003510     'CTRSCAN - STRUCTURING WATCH LIST'.
003520 01  WS-WATCH-HEADING-2.
003530     05  FILLER                      PIC X(15) VALUE
003540         'BUSINESS DATE: '.
003550     05  WH2-BUSINESS-DATE           PIC 9(08).
003560     05  FILLER                      PIC X(15) VALUE
003570         '  WATCH AFTER: '.
003580     05  WH2-WATCH-CUTOFF            PIC 9(08).
003590     05  FILLER                      PIC X(08) VALUE '  BAND: '.
003600     05  WH2-WATCH-FLOOR             PIC ZZ,ZZ9.99.
003610     05  FILLER                      PIC X(13) VALUE
003620         ' TO 10,000.00'.
003630     05  FILLER                      PIC X(04) VALUE SPACES.
003640 01  WS-WATCH-HEADING-3.
003650     05  FILLER                      PIC X(38) VALUE
003660         'T ID          NAME                    '.
003670     05  FILLER                      PIC X(42) VALUE
003680         'HITS  BR    WINDOW TOTAL  LAST HIT  TODAY'.
003690 01  WS-WATCH-HEADING-4.
003700     05  FILLER                      PIC X(38) VALUE
003710         '- ----------  ----------------------  '.
003720     05  FILLER                      PIC X(42) VALUE
003730         '----  --  --------------  --------  -----'.
003740 01  WS-WATCH-LEGEND-1               PIC X(80) VALUE
003750     'T: M = MEMBER, A = ACCOUNT WITH NO MEMBER LINK.'.
003760 01  WS-WATCH-LEGEND-2.
003770     05  FILLER                      PIC X(40) VALUE
003780         'HITS: DAYS (BY DIRECTION) IN THE BAND.  '.
003790     05  FILLER                      PIC X(40) VALUE
003800         'BR: MOST BRANCHES USED IN ONE DAY.'.
003810
003820 01  WS-WATCH-LINE.
003830     05  WL-SUBJECT-TYPE             PIC X(01).
003840     05  FILLER                      PIC X(01) VALUE SPACES.
003850     05  WL-SUBJECT-ID               PIC X(10).
003860     05  FILLER                      PIC X(02) VALUE SPACES.
003870     05  WL-NAME                     PIC X(22).
003880     05  FILLER                      PIC X(02) VALUE SPACES.
003890     05  WL-HIT-COUNT                PIC ZZZ9.
003900     05  FILLER                      PIC X(02) VALUE SPACES.
003910     05  WL-MAX-BRANCHES             PIC Z9.
003920     05  FILLER                      PIC X(02) VALUE SPACES.
003930     05  WL-TOTAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
003940     05  FILLER                      PIC X(02) VALUE SPACES.
003950     05  WL-LAST-DATE                PIC 9(08).
003960     05  FILLER                      PIC X(02) VALUE SPACES.
003970     05  WL-TODAY                    PIC X(05).
003980     05  FILLER                      PIC X(01) VALUE SPACES.
003990
004000 01  WS-NO-WATCH-LINE                PIC X(80) VALUE
004010     'NO MEMBER FLAGGED IN THE WATCH WINDOW.'.
004020
004030 01  WS-TOTAL-LINE.
004040     05  TL-LABEL                    PIC X(30).
004050     05  TL-COUNT                    PIC ZZZ,ZZ9.
004060     05  FILLER                      PIC X(43) VALUE SPACES.
004070
004080 01  WS-TOTAL-AMOUNT-LINE.
004090     05  TA-LABEL                    PIC X(30).
004100     05  TA-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.
004110     05  FILLER                      PIC X(36) VALUE SPACES.
004120
004130 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
004140
004143     COPY CYCLCTL.
004146
004150******************************************************************
004160*    0000-MAINLINE
004170******************************************************************
004180 PROCEDURE DIVISION.
004190
004200 0000-MAINLINE.
004210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004220     PERFORM 2000-TALLY-CASH THRU 2000-EXIT
004230         UNTIL EOF-YES
004240*    A REFUSED RUN (CALENDAR REFUSAL, NO USABLE CTRPARM CARD, NO
004250*    ACCOUNT OR MEMBER MASTER) NEVER OPENED THE REPORTS OR THE
004260*    EXTRACT, SO THERE IS NOTHING TO WRITE OR CLOSE - BUT THE NEW
004270*    WATCH GENERATION IS ALLOCATED REGARDLESS, SO THE OLD ONE IS
004280*    COPIED INTO IT UNCHANGED RATHER THAN LEAVING AN EMPTY
004285*    GENERATION.
004290     IF RUN-ACCEPTED
004300         PERFORM 3000-WRITE-CANDIDATES THRU 3000-EXIT
004310         PERFORM 4000-ROLL-WATCH-FILE THRU 4000-EXIT
004320         PERFORM 9000-TERMINATE THRU 9000-EXIT
004330     ELSE
004340         PERFORM 4900-COPY-WATCH-FORWARD THRU 4900-EXIT
004350     END-IF
004360     STOP RUN.
004370
004380******************************************************************
004390*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE
004400*    PROCESSING CALENDAR, PICK UP THE CONTROL CARD, WORK OUT THE
004410*    START OF THE WATCH WINDOW, OPEN THE FILES AND PRIME THE
004420*    FIRST AUDIT RECORD.  A CALENDAR REFUSAL, A BAD CARD OR A
004430*    MISSING MASTER STOPS THE RUN RATHER THAN FILING ON THE
004435*    WRONG DAY OR WITHOUT THE MEMBER ROLL-UP.
004440******************************************************************
004450 1000-INITIALIZE.
004451     SET CYC-FN-START TO TRUE
004452     MOVE 'CTRSCAN' TO CYC-STEP-NAME
004453     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
004454     IF NOT CYC-OK
004455         DISPLAY 'CTRSCAN - ' CYC-MESSAGE
004456         DISPLAY 'CTRSCAN - RUN REFUSED'
004457         MOVE 16 TO RETURN-CODE
004458         SET RUN-REFUSED TO TRUE
004459         SET EOF-YES TO TRUE
004460         GO TO 1000-EXIT
004461     END-IF
004462     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
004463     OPEN INPUT CTR-PARM-FILE
004470     IF CTRPARM-NOT-OPEN
004480         DISPLAY 'CTRSCAN - CTRPARM CONTROL CARD MISSING'
004490         MOVE 16 TO RETURN-CODE
004500         SET RUN-REFUSED TO TRUE
004510         SET EOF-YES TO TRUE
004520         GO TO 1000-EXIT
004530     END-IF
004540     READ CTR-PARM-FILE INTO WS-CTR-PARM
004550         AT END
004560             DISPLAY 'CTRSCAN - CTRPARM CONTROL CARD EMPTY'
004570             MOVE 16 TO RETURN-CODE
004580             SET RUN-REFUSED TO TRUE
004590             SET EOF-YES TO TRUE
004600     END-READ
004610     CLOSE CTR-PARM-FILE
004620     IF EOF-YES
004630         GO TO 1000-EXIT
004640     END-IF
004660     IF WS-PARM-WINDOW-DAYS IS NOT NUMERIC
004670         OR WS-PARM-WATCH-FLOOR IS NOT NUMERIC
004680         OR WS-PARM-WINDOW-DAYS = ZEROS
004690         OR WS-PARM-WATCH-FLOOR = ZEROS
004700         OR WS-PARM-WATCH-FLOOR NOT < 10000
004710         DISPLAY 'CTRSCAN - CTRPARM CARD NOT USABLE'
004720         MOVE 16 TO RETURN-CODE
004730         SET RUN-REFUSED TO TRUE
004740         SET EOF-YES TO TRUE
004750         GO TO 1000-EXIT
004760     END-IF
004780     MOVE WS-PARM-WATCH-FLOOR TO WS-WATCH-FLOOR
004790     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT
004800     MOVE WS-WORK-DATE-N TO WS-WATCH-CUTOFF
004810     OPEN INPUT ACCOUNT-MASTER-FILE
004820     IF ACCTMAS-NOT-OPEN
004830         DISPLAY 'CTRSCAN - ACCTMAS NOT FOUND - RUN REFUSED'
004840         MOVE 16 TO RETURN-CODE
004850         SET RUN-REFUSED TO TRUE
004860         SET EOF-YES TO TRUE
004870         GO TO 1000-EXIT
004880     END-IF
004890     OPEN INPUT MEMBER-MASTER-FILE
004900     IF MBRMAS-NOT-OPEN
004910         DISPLAY 'CTRSCAN - MBRMAS NOT FOUND - RUN REFUSED'
004920         CLOSE ACCOUNT-MASTER-FILE
004930         MOVE 16 TO RETURN-CODE
004940         SET RUN-REFUSED TO TRUE
004950         SET EOF-YES TO TRUE
004960         GO TO 1000-EXIT
004970     END-IF
004980     OPEN OUTPUT CTR-REPORT-FILE
004990     OPEN OUTPUT CTR-EXTRACT-FILE
005000     OPEN OUTPUT WATCH-REPORT-FILE
005010     MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE
005020     MOVE WS-CTR-THRESHOLD TO H2-THRESHOLD
005030     WRITE CTR-REPORT-RECORD FROM WS-HEADING-LINE-1
005040     WRITE CTR-REPORT-RECORD FROM WS-HEADING-LINE-2
005050     WRITE CTR-REPORT-RECORD FROM WS-BLANK-LINE
005060     MOVE WS-BUSINESS-DATE TO CXH-BUSINESS-DATE
005070     MOVE WS-CTR-THRESHOLD TO CXH-THRESHOLD
005080     WRITE CTR-EXTRACT-IO-RECORD FROM WS-CTR-HEADER
005090     MOVE WS-BUSINESS-DATE TO WH2-BUSINESS-DATE
005100     MOVE WS-WATCH-CUTOFF TO WH2-WATCH-CUTOFF
005110     MOVE WS-WATCH-FLOOR TO WH2-WATCH-FLOOR
005120     WRITE WATCH-REPORT-RECORD FROM WS-WATCH-HEADING-1
005130     WRITE WATCH-REPORT-RECORD FROM WS-WATCH-HEADING-2
005140     WRITE WATCH-REPORT-RECORD FROM WS-BLANK-LINE
005150     WRITE WATCH-REPORT-RECORD FROM WS-WATCH-HEADING-3
005160     WRITE WATCH-REPORT-RECORD FROM WS-WATCH-HEADING-4
005170     OPEN INPUT AUDIT-LOG-FILE
005180     IF AUDITLOG-NOT-OPEN
005190         DISPLAY 'CTRSCAN - AUDITLOG NOT FOUND, NO CASH TALLIED'
005200         SET EOF-YES TO TRUE
005210     ELSE
005220         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
005230     END-IF.
005240 1000-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280*    2000-TALLY-CASH - FOLD THE CURRENT AUDIT RECORD INTO ITS
005290*    MEMBER'S ROW IF IT IS A CASH ITEM FOR THE DAY, AND PRIME
005300*    THE NEXT ONE.
005310******************************************************************
005320 2000-TALLY-CASH.
005330     ADD 1 TO WS-RECORDS-READ
005340     PERFORM 2200-TEST-CASH-ITEM THRU 2200-EXIT
005350     IF CASH-ITEM-YES
005360         ADD 1 TO WS-CASH-ITEMS
005370         PERFORM 2300-FIND-SUBJECT THRU 2300-EXIT
005380         PERFORM 2400-TALLY-SUBJECT THRU 2400-EXIT
005390     END-IF
005400     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
005410 2000-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*    2100-READ-AUDIT-RECORD
005460******************************************************************
005470 2100-READ-AUDIT-RECORD.
005480     READ AUDIT-LOG-FILE
005490         AT END
005500             SET EOF-YES TO TRUE
005510     END-READ.
005520 2100-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*    2200-TEST-CASH-ITEM - IS THE AUDIT RECORD IN HAND AN
005570*    ACCEPTED CASH CREDIT OR DEBIT FOR THE BUSINESS DATE?  SETS
005580*    ITS DIRECTION AND AMOUNT.  HOUSE-GENERATED SLIPS (BRANCH
005590*    0000) ARE BOOK ENTRIES AND ACH ENTRIES (BRANCH 0900) ARE
005595*    ELECTRONIC - NEITHER IS CASH ACROSS A COUNTER.
005600******************************************************************
005610 2200-TEST-CASH-ITEM.
005620     SET CASH-ITEM-NO TO TRUE
005630     IF AUDIT-DATE NOT = WS-BUSINESS-DATE
005640         GO TO 2200-EXIT
005650     END-IF
005660     IF AUDIT-RETURN-STATUS NOT = ZEROS
005670         GO TO 2200-EXIT
005680     END-IF
005690     IF AUDIT-BRANCH-ID = '0000' OR '0900'
005700         GO TO 2200-EXIT
005710     END-IF
005720     COMPUTE WS-MOVEMENT =
005730         AUDIT-NEW-BALANCE - AUDIT-PRIOR-BALANCE
005740     IF AUDIT-OPERATION = 'CREDIT'
005750         AND WS-MOVEMENT > ZEROS
005760         SET CASH-IN TO TRUE
005770         MOVE WS-MOVEMENT TO WS-CASH-AMOUNT
005780         SET CASH-ITEM-YES TO TRUE
005790         GO TO 2200-EXIT
005800     END-IF
005810     IF AUDIT-OPERATION = 'DEBIT'
005820         AND WS-MOVEMENT < ZEROS
005830         SET CASH-OUT TO TRUE
005840         COMPUTE WS-CASH-AMOUNT = ZEROS - WS-MOVEMENT
005850         SET CASH-ITEM-YES TO TRUE
005860     END-IF.
005870 2200-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*    2300-FIND-SUBJECT - WHOSE CASH IS IT?  THE ACCOUNT'S
005920*    MEMBER, OR THE ACCOUNT ITSELF WHEN IT HAS NO MEMBER LINK
005930*    OR IS NO LONGER ON THE MASTER.
005940******************************************************************
005950 2300-FIND-SUBJECT.
005960     MOVE 'A' TO WS-SUBJECT-TYPE
005970     MOVE AUDIT-ACCOUNT-ID TO WS-SUBJECT-ID
005980     MOVE SPACES TO WS-SUBJECT-NAME
005990     MOVE AUDIT-ACCOUNT-ID TO ACCT-ID
006000     READ ACCOUNT-MASTER-FILE
006010         INVALID KEY
006020             GO TO 2300-EXIT
006030     END-READ
006040     MOVE ACCT-MEMBER-NAME TO WS-SUBJECT-NAME
006050     IF ACCT-MEMBER-ID NOT = SPACES
006060         MOVE 'M' TO WS-SUBJECT-TYPE
006070         MOVE ACCT-MEMBER-ID TO WS-SUBJECT-ID
006080     END-IF.
006090 2300-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130*    2400-TALLY-SUBJECT - ADD THE CASH ITEM TO ITS SUBJECT'S
006140*    ROW AND NOTE THE BRANCH IT CAME THROUGH.
006150******************************************************************
006160 2400-TALLY-SUBJECT.
006170     PERFORM 2410-FIND-DAY-ROW THRU 2410-EXIT
006180     IF WS-DAY-MATCH = ZEROS
006190         GO TO 2400-EXIT
006200     END-IF
006210     IF CASH-IN
006220         ADD WS-CASH-AMOUNT TO WS-DAY-IN-AMOUNT(WS-DAY-MATCH)
006230         ADD 1 TO WS-DAY-IN-COUNT(WS-DAY-MATCH)
006240     ELSE
006250         ADD WS-CASH-AMOUNT TO WS-DAY-OUT-AMOUNT(WS-DAY-MATCH)
006260         ADD 1 TO WS-DAY-OUT-COUNT(WS-DAY-MATCH)
006270     END-IF
006280     SET DBR-FOUND-NO TO TRUE
006290     PERFORM 2430-MATCH-DAY-BRANCH THRU 2430-EXIT
006300         VARYING WS-DBR-IDX FROM 1 BY 1
006310         UNTIL WS-DBR-IDX > WS-DAY-BRANCH-COUNT(WS-DAY-MATCH)
006320            OR DBR-FOUND-YES
006330     IF DBR-FOUND-NO
006340         AND WS-DAY-BRANCH-COUNT(WS-DAY-MATCH) < 10
006350         ADD 1 TO WS-DAY-BRANCH-COUNT(WS-DAY-MATCH)
006360         MOVE WS-DAY-BRANCH-COUNT(WS-DAY-MATCH) TO WS-DBR-IDX
006370         MOVE AUDIT-BRANCH-ID TO
006380             WS-DAY-BRANCH-ID(WS-DAY-MATCH, WS-DBR-IDX)
006390     END-IF.
006400 2400-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    2410-FIND-DAY-ROW - FIND OR ADD THE SUBJECT'S ROW.  A FULL
006450*    TABLE IS FLAGGED AND THE ITEM SKIPPED; THE COUNT SHOWS ON
006460*    THE REPORT SO COMPLIANCE KNOWS THE DAY WAS NOT COMPLETE.
006470******************************************************************
006480 2410-FIND-DAY-ROW.
006490     SET DAY-FOUND-NO TO TRUE
006500     MOVE ZEROS TO WS-DAY-MATCH
006510     PERFORM 2420-MATCH-DAY-ROW THRU 2420-EXIT
006520         VARYING WS-DAY-IDX FROM 1 BY 1
006530         UNTIL WS-DAY-IDX > WS-DAY-COUNT OR DAY-FOUND-YES
006540     IF DAY-FOUND-YES
006550         GO TO 2410-EXIT
006560     END-IF
006570     IF WS-DAY-COUNT >= 1000
006580         DISPLAY 'CTRSCAN - MEMBER TABLE FULL, SKIPPING '
006590                 WS-SUBJECT-TYPE ' ' WS-SUBJECT-ID
006600         ADD 1 TO WS-DAY-SKIPPED
006610         GO TO 2410-EXIT
006620     END-IF
006630     ADD 1 TO WS-DAY-COUNT
006640     MOVE WS-DAY-COUNT TO WS-DAY-MATCH
006650     MOVE WS-SUBJECT-KEY TO WS-DAY-SUBJECT-KEY(WS-DAY-MATCH)
006660     MOVE WS-SUBJECT-NAME TO WS-DAY-SUBJECT-NAME(WS-DAY-MATCH)
006670     MOVE ZEROS TO WS-DAY-IN-AMOUNT(WS-DAY-MATCH)
006680     MOVE ZEROS TO WS-DAY-IN-COUNT(WS-DAY-MATCH)
006690     MOVE ZEROS TO WS-DAY-OUT-AMOUNT(WS-DAY-MATCH)
006700     MOVE ZEROS TO WS-DAY-OUT-COUNT(WS-DAY-MATCH)
006710     MOVE ZEROS TO WS-DAY-BRANCH-COUNT(WS-DAY-MATCH).
006720 2410-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760*    2420-MATCH-DAY-ROW - DOES THIS ROW BELONG TO THE SUBJECT?
006770******************************************************************
006780 2420-MATCH-DAY-ROW.
006790     IF WS-DAY-SUBJECT-KEY(WS-DAY-IDX) = WS-SUBJECT-KEY
006800         SET DAY-FOUND-YES TO TRUE
006810         MOVE WS-DAY-IDX TO WS-DAY-MATCH
006820     END-IF.
006830 2420-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*    2430-MATCH-DAY-BRANCH - HAS THE SUBJECT ALREADY USED THE
006880*    AUDIT RECORD'S BRANCH TODAY?
006890******************************************************************
006900 2430-MATCH-DAY-BRANCH.
006910     IF WS-DAY-BRANCH-ID(WS-DAY-MATCH, WS-DBR-IDX)
006920         = AUDIT-BRANCH-ID
006930         SET DBR-FOUND-YES TO TRUE
006940     END-IF.
006950 2430-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990*    3000-WRITE-CANDIDATES - EVERY SUBJECT OVER THE THRESHOLD
007000*    IN EITHER DIRECTION, IN THE ORDER FIRST SEEN ON THE LOG.
007010******************************************************************
007020 3000-WRITE-CANDIDATES.
007030     PERFORM 3100-WRITE-ONE-CANDIDATE THRU 3100-EXIT
007040         VARYING WS-DAY-IDX FROM 1 BY 1
007050         UNTIL WS-DAY-IDX > WS-DAY-COUNT
007060     IF WS-CANDIDATE-COUNT = ZEROS
007070         WRITE CTR-REPORT-RECORD FROM WS-NO-CANDIDATE-LINE
007080         WRITE CTR-REPORT-RECORD FROM WS-BLANK-LINE
007090     END-IF.
007100 3000-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140*    3100-WRITE-ONE-CANDIDATE - THE SUBJECT'S NAME, ADDRESS AND
007150*    DAY TOTALS, THEN EVERY CASH ITEM IN A REPORTABLE DIRECTION
007160*    FROM ANOTHER PASS OF THE LOG, TO THE REPORT AND EXTRACT.
007170******************************************************************
007180 3100-WRITE-ONE-CANDIDATE.
007190     SET FILE-IN-NO TO TRUE
007200     SET FILE-OUT-NO TO TRUE
007210     IF WS-DAY-IN-AMOUNT(WS-DAY-IDX) > WS-CTR-THRESHOLD
007220         SET FILE-IN-YES TO TRUE
007230         ADD WS-DAY-IN-AMOUNT(WS-DAY-IDX) TO WS-FILED-IN-AMOUNT
007240     END-IF
007250     IF WS-DAY-OUT-AMOUNT(WS-DAY-IDX) > WS-CTR-THRESHOLD
007260         SET FILE-OUT-YES TO TRUE
007270         ADD WS-DAY-OUT-AMOUNT(WS-DAY-IDX)
007280             TO WS-FILED-OUT-AMOUNT
007290     END-IF
007300     IF FILE-IN-NO AND FILE-OUT-NO
007310         GO TO 3100-EXIT
007320     END-IF
007330     ADD 1 TO WS-CANDIDATE-COUNT
007340     PERFORM 3200-ADDRESS-SUBJECT THRU 3200-EXIT
007350     IF WS-DAY-SUBJECT-TYPE(WS-DAY-IDX) = 'M'
007360         MOVE 'MEMBER:' TO SL-LABEL
007370     ELSE
007380         MOVE 'ACCOUNT:' TO SL-LABEL
007390     END-IF
007400     MOVE WS-DAY-SUBJECT-ID(WS-DAY-IDX) TO SL-SUBJECT-ID
007410     MOVE WS-FILE-NAME TO SL-NAME
007420     MOVE WS-SUBJECT-NOTE TO SL-NOTE
007430     WRITE CTR-REPORT-RECORD FROM WS-SUBJECT-LINE
007440     IF WS-FILE-ADDRESS-1 NOT = SPACES
007450         MOVE WS-FILE-ADDRESS-1 TO AL-TEXT
007460         WRITE CTR-REPORT-RECORD FROM WS-ADDRESS-LINE
007470     END-IF
007480     IF WS-FILE-ADDRESS-2 NOT = SPACES
007490         MOVE WS-FILE-ADDRESS-2 TO AL-TEXT
007500         WRITE CTR-REPORT-RECORD FROM WS-ADDRESS-LINE
007510     END-IF
007520     MOVE WS-DAY-IN-AMOUNT(WS-DAY-IDX) TO CT-IN-AMOUNT
007530     MOVE WS-DAY-OUT-AMOUNT(WS-DAY-IDX) TO CT-OUT-AMOUNT
007540     WRITE CTR-REPORT-RECORD FROM WS-CASH-TOTAL-LINE
007550     WRITE CTR-REPORT-RECORD FROM WS-BLANK-LINE
007560     WRITE CTR-REPORT-RECORD FROM WS-ITEM-HEADING
007570     WRITE CTR-REPORT-RECORD FROM WS-ITEM-RULE
007580     PERFORM 3300-RESCAN-LOG THRU 3300-EXIT
007590     WRITE CTR-REPORT-RECORD FROM WS-BLANK-LINE.
007600 3100-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*    3200-ADDRESS-SUBJECT - NAME AND ADDRESS TO FILE UNDER.  A
007650*    MEMBER COMES FROM THE MEMBER MASTER; AN UNLINKED ACCOUNT,
007660*    OR A MEMBER NOT ON THE MASTER, HAS ONLY THE NAME ON THE
007670*    ACCOUNT AND IS NOTED SO THE BRANCH CAN SUPPLY THE ADDRESS.
007680******************************************************************
007690 3200-ADDRESS-SUBJECT.
007700     MOVE WS-DAY-SUBJECT-NAME(WS-DAY-IDX) TO WS-FILE-NAME
007710     MOVE SPACES TO WS-FILE-ADDRESS-1
007720     MOVE SPACES TO WS-FILE-ADDRESS-2
007730     MOVE SPACES TO WS-SUBJECT-NOTE
007740     IF WS-DAY-SUBJECT-TYPE(WS-DAY-IDX) = 'M'
007750         MOVE WS-DAY-SUBJECT-ID(WS-DAY-IDX) TO MBR-ID
007760         READ MEMBER-MASTER-FILE
007770             INVALID KEY
007780                 MOVE 'MEMBER NOT ON FILE' TO WS-SUBJECT-NOTE
007790                 ADD 1 TO WS-UNADDRESSED-COUNT
007800                 GO TO 3200-EXIT
007810         END-READ
007820         MOVE MBR-NAME TO WS-FILE-NAME
007830         MOVE MBR-ADDRESS-1 TO WS-FILE-ADDRESS-1
007840         MOVE MBR-ADDRESS-2 TO WS-FILE-ADDRESS-2
007850         GO TO 3200-EXIT
007860     END-IF
007870     ADD 1 TO WS-UNADDRESSED-COUNT
007880     MOVE WS-DAY-SUBJECT-ID(WS-DAY-IDX) TO ACCT-ID
007890     READ ACCOUNT-MASTER-FILE
007900         INVALID KEY
007910             MOVE 'ACCOUNT NOT ON FILE' TO WS-SUBJECT-NOTE
007920             GO TO 3200-EXIT
007930     END-READ
007940     MOVE 'NO MEMBER LINK ON ACCOUNT' TO WS-SUBJECT-NOTE.
007950 3200-EXIT.
007960     EXIT.
007970
007980******************************************************************
007990*    3300-RESCAN-LOG - ONE MORE PASS OF THE AUDIT LOG FOR THE
008000*    CANDIDATE'S ITEMS.  CANDIDATES ARE FEW; A PASS EACH KEEPS
008010*    EVERY CANDIDATE'S ITEMS TOGETHER WITHOUT A SORT.
008020******************************************************************
008030 3300-RESCAN-LOG.
008040     CLOSE AUDIT-LOG-FILE
008050     OPEN INPUT AUDIT-LOG-FILE
008060     SET PASS-EOF-NO TO TRUE
008070     PERFORM 3310-READ-PASS-RECORD THRU 3310-EXIT
008080     PERFORM 3400-LIST-ONE-ITEM THRU 3400-EXIT
008090         UNTIL PASS-EOF-YES.
008100 3300-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140*    3310-READ-PASS-RECORD
008150******************************************************************
008160 3310-READ-PASS-RECORD.
008170     READ AUDIT-LOG-FILE
008180         AT END
008190             SET PASS-EOF-YES TO TRUE
008200     END-READ.
008210 3310-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250*    3400-LIST-ONE-ITEM - A CASH ITEM OF THE CANDIDATE'S IN A
008260*    REPORTABLE DIRECTION GOES ON THE REPORT AND THE EXTRACT.
008270*    PRIMES THE NEXT RECORD EITHER WAY.
008280******************************************************************
008290 3400-LIST-ONE-ITEM.
008300     PERFORM 2200-TEST-CASH-ITEM THRU 2200-EXIT
008310     IF CASH-ITEM-NO
008320         GO TO 3400-NEXT
008330     END-IF
008340     IF CASH-IN AND FILE-IN-NO
008350         GO TO 3400-NEXT
008360     END-IF
008370     IF CASH-OUT AND FILE-OUT-NO
008380         GO TO 3400-NEXT
008390     END-IF
008400     PERFORM 2300-FIND-SUBJECT THRU 2300-EXIT
008410     IF WS-SUBJECT-KEY NOT = WS-DAY-SUBJECT-KEY(WS-DAY-IDX)
008420         GO TO 3400-NEXT
008430     END-IF
008440     IF CASH-IN
008450         MOVE 'IN' TO IL-DIRECTION
008460         MOVE WS-DAY-IN-AMOUNT(WS-DAY-IDX) TO CXD-DAY-TOTAL
008470     ELSE
008480         MOVE 'OUT' TO IL-DIRECTION
008490         MOVE WS-DAY-OUT-AMOUNT(WS-DAY-IDX) TO CXD-DAY-TOTAL
008500     END-IF
008510     MOVE AUDIT-ACCOUNT-ID TO IL-ACCOUNT-ID
008520     MOVE AUDIT-BRANCH-ID TO IL-BRANCH-ID
008530     MOVE AUDIT-TELLER-ID TO IL-TELLER-ID
008540     MOVE AUDIT-TIME TO IL-POST-TIME
008550     MOVE WS-CASH-AMOUNT TO IL-AMOUNT
008560     WRITE CTR-REPORT-RECORD FROM WS-ITEM-LINE
008570     MOVE WS-BUSINESS-DATE TO CXD-BUSINESS-DATE
008580     MOVE WS-DAY-SUBJECT-TYPE(WS-DAY-IDX) TO CXD-SUBJECT-TYPE
008590     MOVE WS-DAY-SUBJECT-ID(WS-DAY-IDX) TO CXD-SUBJECT-ID
008600     MOVE WS-FILE-NAME TO CXD-NAME
008610     MOVE WS-FILE-ADDRESS-1 TO CXD-ADDRESS-1
008620     MOVE WS-FILE-ADDRESS-2 TO CXD-ADDRESS-2
008630     MOVE WS-CASH-DIRECTION TO CXD-DIRECTION
008640     MOVE AUDIT-ACCOUNT-ID TO CXD-ACCOUNT-ID
008650     MOVE WS-CASH-AMOUNT TO CXD-AMOUNT
008660     MOVE AUDIT-BRANCH-ID TO CXD-BRANCH-ID
008670     MOVE AUDIT-TELLER-ID TO CXD-TELLER-ID
008680     MOVE AUDIT-TIME TO CXD-POST-TIME
008690     WRITE CTR-EXTRACT-IO-RECORD FROM WS-CTR-DETAIL
008700     ADD 1 TO WS-EXTRACT-COUNT
008710     ADD WS-CASH-AMOUNT TO WS-EXTRACT-AMOUNT.
008720 3400-NEXT.
008730     PERFORM 3310-READ-PASS-RECORD THRU 3310-EXIT.
008740 3400-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780*    4000-ROLL-WATCH-FILE - CARRY YESTERDAY'S WATCH GENERATION
008790*    FORWARD, LESS WHAT HAS AGED OUT OF THE WINDOW, ADD TODAY'S
008800*    BAND DAYS, AND LIST EVERY SUBJECT THE WINDOW FLAGS.
008810******************************************************************
008820 4000-ROLL-WATCH-FILE.
008830     OPEN OUTPUT WATCH-NEW-FILE
008840     OPEN INPUT WATCH-OLD-FILE
008850     IF WATCHOLD-NOT-OPEN
008860         DISPLAY 'CTRSCAN - WATCHOLD NOT FOUND, WATCH FILE '
008870                 'STARTS TODAY'
008880     ELSE
008890         SET WATCH-EOF-NO TO TRUE
008900         PERFORM 4110-READ-OLD-WATCH THRU 4110-EXIT
008910         PERFORM 4100-CARRY-ONE-WATCH THRU 4100-EXIT
008920             UNTIL WATCH-EOF-YES
008930         CLOSE WATCH-OLD-FILE
008940     END-IF
008950     PERFORM 4200-ADD-TODAY-WATCH THRU 4200-EXIT
008960         VARYING WS-DAY-IDX FROM 1 BY 1
008970         UNTIL WS-DAY-IDX > WS-DAY-COUNT
008980     CLOSE WATCH-NEW-FILE
008990     PERFORM 4300-LIST-ONE-WATCH THRU 4300-EXIT
009000         VARYING WS-WT-IDX FROM 1 BY 1
009010         UNTIL WS-WT-IDX > WS-WT-COUNT
009020     IF WS-FLAGGED-COUNT = ZEROS
009030         WRITE WATCH-REPORT-RECORD FROM WS-NO-WATCH-LINE
009040     END-IF
009050     WRITE WATCH-REPORT-RECORD FROM WS-BLANK-LINE
009060     WRITE WATCH-REPORT-RECORD FROM WS-WATCH-LEGEND-1
009070     WRITE WATCH-REPORT-RECORD FROM WS-WATCH-LEGEND-2.
009080 4000-EXIT.
009090     EXIT.
009100
009110******************************************************************
009120*    4100-CARRY-ONE-WATCH - A RECORD STILL INSIDE THE WINDOW IS
009130*    COPIED FORWARD AND COUNTED; ONE ON OR BEFORE THE CUTOFF
009140*    HAS AGED OUT.  ONE FOR THE BUSINESS DATE ITSELF (OR LATER)
009150*    IS FROM AN EARLIER RUN OF THE SAME DAY AND IS DROPPED -
009160*    TODAY'S DAYS ARE WRITTEN AFRESH BY 4200.
009170******************************************************************
009180 4100-CARRY-ONE-WATCH.
009190     ADD 1 TO WS-WATCH-READ
009200     IF WCH-BUSINESS-DATE NOT > WS-WATCH-CUTOFF
009210         OR WCH-BUSINESS-DATE NOT < WS-BUSINESS-DATE
009220         ADD 1 TO WS-WATCH-DROPPED
009230         GO TO 4100-NEXT
009240     END-IF
009250     WRITE CTR-WATCH-RECORD
009260     ADD 1 TO WS-WATCH-CARRIED
009270     PERFORM 4400-FOLD-WATCH-RECORD THRU 4400-EXIT.
009280 4100-NEXT.
009290     PERFORM 4110-READ-OLD-WATCH THRU 4110-EXIT.
009300 4100-EXIT.
009310     EXIT.
009320
009330******************************************************************
009340*    4110-READ-OLD-WATCH - INTO THE NEW GENERATION'S RECORD
009350*    AREA, READY TO BE WRITTEN FORWARD.
009360******************************************************************
009370 4110-READ-OLD-WATCH.
009380     READ WATCH-OLD-FILE INTO CTR-WATCH-RECORD
009390         AT END
009400             SET WATCH-EOF-YES TO TRUE
009410     END-READ.
009420 4110-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460*    4200-ADD-TODAY-WATCH - A SUBJECT WHOSE CASH IN OR CASH OUT
009470*    FOR THE DAY FELL IN THE BAND (AT OR OVER THE FLOOR, NOT
009480*    OVER THE THRESHOLD) GETS A WATCH RECORD PER DIRECTION.
009490******************************************************************
009500 4200-ADD-TODAY-WATCH.
009510     IF WS-DAY-IN-AMOUNT(WS-DAY-IDX) NOT < WS-WATCH-FLOOR
009520         AND WS-DAY-IN-AMOUNT(WS-DAY-IDX)
009530             NOT > WS-CTR-THRESHOLD
009540         MOVE 'I' TO WCH-DIRECTION
009550         MOVE WS-DAY-IN-AMOUNT(WS-DAY-IDX) TO WCH-DAY-TOTAL
009560         MOVE WS-DAY-IN-COUNT(WS-DAY-IDX) TO WCH-ITEM-COUNT
009570         PERFORM 4210-WRITE-TODAY-WATCH THRU 4210-EXIT
009580     END-IF
009590     IF WS-DAY-OUT-AMOUNT(WS-DAY-IDX) NOT < WS-WATCH-FLOOR
009600         AND WS-DAY-OUT-AMOUNT(WS-DAY-IDX)
009610             NOT > WS-CTR-THRESHOLD
009620         MOVE 'O' TO WCH-DIRECTION
009630         MOVE WS-DAY-OUT-AMOUNT(WS-DAY-IDX) TO WCH-DAY-TOTAL
009640         MOVE WS-DAY-OUT-COUNT(WS-DAY-IDX) TO WCH-ITEM-COUNT
009650         PERFORM 4210-WRITE-TODAY-WATCH THRU 4210-EXIT
009660     END-IF.
009670 4200-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710*    4210-WRITE-TODAY-WATCH - FINISH, WRITE AND COUNT ONE OF
009720*    TODAY'S WATCH RECORDS.
009730******************************************************************
009740 4210-WRITE-TODAY-WATCH.
009750     MOVE WS-BUSINESS-DATE TO WCH-BUSINESS-DATE
009760     MOVE WS-DAY-SUBJECT-KEY(WS-DAY-IDX) TO WCH-SUBJECT-KEY
009770     MOVE WS-DAY-SUBJECT-NAME(WS-DAY-IDX) TO WCH-SUBJECT-NAME
009780     MOVE WS-DAY-BRANCH-COUNT(WS-DAY-IDX) TO WCH-BRANCH-COUNT
009790     WRITE CTR-WATCH-RECORD
009800     ADD 1 TO WS-WATCH-ADDED
009810     PERFORM 4400-FOLD-WATCH-RECORD THRU 4400-EXIT.
009820 4210-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860*    4300-LIST-ONE-WATCH - A SUBJECT IN THE BAND MORE THAN ONCE
009870*    IN THE WINDOW, OR THROUGH MORE THAN ONE BRANCH IN A DAY, IS
009880*    FLAGGED.  TODAY MARKS ONE WITH A BAND DAY ON THIS RUN.
009890******************************************************************
009900 4300-LIST-ONE-WATCH.
009910     IF WS-WT-HIT-COUNT(WS-WT-IDX) < 2
009920         AND WS-WT-MAX-BRANCHES(WS-WT-IDX) < 2
009930         GO TO 4300-EXIT
009940     END-IF
009950     ADD 1 TO WS-FLAGGED-COUNT
009960     MOVE WS-WT-SUBJECT-TYPE(WS-WT-IDX) TO WL-SUBJECT-TYPE
009970     MOVE WS-WT-SUBJECT-ID(WS-WT-IDX) TO WL-SUBJECT-ID
009980     MOVE WS-WT-SUBJECT-NAME(WS-WT-IDX) TO WL-NAME
009990     MOVE WS-WT-HIT-COUNT(WS-WT-IDX) TO WL-HIT-COUNT
010000     MOVE WS-WT-MAX-BRANCHES(WS-WT-IDX) TO WL-MAX-BRANCHES
010010     MOVE WS-WT-TOTAL-AMOUNT(WS-WT-IDX) TO WL-TOTAL-AMOUNT
010020     MOVE WS-WT-LAST-DATE(WS-WT-IDX) TO WL-LAST-DATE
010030     IF WS-WT-TODAY-SWITCH(WS-WT-IDX) = 'Y'
010040         MOVE 'YES' TO WL-TODAY
010050     ELSE
010060         MOVE SPACES TO WL-TODAY
010070     END-IF
010080     WRITE WATCH-REPORT-RECORD FROM WS-WATCH-LINE.
010090 4300-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130*    4400-FOLD-WATCH-RECORD - ADD THE WATCH RECORD IN HAND TO
010140*    ITS SUBJECT'S WINDOW ROW.  A FULL TABLE IS FLAGGED AND THE
010150*    RECORD LEFT OFF THE LIST (IT IS STILL CARRIED ON THE FILE).
010160******************************************************************
010170 4400-FOLD-WATCH-RECORD.
010180     SET WT-FOUND-NO TO TRUE
010190     MOVE ZEROS TO WS-WT-MATCH
010200     PERFORM 4410-MATCH-WATCH-ROW THRU 4410-EXIT
010210         VARYING WS-WT-IDX FROM 1 BY 1
010220         UNTIL WS-WT-IDX > WS-WT-COUNT OR WT-FOUND-YES
010230     IF WT-FOUND-NO
010240         IF WS-WT-COUNT >= 1000
010250             DISPLAY 'CTRSCAN - WATCH TABLE FULL, SKIPPING '
010260                     WCH-SUBJECT-TYPE ' ' WCH-SUBJECT-ID
010270             ADD 1 TO WS-WT-SKIPPED
010280             GO TO 4400-EXIT
010290         END-IF
010300         ADD 1 TO WS-WT-COUNT
010310         MOVE WS-WT-COUNT TO WS-WT-MATCH
010320         MOVE WCH-SUBJECT-KEY TO WS-WT-SUBJECT-KEY(WS-WT-MATCH)
010330         MOVE WCH-SUBJECT-NAME TO
010340             WS-WT-SUBJECT-NAME(WS-WT-MATCH)
010350         MOVE ZEROS TO WS-WT-HIT-COUNT(WS-WT-MATCH)
010360         MOVE ZEROS TO WS-WT-MAX-BRANCHES(WS-WT-MATCH)
010370         MOVE ZEROS TO WS-WT-TOTAL-AMOUNT(WS-WT-MATCH)
010380         MOVE ZEROS TO WS-WT-LAST-DATE(WS-WT-MATCH)
010390         MOVE 'N' TO WS-WT-TODAY-SWITCH(WS-WT-MATCH)
010400     END-IF
010410     ADD 1 TO WS-WT-HIT-COUNT(WS-WT-MATCH)
010420     ADD WCH-DAY-TOTAL TO WS-WT-TOTAL-AMOUNT(WS-WT-MATCH)
010430     IF WCH-BRANCH-COUNT > WS-WT-MAX-BRANCHES(WS-WT-MATCH)
010440         MOVE WCH-BRANCH-COUNT TO
010450             WS-WT-MAX-BRANCHES(WS-WT-MATCH)
010460     END-IF
010470     IF WCH-BUSINESS-DATE > WS-WT-LAST-DATE(WS-WT-MATCH)
010480         MOVE WCH-BUSINESS-DATE TO WS-WT-LAST-DATE(WS-WT-MATCH)
010490     END-IF
010500     IF WCH-BUSINESS-DATE = WS-BUSINESS-DATE
010510         MOVE 'Y' TO WS-WT-TODAY-SWITCH(WS-WT-MATCH)
010520     END-IF.
010530 4400-EXIT.
010540     EXIT.
010550
010560******************************************************************
010570*    4410-MATCH-WATCH-ROW - DOES THIS ROW BELONG TO THE WATCH
010580*    RECORD'S SUBJECT?
010590******************************************************************
010600 4410-MATCH-WATCH-ROW.
010610     IF WS-WT-SUBJECT-KEY(WS-WT-IDX) = WCH-SUBJECT-KEY
010620         SET WT-FOUND-YES TO TRUE
010630         MOVE WS-WT-IDX TO WS-WT-MATCH
010640     END-IF.
010650 4410-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690*    4900-COPY-WATCH-FORWARD - A REFUSED RUN STILL GETS A NEW
010700*    WATCH GENERATION FROM THE JCL; FILL IT WITH LAST NIGHT'S
010710*    RECORDS UNCHANGED SO THE RERUN STARTS FROM A GOOD ONE.
010720******************************************************************
010730 4900-COPY-WATCH-FORWARD.
010740     OPEN OUTPUT WATCH-NEW-FILE
010750     OPEN INPUT WATCH-OLD-FILE
010760     IF WATCHOLD-NOT-OPEN
010770         CLOSE WATCH-NEW-FILE
010780         GO TO 4900-EXIT
010790     END-IF
010800     SET WATCH-EOF-NO TO TRUE
010810     PERFORM 4110-READ-OLD-WATCH THRU 4110-EXIT
010820     PERFORM 4910-COPY-ONE-WATCH THRU 4910-EXIT
010830         UNTIL WATCH-EOF-YES
010840     CLOSE WATCH-OLD-FILE
010850     CLOSE WATCH-NEW-FILE
010860     DISPLAY 'CTRSCAN - WATCH FILE COPIED FORWARD UNCHANGED: '
010870             WS-WATCH-CARRIED.
010880 4900-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920*    4910-COPY-ONE-WATCH
010930******************************************************************
010940 4910-COPY-ONE-WATCH.
010950     WRITE CTR-WATCH-RECORD
010960     ADD 1 TO WS-WATCH-CARRIED
010970     PERFORM 4110-READ-OLD-WATCH THRU 4110-EXIT.
010980 4910-EXIT.
010990     EXIT.
011000
011010******************************************************************
011020*    7000-COMPUTE-CUTOFF - STEP THE BUSINESS DATE BACK THE
011030*    CTRPARM WINDOW IN CALENDAR DAYS INTO WS-WORK-DATE-N.  WATCH
011040*    RECORDS AFTER THE CUTOFF ARE INSIDE THE WINDOW.
011050******************************************************************
011060 7000-COMPUTE-CUTOFF.
011070     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-N
011080     PERFORM 7100-SUB-ONE-DAY THRU 7100-EXIT
011090         VARYING WS-STEP-IDX FROM 1 BY 1
011100         UNTIL WS-STEP-IDX > WS-PARM-WINDOW-DAYS.
011110 7000-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150*    7100-SUB-ONE-DAY - STEP THE WORK DATE BACK ONE DAY, INTO
011160*    THE LAST DAY OF THE PRIOR MONTH WHEN ON THE FIRST.
011170******************************************************************
011180 7100-SUB-ONE-DAY.
011190     IF WS-WORK-DAY > 1
011200         SUBTRACT 1 FROM WS-WORK-DAY
011210         GO TO 7100-EXIT
011220     END-IF
011230     IF WS-WORK-MONTH > 1
011240         SUBTRACT 1 FROM WS-WORK-MONTH
011250     ELSE
011260         MOVE 12 TO WS-WORK-MONTH
011270         SUBTRACT 1 FROM WS-WORK-YEAR
011280     END-IF
011290     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
011300     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY.
011310 7100-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
011360*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
011370*    ONLY WHEN DIVISIBLE BY 400).
011380******************************************************************
011390 7300-SET-DAYS-IN-MONTH.
011400     EVALUATE WS-WORK-MONTH
011410         WHEN 01
011420         WHEN 03
011430         WHEN 05
011440         WHEN 07
011450         WHEN 08
011460         WHEN 10
011470         WHEN 12
011480             MOVE 31 TO WS-DAYS-IN-MONTH
011490         WHEN 04
011500         WHEN 06
011510         WHEN 09
011520         WHEN 11
011530             MOVE 30 TO WS-DAYS-IN-MONTH
011540         WHEN 02
011550             MOVE 28 TO WS-DAYS-IN-MONTH
011560             DIVIDE WS-WORK-YEAR BY 4
011570                 GIVING WS-LEAP-QUOTIENT
011580                 REMAINDER WS-LEAP-REMAINDER
011590             IF WS-LEAP-REMAINDER = ZEROS
011600                 MOVE 29 TO WS-DAYS-IN-MONTH
011610                 DIVIDE WS-WORK-YEAR BY 100
011620                     GIVING WS-LEAP-QUOTIENT
011630                     REMAINDER WS-LEAP-REMAINDER
011640                 IF WS-LEAP-REMAINDER = ZEROS
011650                     MOVE 28 TO WS-DAYS-IN-MONTH
011660                     DIVIDE WS-WORK-YEAR BY 400
011670                         GIVING WS-LEAP-QUOTIENT
011680                         REMAINDER WS-LEAP-REMAINDER
011690                     IF WS-LEAP-REMAINDER = ZEROS
011700                         MOVE 29 TO WS-DAYS-IN-MONTH
011710                     END-IF
011720                 END-IF
011730             END-IF
011740     END-EVALUATE.
011750 7300-EXIT.
011760     EXIT.
011770
011780******************************************************************
011790*    9000-TERMINATE - TRAILER ON THE EXTRACT, TOTALS ON BOTH
011800*    REPORTS, CLOSE THE FILES AND SHOW THE RUN TOTALS.  A
011810*    CANDIDATE WITHOUT A MEMBER-MASTER ADDRESS ENDS THE JOB RC 4
011820*    SO COMPLIANCE GETS THE ADDRESS FROM THE BRANCH BEFORE
011830*    FILING.
011840******************************************************************
011850 9000-TERMINATE.
011860     MOVE WS-EXTRACT-COUNT TO CXT-RECORD-COUNT
011870     MOVE WS-EXTRACT-AMOUNT TO CXT-AMOUNT-HASH
011880     WRITE CTR-EXTRACT-IO-RECORD FROM WS-CTR-TRAILER
011890     MOVE 'AUDIT RECORDS READ:' TO TL-LABEL
011900     MOVE WS-RECORDS-READ TO TL-COUNT
011910     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-LINE
011920     MOVE 'CASH ITEMS TALLIED:' TO TL-LABEL
011930     MOVE WS-CASH-ITEMS TO TL-COUNT
011940     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-LINE
011950     MOVE 'MEMBERS WITH CASH:' TO TL-LABEL
011960     MOVE WS-DAY-COUNT TO TL-COUNT
011970     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-LINE
011980     IF WS-DAY-SKIPPED > ZEROS
011990         MOVE 'ITEMS SKIPPED (TABLE FULL):' TO TL-LABEL
012000         MOVE WS-DAY-SKIPPED TO TL-COUNT
012010         WRITE CTR-REPORT-RECORD FROM WS-TOTAL-LINE
012020     END-IF
012030     MOVE 'CTR CANDIDATES:' TO TL-LABEL
012040     MOVE WS-CANDIDATE-COUNT TO TL-COUNT
012050     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-LINE
012060     MOVE 'CANDIDATES WITHOUT ADDRESS:' TO TL-LABEL
012070     MOVE WS-UNADDRESSED-COUNT TO TL-COUNT
012080     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-LINE
012090     MOVE 'ITEMS EXTRACTED:' TO TL-LABEL
012100     MOVE WS-EXTRACT-COUNT TO TL-COUNT
012110     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-LINE
012120     MOVE 'CASH IN REPORTED:' TO TA-LABEL
012130     MOVE WS-FILED-IN-AMOUNT TO TA-AMOUNT
012140     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
012150     MOVE 'CASH OUT REPORTED:' TO TA-LABEL
012160     MOVE WS-FILED-OUT-AMOUNT TO TA-AMOUNT
012170     WRITE CTR-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
012180     WRITE WATCH-REPORT-RECORD FROM WS-BLANK-LINE
012190     MOVE 'WATCH RECORDS READ:' TO TL-LABEL
012200     MOVE WS-WATCH-READ TO TL-COUNT
012210     WRITE WATCH-REPORT-RECORD FROM WS-TOTAL-LINE
012220     MOVE 'WATCH RECORDS AGED OUT:' TO TL-LABEL
012230     MOVE WS-WATCH-DROPPED TO TL-COUNT
012240     WRITE WATCH-REPORT-RECORD FROM WS-TOTAL-LINE
012250     MOVE 'WATCH RECORDS CARRIED:' TO TL-LABEL
012260     MOVE WS-WATCH-CARRIED TO TL-COUNT
012270     WRITE WATCH-REPORT-RECORD FROM WS-TOTAL-LINE
012280     MOVE 'WATCH RECORDS ADDED TODAY:' TO TL-LABEL
012290     MOVE WS-WATCH-ADDED TO TL-COUNT
012300     WRITE WATCH-REPORT-RECORD FROM WS-TOTAL-LINE
012310     IF WS-WT-SKIPPED > ZEROS
012320         MOVE 'NOT LISTED (TABLE FULL):' TO TL-LABEL
012330         MOVE WS-WT-SKIPPED TO TL-COUNT
012340         WRITE WATCH-REPORT-RECORD FROM WS-TOTAL-LINE
012350     END-IF
012360     MOVE 'SUBJECTS FLAGGED:' TO TL-LABEL
012370     MOVE WS-FLAGGED-COUNT TO TL-COUNT
012380     WRITE WATCH-REPORT-RECORD FROM WS-TOTAL-LINE
012390     CLOSE AUDIT-LOG-FILE
012400     CLOSE ACCOUNT-MASTER-FILE
012410     CLOSE MEMBER-MASTER-FILE
012420     CLOSE CTR-REPORT-FILE
012430     CLOSE CTR-EXTRACT-FILE
012440     CLOSE WATCH-REPORT-FILE
012450     DISPLAY 'CTRSCAN - AUDIT RECORDS READ: ' WS-RECORDS-READ
012460     DISPLAY 'CTRSCAN - CASH ITEMS TALLIED: ' WS-CASH-ITEMS
012470     DISPLAY 'CTRSCAN - CTR CANDIDATES:     ' WS-CANDIDATE-COUNT
012480     DISPLAY 'CTRSCAN - ITEMS EXTRACTED:    ' WS-EXTRACT-COUNT
012490     DISPLAY 'CTRSCAN - SUBJECTS FLAGGED:   ' WS-FLAGGED-COUNT
012500     IF WS-UNADDRESSED-COUNT > ZEROS
012510         MOVE 4 TO RETURN-CODE
012520     END-IF
012521     SET CYC-FN-COMPLETE TO TRUE
012522     MOVE RETURN-CODE TO CYC-STEP-RC
012523     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
012524     MOVE CYC-STEP-RC TO RETURN-CODE
012525     IF NOT CYC-OK
012526         DISPLAY 'CTRSCAN - ' CYC-MESSAGE
012527         DISPLAY 'CTRSCAN - STEP NOT RECORDED COMPLETE'
012528     END-IF.
012530 9000-EXIT.
012540     EXIT.
