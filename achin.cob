000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     AchIntake.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  INBOUND ACH INTAKE.
000120*                     REPLACES RE-KEYING PAYROLL DIRECT DEPOSITS
000130*                     AND MEMBER-AUTHORIZED ELECTRONIC DEBITS AS
000140*                     TELLER SLIPS.  READS THE CLEARING HOUSE'S
000150*                     INBOUND FILE (ACHREC LAYOUT) TWICE: THE
000160*                     FIRST PASS PROVES EVERY BATCH CONTROL AND
000170*                     THE FILE CONTROL (ENTRY/ADDENDA COUNT,
000180*                     ENTRY HASH, DEBIT AND CREDIT TOTALS) - A
000190*                     FILE THAT DOES NOT PROVE, OR IS OUT OF
000200*                     ORDER OR TRUNCATED, IS REJECTED WHOLE AND
000210*                     A BATCH THAT DOES NOT PROVE IS SKIPPED;
000220*                     THE SECOND PASS MATCHES EACH ENTRY OF THE
000230*                     PROVED BATCHES TO ACCTMAS.  A GOOD ENTRY
000240*                     BECOMES A CREDIT OR DEBIT SLIP IN TRANREC
000250*                     FORMAT STAMPED BRANCH 0900 (THE ELECTRONIC
000260*                     CHANNEL), WHICH RIDES INTO TRANIN BEHIND
000270*                     THE BRANCH TRAILER LIKE FEEGEN'S SLIPS.  AN
000280*                     ENTRY FOR NO SUCH ACCOUNT, A CLOSED OR
000290*                     FROZEN ACCOUNT OR A CERTIFICATE IS NOT
000300*                     POSTED AND GOES ON THE ACH ITEMS FILE WITH
000310*                     ITS RETURN REASON, FOR ACHRTN TO RETURN TO
000320*                     THE ORIGINATOR TONIGHT ALONG WITH ANY SLIP
000330*                     BATCHDRV REFUSES.  ACHRPT IS THE REGISTER.
000340******************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ACH-INBOUND-FILE ASSIGN TO "ACHFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ACHFILE-STATUS.
000420
000430     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ACCT-ID
000470         FILE STATUS IS WS-ACCTMAS-STATUS.
000480
000490     SELECT ACH-TRAN-FILE ASSIGN TO "ACHTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ACHTRAN-STATUS.
000520
000530     SELECT ACH-ITEM-FILE ASSIGN TO "ACHITEMS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ACHITEMS-STATUS.
000560
000570     SELECT ACH-REPORT-FILE ASSIGN TO "ACHRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ACHRPT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ACH-INBOUND-FILE.
000640     COPY ACHREC.
000650
000660 FD  ACCOUNT-MASTER-FILE.
000670     COPY ACCTMAS.
000680
000690 FD  ACH-TRAN-FILE.
000700     COPY TRANREC.
000710
000720 FD  ACH-ITEM-FILE.
000730     COPY ACHITEM.
000740
000750 FD  ACH-REPORT-FILE.
000760 01  ACH-REPORT-RECORD               PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790 77  WS-ACHFILE-STATUS           PIC X(02) VALUE SPACES.
000800     88  ACHFILE-NOT-OPEN                    VALUE '35'.
000810 77  WS-ACCTMAS-STATUS           PIC X(02) VALUE SPACES.
000820     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
000830 77  WS-ACHTRAN-STATUS           PIC X(02) VALUE SPACES.
000840 77  WS-ACHITEMS-STATUS          PIC X(02) VALUE SPACES.
000850 77  WS-ACHRPT-STATUS            PIC X(02) VALUE SPACES.
000860
000870 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000880     88  EOF-YES                             VALUE 'Y'.
000890     88  EOF-NO                              VALUE 'N'.
000900
000910 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000920     88  RUN-REFUSED                         VALUE 'Y'.
000930     88  RUN-ACCEPTED                        VALUE 'N'.
000940
000950*    FIRST-PASS STATE.  THE FILE IS GOOD UNTIL A STRUCTURE OR
000960*    CONTROL ERROR REJECTS IT WHOLE.
000970 77  WS-FILE-SWITCH              PIC X(01) VALUE 'G'.
000980     88  FILE-GOOD                           VALUE 'G'.
000990     88  FILE-BAD                            VALUE 'B'.
001000 77  WS-HEADER-SWITCH            PIC X(01) VALUE 'N'.
001010     88  HEADER-SEEN                         VALUE 'Y'.
001020     88  HEADER-NOT-SEEN                     VALUE 'N'.
001030 77  WS-BATCH-SWITCH             PIC X(01) VALUE 'N'.
001040     88  IN-BATCH                            VALUE 'Y'.
001050     88  NOT-IN-BATCH                        VALUE 'N'.
001060 77  WS-CONTROL-SWITCH           PIC X(01) VALUE 'N'.
001070     88  FILE-CONTROL-SEEN                   VALUE 'Y'.
001080     88  FILE-CONTROL-NOT-SEEN               VALUE 'N'.
001090 77  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
001100 77  WS-RECORDS-READ             PIC 9(06) VALUE ZEROS.
001110
001120*    ONE SLOT PER BATCH IN FILE ORDER: Y IF ITS BATCH CONTROL
001130*    PROVED, N IF NOT.  THE SECOND PASS POSTS ONLY Y BATCHES.
001140 01  WS-BATCH-TABLE.
001150     05  WS-BATCH-PROVED         PIC X(01) OCCURS 500 TIMES.
001160 77  WS-BATCH-MAX                PIC 9(04) COMP VALUE 500.
001170 77  WS-BATCH-COUNT              PIC 9(04) COMP VALUE ZEROS.
001180 77  WS-BATCH-IDX                PIC 9(04) COMP VALUE ZEROS.
001190
001200*    CONTROL FIGURES ADDED UP FROM THE ENTRIES THEMSELVES, ONE
001210*    SET PER BATCH AND ONE FOR THE WHOLE FILE.  THE HASHES ARE
001220*    CARRIED WIDE AND CUT TO THEIR RIGHTMOST 10 DIGITS FOR THE
001230*    COMPARE.
001240 77  WS-BT-ENTRY-COUNT           PIC 9(06) VALUE ZEROS.
001250 77  WS-BT-HASH                  PIC 9(12) VALUE ZEROS.
001260 77  WS-BT-DEBIT                 PIC 9(10)V99 VALUE ZEROS.
001270 77  WS-BT-CREDIT                PIC 9(10)V99 VALUE ZEROS.
001280 77  WS-FT-ENTRY-COUNT           PIC 9(08) VALUE ZEROS.
001290 77  WS-FT-HASH                  PIC 9(12) VALUE ZEROS.
001300 77  WS-FT-DEBIT                 PIC 9(10)V99 VALUE ZEROS.
001310 77  WS-FT-CREDIT                PIC 9(10)V99 VALUE ZEROS.
001320 77  WS-HASH-10                  PIC 9(10) VALUE ZEROS.
001330 77  WS-CODE-TENS                PIC 9(02) VALUE ZEROS.
001340 77  WS-CODE-UNITS               PIC 9(02) VALUE ZEROS.
001350
001360*    THE FILE HEADER AND CURRENT BATCH HEADER FIELDS CARRIED ON
001370*    EVERY ITEM, SAME LAYOUT AS AIT-FILE-FIELDS AND
001380*    AIT-BATCH-FIELDS.
001390 01  WS-SAVE-FILE-FIELDS.
001400     05  WS-SF-DESTINATION           PIC X(10).
001410     05  WS-SF-ORIGIN                PIC X(10).
001420     05  WS-SF-DEST-NAME             PIC X(23).
001430     05  WS-SF-ORIGIN-NAME           PIC X(23).
001440 01  WS-SAVE-BATCH-FIELDS.
001450     05  WS-SB-COMPANY-NAME          PIC X(16).
001460     05  WS-SB-DISCRETIONARY         PIC X(20).
001470     05  WS-SB-COMPANY-ID            PIC X(10).
001480     05  WS-SB-SEC-CODE              PIC X(03).
001490     05  WS-SB-ENTRY-DESC            PIC X(10).
001500     05  WS-SB-DESCRIPTIVE-DATE      PIC X(06).
001510     05  WS-SB-ODFI-ID               PIC X(08).
001520     05  WS-SB-BATCH-NUMBER          PIC 9(07).
001530
001540 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001550 77  WS-RETURN-REASON            PIC X(03) VALUE SPACES.
001560 77  WS-ITEM-DISPOSITION         PIC X(01) VALUE SPACES.
001570 77  WS-RECEIVER-SWITCH          PIC X(01) VALUE 'N'.
001580     88  RECEIVER-MATCHED                    VALUE 'Y'.
001590     88  RECEIVER-NOT-MATCHED                VALUE 'N'.
001600 77  WS-SLIP-LIMIT               PIC 9(8)V99 VALUE 999999.99.
001610 01  WS-RETURN-DISPOSITION.
001620     05  FILLER                      PIC X(07) VALUE 'RETURN '.
001630     05  WS-RD-REASON                PIC X(03).
001640     05  FILLER                      PIC X(03) VALUE SPACES.
001650
001660 77  WS-BATCHES-PROVED           PIC 9(06) COMP VALUE ZEROS.
001670 77  WS-BATCHES-FAILED           PIC 9(06) COMP VALUE ZEROS.
001680 77  WS-ENTRIES-READ             PIC 9(06) COMP VALUE ZEROS.
001690 77  WS-ENTRIES-SKIPPED          PIC 9(06) COMP VALUE ZEROS.
001700 77  WS-CREDITS-WRITTEN          PIC 9(06) COMP VALUE ZEROS.
001710 77  WS-DEBITS-WRITTEN           PIC 9(06) COMP VALUE ZEROS.
001720 77  WS-ENTRIES-RETURNED         PIC 9(06) COMP VALUE ZEROS.
001730 77  WS-ENTRIES-HELD             PIC 9(06) COMP VALUE ZEROS.
001740 77  WS-PRENOTES-VERIFIED        PIC 9(06) COMP VALUE ZEROS.
001750 77  WS-RECEIVER-REVIEWS         PIC 9(06) COMP VALUE ZEROS.
001760 77  WS-CREDIT-AMOUNT            PIC 9(10)V99 VALUE ZEROS.
001770 77  WS-DEBIT-AMOUNT             PIC 9(10)V99 VALUE ZEROS.
001780 77  WS-RETURNED-AMOUNT          PIC 9(10)V99 VALUE ZEROS.
001790
001800 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001810     'ACHIN - INBOUND ACH INTAKE REGISTER'.
001820 01  WS-HEADING-LINE-2.
001830     05  FILLER                  PIC X(15) VALUE
001840         'BUSINESS DATE: '.
001850     05  H2-RUN-DATE                 PIC 9(08).
001860     05  FILLER                      PIC X(57) VALUE SPACES.
001870 01  WS-HEADING-LINE-3.
001880     05  FILLER                  PIC X(15) VALUE
001890         'FILE FROM:     '.
001900     05  H3-ORIGIN                   PIC X(10).
001910     05  FILLER                      PIC X(01) VALUE SPACE.
001920     05  H3-ORIGIN-NAME              PIC X(23).
001930     05  FILLER                  PIC X(10) VALUE
001940         '  CREATED '.
001950     05  H3-CREATION-DATE            PIC X(06).
001960     05  FILLER                      PIC X(01) VALUE SPACE.
001970     05  H3-CREATION-TIME            PIC X(04).
001980     05  FILLER                      PIC X(10) VALUE SPACES.
001990
002000 01  WS-BATCH-HEADING-1              PIC X(80) VALUE
002010     'BATCH NUMBER   COMPANY           SEC  ENTRIES        DEBITS 
002020-    '      CREDITS STATUS'.
002030 01  WS-BATCH-HEADING-2              PIC X(80) VALUE
002040     '-------------  ----------------  ---  ------- ------------- 
002050-    '------------- ------'.
002060 01  WS-ENTRY-HEADING-1              PIC X(80) VALUE
002070     'TRACE NUMBER    TC ACCOUNT ID        AMOUNT RECEIVER NAME   
002080-    '       DISPOSITION'.
002090 01  WS-ENTRY-HEADING-2              PIC X(80) VALUE
002100     '--------------- -- ---------- ------------- ----------------
002110-    '------ -------------'.
002120
002130 01  WS-BATCH-LINE.
002140     05  FILLER                      PIC X(06) VALUE 'BATCH '.
002150     05  BL-BATCH-NUMBER             PIC X(07).
002160     05  FILLER                      PIC X(02) VALUE SPACES.
002170     05  BL-COMPANY-NAME             PIC X(16).
002180     05  FILLER                      PIC X(02) VALUE SPACES.
002190     05  BL-SEC-CODE                 PIC X(03).
002200     05  FILLER                      PIC X(02) VALUE SPACES.
002210     05  BL-ENTRIES                  PIC ZZZ,ZZ9.
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  BL-DEBITS                   PIC ZZ,ZZZ,ZZ9.99.
002240     05  FILLER                      PIC X(01) VALUE SPACE.
002250     05  BL-CREDITS                  PIC ZZ,ZZZ,ZZ9.99.
002260     05  FILLER                      PIC X(01) VALUE SPACE.
002270     05  BL-STATUS                   PIC X(06).
002280
002290 01  WS-ENTRY-LINE.
002300     05  ELD-TRACE-NUMBER            PIC X(15).
002310     05  FILLER                      PIC X(01) VALUE SPACE.
002320     05  ELD-TRAN-CODE               PIC X(02).
002330     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  ELD-ACCOUNT-ID              PIC X(10).
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  ELD-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  ELD-NAME                    PIC X(22).
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  ELD-DISPOSITION             PIC X(13).
002410
002420 01  WS-NOTE-LINE.
002430     05  NL-TEXT                     PIC X(60).
002440     05  NL-RECORD                   PIC ZZZ,ZZ9.
002450     05  FILLER                      PIC X(13) VALUE SPACES.
002460
002470 01  WS-TOTAL-LINE.
002480     05  TL-LABEL                    PIC X(32).
002490     05  TL-COUNT                    PIC ZZ,ZZZ,ZZ9.
002500     05  FILLER                      PIC X(02) VALUE SPACES.
002510     05  TL-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99
002520                                     BLANK WHEN ZERO.
002530     05  FILLER                      PIC X(20) VALUE SPACES.
002540
002550 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
002560
002570     COPY CYCLCTL.
002580
002590******************************************************************
002600*    0000-MAINLINE - PROVE THE WHOLE FILE, THEN POST IT.
002610******************************************************************
002620 PROCEDURE DIVISION.
002630
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002660*    A REFUSED RUN (CALENDAR REFUSAL, NO INBOUND FILE, NO
002670*    MASTER) NEVER OPENED THE OUTPUTS, SO THERE IS NOTHING TO
002680*    WRITE OR CLOSE.
002690     IF RUN-ACCEPTED
002700         PERFORM 1500-PROVE-FILE THRU 1500-EXIT
002710         IF FILE-GOOD
002720             PERFORM 2000-POST-FILE THRU 2000-EXIT
002730         END-IF
002740         PERFORM 9000-TERMINATE THRU 9000-EXIT
002750     END-IF
002760     STOP RUN.
002770
002780******************************************************************
002790*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE PROCESSING
002800*    CALENDAR AND OPEN THE FILES.  NO INBOUND FILE OR NO MASTER
002810*    REFUSES THE RUN.
002820******************************************************************
002830 1000-INITIALIZE.
002840     SET CYC-FN-START TO TRUE
002850     MOVE 'ACHIN' TO CYC-STEP-NAME
002860     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002870     IF NOT CYC-OK
002880         DISPLAY 'ACHIN - ' CYC-MESSAGE
002890         DISPLAY 'ACHIN - RUN REFUSED'
002900         MOVE 16 TO RETURN-CODE
002910         SET RUN-REFUSED TO TRUE
002920         GO TO 1000-EXIT
002930     END-IF
002940     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
002950     OPEN INPUT ACH-INBOUND-FILE
002960     IF ACHFILE-NOT-OPEN
002970         DISPLAY 'ACHIN - NO INBOUND ACH FILE - RUN REFUSED'
002980         MOVE 16 TO RETURN-CODE
002990         SET RUN-REFUSED TO TRUE
003000         GO TO 1000-EXIT
003010     END-IF
003020     OPEN INPUT ACCOUNT-MASTER-FILE
003030     IF ACCTMAS-NOT-OPEN
003040         DISPLAY 'ACHIN - ACCTMAS NOT FOUND - RUN REFUSED'
003050         CLOSE ACH-INBOUND-FILE
003060         MOVE 16 TO RETURN-CODE
003070         SET RUN-REFUSED TO TRUE
003080         GO TO 1000-EXIT
003090     END-IF
003100     OPEN OUTPUT ACH-TRAN-FILE
003110     OPEN OUTPUT ACH-ITEM-FILE
003120     OPEN OUTPUT ACH-REPORT-FILE
003130     MOVE WS-RUN-DATE TO H2-RUN-DATE
003140     WRITE ACH-REPORT-RECORD FROM WS-HEADING-LINE-1
003150     WRITE ACH-REPORT-RECORD FROM WS-HEADING-LINE-2.
003160 1000-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*    1500-PROVE-FILE - FIRST PASS.  CHECK THE RECORD ORDER AND
003210*    PROVE EVERY BATCH CONTROL AND THE FILE CONTROL AGAINST THE
003220*    ENTRIES.  NOTHING IS POSTED FROM A FILE THAT DOES NOT
003230*    PROVE - THE ORIGINATOR'S BANK IS ASKED TO RESEND IT.
003240******************************************************************
003250 1500-PROVE-FILE.
003260     WRITE ACH-REPORT-RECORD FROM WS-BLANK-LINE
003270     WRITE ACH-REPORT-RECORD FROM WS-BATCH-HEADING-1
003280     WRITE ACH-REPORT-RECORD FROM WS-BATCH-HEADING-2
003290     SET FILE-GOOD TO TRUE
003300     SET EOF-NO TO TRUE
003310     PERFORM 1510-READ-INBOUND THRU 1510-EXIT
003320     PERFORM 1600-PROVE-RECORD THRU 1600-EXIT
003330         UNTIL EOF-YES OR FILE-BAD
003340     CLOSE ACH-INBOUND-FILE
003350     IF FILE-GOOD AND HEADER-NOT-SEEN
003360         MOVE 'FILE IS EMPTY' TO WS-REJECT-REASON
003370         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
003380     END-IF
003390     IF FILE-GOOD AND FILE-CONTROL-NOT-SEEN
003400         MOVE 'FILE CONTROL MISSING - FILE TRUNCATED'
003410             TO WS-REJECT-REASON
003420         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
003430     END-IF
003440     IF FILE-BAD
003450         WRITE ACH-REPORT-RECORD FROM WS-BLANK-LINE
003460         MOVE 'FILE REJECTED - NOTHING POSTED OR RETURNED'
003470             TO NL-TEXT
003480         MOVE ZEROS TO NL-RECORD
003490         WRITE ACH-REPORT-RECORD FROM WS-NOTE-LINE
003500         MOVE WS-REJECT-REASON TO NL-TEXT
003510         MOVE WS-RECORDS-READ TO NL-RECORD
003520         WRITE ACH-REPORT-RECORD FROM WS-NOTE-LINE
003530         DISPLAY 'ACHIN - FILE REJECTED - ' WS-REJECT-REASON
003540         MOVE 8 TO RETURN-CODE
003550     END-IF.
003560 1500-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600*    1510-READ-INBOUND
003610******************************************************************
003620 1510-READ-INBOUND.
003630     READ ACH-INBOUND-FILE
003640         AT END
003650             SET EOF-YES TO TRUE
003660             GO TO 1510-EXIT
003670     END-READ
003680     ADD 1 TO WS-RECORDS-READ.
003690 1510-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    1600-PROVE-RECORD - ONE RECORD OF THE FIRST PASS.  AFTER THE
003740*    FILE CONTROL ONLY ALL-NINES BLOCK PADDING MAY FOLLOW.
003750******************************************************************
003760 1600-PROVE-RECORD.
003770     IF FILE-CONTROL-SEEN
003780         IF ACH-RECORD NOT = ALL '9'
003790             MOVE 'RECORDS FOLLOW THE FILE CONTROL'
003800                 TO WS-REJECT-REASON
003810             PERFORM 1690-REJECT-FILE THRU 1690-EXIT
003820         END-IF
003830         GO TO 1600-NEXT
003840     END-IF
003850     EVALUATE TRUE
003860         WHEN ACH-FILE-HEADER-REC
003870             IF HEADER-SEEN
003880                 MOVE 'SECOND FILE HEADER' TO WS-REJECT-REASON
003890                 PERFORM 1690-REJECT-FILE THRU 1690-EXIT
003900             END-IF
003910             SET HEADER-SEEN TO TRUE
003920             MOVE ACH-FH-ORIGIN TO H3-ORIGIN
003930             MOVE ACH-FH-ORIGIN-NAME TO H3-ORIGIN-NAME
003940             MOVE ACH-FH-CREATION-DATE TO H3-CREATION-DATE
003950             MOVE ACH-FH-CREATION-TIME TO H3-CREATION-TIME
003960             WRITE ACH-REPORT-RECORD FROM WS-HEADING-LINE-3
003970         WHEN HEADER-NOT-SEEN
003980             MOVE 'FILE HEADER MISSING' TO WS-REJECT-REASON
003990             PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004000         WHEN ACH-BATCH-HEADER-REC
004010             PERFORM 1610-OPEN-BATCH THRU 1610-EXIT
004020         WHEN ACH-ENTRY-DETAIL-REC
004030             PERFORM 1620-COUNT-ENTRY THRU 1620-EXIT
004040         WHEN ACH-ADDENDA-REC
004050             IF NOT-IN-BATCH
004060                 MOVE 'ADDENDA OUTSIDE A BATCH'
004070                     TO WS-REJECT-REASON
004080                 PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004090             END-IF
004100             ADD 1 TO WS-BT-ENTRY-COUNT
004110         WHEN ACH-BATCH-CONTROL-REC
004120             PERFORM 1640-CLOSE-BATCH THRU 1640-EXIT
004130         WHEN ACH-FILE-CONTROL-REC
004140             PERFORM 1650-PROVE-FILE-CONTROL THRU 1650-EXIT
004150         WHEN OTHER
004160             MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
004170             PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004180     END-EVALUATE.
004190 1600-NEXT.
004200     IF FILE-GOOD
004210         PERFORM 1510-READ-INBOUND THRU 1510-EXIT
004220     END-IF.
004230 1600-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    1610-OPEN-BATCH - A BATCH HEADER STARTS A FRESH SET OF
004280*    BATCH FIGURES.
004290******************************************************************
004300 1610-OPEN-BATCH.
004310     IF IN-BATCH
004320         MOVE 'BATCH HEADER INSIDE A BATCH' TO WS-REJECT-REASON
004330         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004340         GO TO 1610-EXIT
004350     END-IF
004360     IF WS-BATCH-COUNT >= WS-BATCH-MAX
004370         MOVE 'MORE BATCHES THAN THE RUN CAN HOLD'
004380             TO WS-REJECT-REASON
004390         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004400         GO TO 1610-EXIT
004410     END-IF
004420     ADD 1 TO WS-BATCH-COUNT
004430     SET IN-BATCH TO TRUE
004440     MOVE ZEROS TO WS-BT-ENTRY-COUNT
004450     MOVE ZEROS TO WS-BT-HASH
004460     MOVE ZEROS TO WS-BT-DEBIT
004470     MOVE ZEROS TO WS-BT-CREDIT
004480     MOVE ACH-BH-BATCH-NUMBER TO BL-BATCH-NUMBER
004490     MOVE ACH-BH-COMPANY-NAME TO BL-COMPANY-NAME
004500     MOVE ACH-BH-SEC-CODE TO BL-SEC-CODE.
004510 1610-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    1620-COUNT-ENTRY - ADD ONE ENTRY INTO THE BATCH FIGURES.  A
004560*    TRANSACTION CODE ENDING 0-4 IS CREDIT-SIDE, 5-9 DEBIT-SIDE.
004570******************************************************************
004580 1620-COUNT-ENTRY.
004590     IF NOT-IN-BATCH
004600         MOVE 'ENTRY OUTSIDE A BATCH' TO WS-REJECT-REASON
004610         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004620         GO TO 1620-EXIT
004630     END-IF
004640     IF ACH-ED-TRAN-CODE IS NOT NUMERIC
004650         OR ACH-ED-RDFI-ID IS NOT NUMERIC
004660         OR ACH-ED-AMOUNT IS NOT NUMERIC
004670         MOVE 'ENTRY FIGURES NOT NUMERIC' TO WS-REJECT-REASON
004680         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004690         GO TO 1620-EXIT
004700     END-IF
004710     ADD 1 TO WS-BT-ENTRY-COUNT
004720     ADD ACH-ED-RDFI-ID TO WS-BT-HASH
004730     DIVIDE ACH-ED-TRAN-CODE BY 10
004740         GIVING WS-CODE-TENS
004750         REMAINDER WS-CODE-UNITS
004760     IF WS-CODE-UNITS < 5
004770         ADD ACH-ED-AMOUNT TO WS-BT-CREDIT
004780     ELSE
004790         ADD ACH-ED-AMOUNT TO WS-BT-DEBIT
004800     END-IF.
004810 1620-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850*    1640-CLOSE-BATCH - PROVE THE BATCH CONTROL AGAINST THE
004860*    FIGURES ADDED UP FROM ITS ENTRIES AND LIST THE BATCH.  A
004870*    BATCH THAT DOES NOT PROVE IS NOT POSTED (RC 8); THE REST
004880*    OF THE FILE STILL IS.
004890******************************************************************
004900 1640-CLOSE-BATCH.
004910     IF NOT-IN-BATCH
004920         MOVE 'BATCH CONTROL OUTSIDE A BATCH'
004930             TO WS-REJECT-REASON
004940         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
004950         GO TO 1640-EXIT
004960     END-IF
004970     SET NOT-IN-BATCH TO TRUE
004980     MOVE WS-BT-HASH TO WS-HASH-10
004990     IF ACH-BC-ENTRY-COUNT IS NUMERIC
005000         AND ACH-BC-ENTRY-HASH IS NUMERIC
005010         AND ACH-BC-TOTAL-DEBIT IS NUMERIC
005020         AND ACH-BC-TOTAL-CREDIT IS NUMERIC
005030         AND ACH-BC-ENTRY-COUNT = WS-BT-ENTRY-COUNT
005040         AND ACH-BC-ENTRY-HASH = WS-HASH-10
005050         AND ACH-BC-TOTAL-DEBIT = WS-BT-DEBIT
005060         AND ACH-BC-TOTAL-CREDIT = WS-BT-CREDIT
005070         MOVE 'Y' TO WS-BATCH-PROVED(WS-BATCH-COUNT)
005080         MOVE 'PROVED' TO BL-STATUS
005090         ADD 1 TO WS-BATCHES-PROVED
005100     ELSE
005110         MOVE 'N' TO WS-BATCH-PROVED(WS-BATCH-COUNT)
005120         MOVE 'FAILED' TO BL-STATUS
005130         ADD 1 TO WS-BATCHES-FAILED
005140         DISPLAY 'ACHIN - BATCH ' BL-BATCH-NUMBER
005150                 ' CONTROL DOES NOT PROVE - NOT POSTED'
005160         MOVE 8 TO RETURN-CODE
005170     END-IF
005180     MOVE WS-BT-ENTRY-COUNT TO BL-ENTRIES
005190     MOVE WS-BT-DEBIT TO BL-DEBITS
005200     MOVE WS-BT-CREDIT TO BL-CREDITS
005210     WRITE ACH-REPORT-RECORD FROM WS-BATCH-LINE
005220     ADD WS-BT-ENTRY-COUNT TO WS-FT-ENTRY-COUNT
005230     ADD WS-BT-HASH TO WS-FT-HASH
005240     ADD WS-BT-DEBIT TO WS-FT-DEBIT
005250     ADD WS-BT-CREDIT TO WS-FT-CREDIT.
005260 1640-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300*    1650-PROVE-FILE-CONTROL - THE FILE CONTROL MUST AGREE WITH
005310*    THE BATCHES READ AND THE ENTRIES ADDED UP, OR THE FILE IS
005320*    REJECTED WHOLE.
005330******************************************************************
005340 1650-PROVE-FILE-CONTROL.
005350     IF IN-BATCH
005360         MOVE 'FILE CONTROL INSIDE A BATCH' TO WS-REJECT-REASON
005370         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
005380         GO TO 1650-EXIT
005390     END-IF
005400     SET FILE-CONTROL-SEEN TO TRUE
005410     MOVE WS-FT-HASH TO WS-HASH-10
005420     IF ACH-FC-BATCH-COUNT IS NOT NUMERIC
005430         OR ACH-FC-ENTRY-COUNT IS NOT NUMERIC
005440         OR ACH-FC-ENTRY-HASH IS NOT NUMERIC
005450         OR ACH-FC-TOTAL-DEBIT IS NOT NUMERIC
005460         OR ACH-FC-TOTAL-CREDIT IS NOT NUMERIC
005470         OR ACH-FC-BATCH-COUNT NOT = WS-BATCH-COUNT
005480         OR ACH-FC-ENTRY-COUNT NOT = WS-FT-ENTRY-COUNT
005490         OR ACH-FC-ENTRY-HASH NOT = WS-HASH-10
005500         OR ACH-FC-TOTAL-DEBIT NOT = WS-FT-DEBIT
005510         OR ACH-FC-TOTAL-CREDIT NOT = WS-FT-CREDIT
005520         MOVE 'FILE CONTROL TOTALS DO NOT AGREE'
005530             TO WS-REJECT-REASON
005540         PERFORM 1690-REJECT-FILE THRU 1690-EXIT
005550     END-IF.
005560 1650-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600*    1690-REJECT-FILE - THE FIRST ERROR FOUND REJECTS THE FILE;
005610*    WS-REJECT-REASON SAYS WHY.
005620******************************************************************
005630 1690-REJECT-FILE.
005640     SET FILE-BAD TO TRUE.
005650 1690-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*    2000-POST-FILE - SECOND PASS.  WORK EVERY ENTRY OF EVERY
005700*    PROVED BATCH.
005710******************************************************************
005720 2000-POST-FILE.
005730     WRITE ACH-REPORT-RECORD FROM WS-BLANK-LINE
005740     WRITE ACH-REPORT-RECORD FROM WS-ENTRY-HEADING-1
005750     WRITE ACH-REPORT-RECORD FROM WS-ENTRY-HEADING-2
005760     OPEN INPUT ACH-INBOUND-FILE
005770     SET EOF-NO TO TRUE
005780     MOVE ZEROS TO WS-BATCH-IDX
005790     PERFORM 1510-READ-INBOUND THRU 1510-EXIT
005800     PERFORM 2100-POST-RECORD THRU 2100-EXIT
005810         UNTIL EOF-YES
005820     CLOSE ACH-INBOUND-FILE.
005830 2000-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870*    2100-POST-RECORD - HOLD ON TO THE FILE AND BATCH HEADER
005880*    FIELDS EACH ITEM CARRIES, AND WORK EACH ENTRY OF A PROVED
005890*    BATCH.  ADDENDA, CONTROLS AND PADDING NEED NOTHING MORE.
005900******************************************************************
005910 2100-POST-RECORD.
005920     EVALUATE TRUE
005930         WHEN ACH-FILE-HEADER-REC
005940             MOVE ACH-FH-DESTINATION TO WS-SF-DESTINATION
005950             MOVE ACH-FH-ORIGIN TO WS-SF-ORIGIN
005960             MOVE ACH-FH-DEST-NAME TO WS-SF-DEST-NAME
005970             MOVE ACH-FH-ORIGIN-NAME TO WS-SF-ORIGIN-NAME
005980         WHEN ACH-BATCH-HEADER-REC
005990             ADD 1 TO WS-BATCH-IDX
006000             MOVE ACH-BH-COMPANY-NAME TO WS-SB-COMPANY-NAME
006010             MOVE ACH-BH-DISCRETIONARY TO WS-SB-DISCRETIONARY
006020             MOVE ACH-BH-COMPANY-ID TO WS-SB-COMPANY-ID
006030             MOVE ACH-BH-SEC-CODE TO WS-SB-SEC-CODE
006040             MOVE ACH-BH-ENTRY-DESC TO WS-SB-ENTRY-DESC
006050             MOVE ACH-BH-DESCRIPTIVE-DATE
006060                 TO WS-SB-DESCRIPTIVE-DATE
006070             MOVE ACH-BH-ODFI-ID TO WS-SB-ODFI-ID
006080             MOVE ACH-BH-BATCH-NUMBER TO WS-SB-BATCH-NUMBER
006090         WHEN ACH-ENTRY-DETAIL-REC
006100             IF WS-BATCH-PROVED(WS-BATCH-IDX) = 'Y'
006110                 PERFORM 3000-WORK-ENTRY THRU 3000-EXIT
006120             ELSE
006130                 ADD 1 TO WS-ENTRIES-SKIPPED
006140             END-IF
006150     END-EVALUATE
006160     PERFORM 1510-READ-INBOUND THRU 1510-EXIT.
006170 2100-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*    3000-WORK-ENTRY - MATCH ONE ENTRY TO ITS ACCOUNT.  AN ENTRY
006220*    THAT CANNOT POST IS RETURNED WITH THE REASON THE ORIGINATOR
006230*    EXPECTS; ONE THAT CANNOT BE TURNED INTO A SLIP FOR ANY
006240*    OTHER REASON IS HELD FOR OPERATIONS (RC 4).  A PRE-
006250*    NOTIFICATION ONLY PROVES THE ACCOUNT.
006260******************************************************************
006270 3000-WORK-ENTRY.
006280     ADD 1 TO WS-ENTRIES-READ
006290     MOVE SPACES TO WS-RETURN-REASON
006300     MOVE ACH-ED-TRACE-NUMBER TO ELD-TRACE-NUMBER
006310     MOVE ACH-ED-TRAN-CODE TO ELD-TRAN-CODE
006320     MOVE ACH-ED-ACCOUNT-ID TO ELD-ACCOUNT-ID
006330     MOVE ACH-ED-AMOUNT TO ELD-AMOUNT
006340     MOVE ACH-ED-INDIVIDUAL-NAME TO ELD-NAME
006350     IF NOT ACH-ED-CREDIT
006360         AND NOT ACH-ED-DEBIT
006370         AND NOT ACH-ED-PRENOTE
006380         MOVE 'HELD - CODE' TO ELD-DISPOSITION
006390         PERFORM 3400-HOLD-ENTRY THRU 3400-EXIT
006400         GO TO 3000-EXIT
006410     END-IF
006420     IF ACH-ED-ACCOUNT-ID = SPACES
006430         OR ACH-ED-ACCOUNT-REST NOT = SPACES
006440         MOVE 'R04' TO WS-RETURN-REASON
006450         PERFORM 3300-RETURN-ENTRY THRU 3300-EXIT
006460         GO TO 3000-EXIT
006470     END-IF
006480     MOVE ACH-ED-ACCOUNT-ID TO ACCT-ID
006490     READ ACCOUNT-MASTER-FILE
006500         INVALID KEY
006510             MOVE 'R03' TO WS-RETURN-REASON
006520         NOT INVALID KEY
006530             EVALUATE TRUE
006540                 WHEN ACCT-STATUS-CLOSED
006550                     MOVE 'R02' TO WS-RETURN-REASON
006560                 WHEN ACCT-STATUS-FROZEN
006570                     MOVE 'R16' TO WS-RETURN-REASON
006580                 WHEN ACCT-PRODUCT-CERTIFICATE
006590                     MOVE 'R20' TO WS-RETURN-REASON
006600             END-EVALUATE
006610     END-READ
006620     IF WS-RETURN-REASON NOT = SPACES
006630         PERFORM 3300-RETURN-ENTRY THRU 3300-EXIT
006640         GO TO 3000-EXIT
006650     END-IF
006660     IF ACH-ED-PRENOTE
006670         ADD 1 TO WS-PRENOTES-VERIFIED
006680         MOVE 'PRENOTE OK' TO ELD-DISPOSITION
006690         WRITE ACH-REPORT-RECORD FROM WS-ENTRY-LINE
006700         GO TO 3000-EXIT
006710     END-IF
006720     IF ACH-ED-AMOUNT = ZEROS
006730         OR ACH-ED-AMOUNT > WS-SLIP-LIMIT
006740         MOVE 'HELD - AMOUNT' TO ELD-DISPOSITION
006750         PERFORM 3400-HOLD-ENTRY THRU 3400-EXIT
006760         GO TO 3000-EXIT
006770     END-IF
006780     PERFORM 3100-CHECK-RECEIVER THRU 3100-EXIT
006790     PERFORM 3200-WRITE-SLIP THRU 3200-EXIT.
006800 3000-EXIT.
006810     EXIT.
006820
006830******************************************************************
006840*    3100-CHECK-RECEIVER - IS THE RECEIVER NAMED ON THE ENTRY
006850*    THE ACCOUNT'S MEMBER?  THE ORIGINATOR'S INDIVIDUAL ID MAY
006860*    CARRY OUR MEMBER NUMBER; FAILING THAT THE NAME MUST MATCH
006870*    AS FAR AS THE ENTRY CARRIES IT.  THE ACCOUNT NUMBER
006880*    GOVERNS POSTING, SO A MISMATCH STILL POSTS BUT IS LISTED
006890*    FOR REVIEW (RC 4).
006900******************************************************************
006910 3100-CHECK-RECEIVER.
006920     SET RECEIVER-NOT-MATCHED TO TRUE
006930     IF ACCT-MEMBER-ID NOT = SPACES
006940         AND ACH-ED-INDIVIDUAL-ID = ACCT-MEMBER-ID
006950         SET RECEIVER-MATCHED TO TRUE
006960     END-IF
006970     IF ACH-ED-INDIVIDUAL-NAME = ACCT-MEMBER-NAME(1:22)
006980         SET RECEIVER-MATCHED TO TRUE
006990     END-IF.
007000 3100-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*    3200-WRITE-SLIP - ONE CREDIT OR DEBIT SLIP TO ACHTRAN,
007050*    BRANCH 0900 (THE ELECTRONIC CHANNEL), WITH THE ENTRY'S
007060*    TRACE NUMBER IN TRAN-MEMBER-NAME SO A REFUSAL AT POSTING
007070*    CAN BE MATCHED BACK TO THE ENTRY.  NO DEPOSIT HOLD - ACH
007080*    FUNDS ARE GOOD ON THE SETTLEMENT DATE.
007090******************************************************************
007100 3200-WRITE-SLIP.
007110     MOVE SPACES TO TRANSACTION-RECORD
007120     IF ACH-ED-CREDIT
007130         MOVE 'CREDIT' TO TRAN-OPERATION
007140         ADD 1 TO WS-CREDITS-WRITTEN
007150         ADD ACH-ED-AMOUNT TO WS-CREDIT-AMOUNT
007160     ELSE
007170         MOVE 'DEBIT' TO TRAN-OPERATION
007180         ADD 1 TO WS-DEBITS-WRITTEN
007190         ADD ACH-ED-AMOUNT TO WS-DEBIT-AMOUNT
007200     END-IF
007210     MOVE ACH-ED-ACCOUNT-ID TO TRAN-ACCOUNT-ID
007220     MOVE ACH-ED-AMOUNT TO TRAN-AMOUNT
007230     MOVE ZEROS TO TRAN-RATE
007240     MOVE ZEROS TO TRAN-MIN-BALANCE
007250     MOVE ZEROS TO TRAN-DAILY-LIMIT
007260     MOVE SPACES TO TRAN-TARGET-ACCOUNT-ID
007270     MOVE ACH-ED-TRACE-NUMBER TO TRAN-MEMBER-NAME
007280     MOVE SPACES TO TRAN-MEMBER-ID
007290     MOVE '0900' TO TRAN-BRANCH-ID
007300     MOVE 'ACH ' TO TRAN-TELLER-ID
007310     MOVE ZEROS TO TRAN-HOLD-AMOUNT
007320     MOVE ZEROS TO TRAN-HOLD-RELEASE-DATE
007330     MOVE ZEROS TO TRAN-CERT-TERM-MONTHS
007340     WRITE TRANSACTION-RECORD
007350     IF RECEIVER-MATCHED
007360         MOVE 'SLIP WRITTEN' TO ELD-DISPOSITION
007370     ELSE
007380         MOVE 'SLIP - REVIEW' TO ELD-DISPOSITION
007390         ADD 1 TO WS-RECEIVER-REVIEWS
007400         IF RETURN-CODE < 4
007410             MOVE 4 TO RETURN-CODE
007420         END-IF
007430     END-IF
007440     WRITE ACH-REPORT-RECORD FROM WS-ENTRY-LINE
007450     MOVE 'P' TO WS-ITEM-DISPOSITION
007460     PERFORM 3500-WRITE-ITEM THRU 3500-EXIT.
007470 3200-EXIT.
007480     EXIT.
007490
007500******************************************************************
007510*    3300-RETURN-ENTRY - NOT POSTED.  THE ITEM GOES TO ACHRTN
007520*    WITH ITS RETURN REASON.
007530******************************************************************
007540 3300-RETURN-ENTRY.
007550     ADD 1 TO WS-ENTRIES-RETURNED
007560     ADD ACH-ED-AMOUNT TO WS-RETURNED-AMOUNT
007570     MOVE WS-RETURN-REASON TO WS-RD-REASON
007580     MOVE WS-RETURN-DISPOSITION TO ELD-DISPOSITION
007590     WRITE ACH-REPORT-RECORD FROM WS-ENTRY-LINE
007600     MOVE 'R' TO WS-ITEM-DISPOSITION
007610     PERFORM 3500-WRITE-ITEM THRU 3500-EXIT.
007620 3300-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660*    3400-HOLD-ENTRY - NEITHER POSTED NOR RETURNED.  OPERATIONS
007670*    WORKS THE ITEM BY HAND AND THE STEP ENDS RC 4 SO THE LINE
007680*    IS READ.
007690******************************************************************
007700 3400-HOLD-ENTRY.
007710     ADD 1 TO WS-ENTRIES-HELD
007720     WRITE ACH-REPORT-RECORD FROM WS-ENTRY-LINE
007730     IF RETURN-CODE < 4
007740         MOVE 4 TO RETURN-CODE
007750     END-IF.
007760 3400-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800*    3500-WRITE-ITEM - THE ENTRY, ITS BATCH AND FILE HEADER
007810*    FIELDS AND WHAT BECAME OF IT, FOR ACHRTN.
007820******************************************************************
007830 3500-WRITE-ITEM.
007840     MOVE SPACES TO ACH-ITEM-RECORD
007850     MOVE WS-RUN-DATE TO AIT-BUSINESS-DATE
007860     MOVE WS-ITEM-DISPOSITION TO AIT-DISPOSITION
007870     MOVE WS-RETURN-REASON TO AIT-RETURN-REASON
007880     MOVE ACH-ED-ACCOUNT-ID TO AIT-ACCOUNT-ID
007890     MOVE WS-SAVE-FILE-FIELDS TO AIT-FILE-FIELDS
007900     MOVE WS-SAVE-BATCH-FIELDS TO AIT-BATCH-FIELDS
007910     MOVE ACH-ED-TRAN-CODE TO AIT-ED-TRAN-CODE
007920     MOVE ACH-ED-RDFI-ID TO AIT-ED-RDFI-ID
007930     MOVE ACH-ED-DFI-ACCOUNT TO AIT-ED-DFI-ACCOUNT
007940     MOVE ACH-ED-AMOUNT TO AIT-ED-AMOUNT
007950     MOVE ACH-ED-INDIVIDUAL-ID TO AIT-ED-INDIVIDUAL-ID
007960     MOVE ACH-ED-INDIVIDUAL-NAME TO AIT-ED-INDIVIDUAL-NAME
007970     MOVE ACH-ED-DISCRETIONARY TO AIT-ED-DISCRETIONARY
007980     MOVE ACH-ED-TRACE-NUMBER TO AIT-ED-TRACE-NUMBER
007990     WRITE ACH-ITEM-RECORD.
008000 3500-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040*    9000-TERMINATE - TOTALS, CLOSE, AND RECORD THE STEP
008050*    COMPLETE.  THE CALL RESETS RETURN-CODE, SO IT IS CARRIED
008060*    THROUGH CYC-STEP-RC AND PUT BACK.
008070******************************************************************
008080 9000-TERMINATE.
008090     WRITE ACH-REPORT-RECORD FROM WS-BLANK-LINE
008100     MOVE 'BATCHES PROVED:' TO TL-LABEL
008110     MOVE WS-BATCHES-PROVED TO TL-COUNT
008120     MOVE ZEROS TO TL-AMOUNT
008130     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008140     MOVE 'BATCHES FAILED (NOT POSTED):' TO TL-LABEL
008150     MOVE WS-BATCHES-FAILED TO TL-COUNT
008160     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008170     MOVE 'ENTRIES IN FAILED BATCHES:' TO TL-LABEL
008180     MOVE WS-ENTRIES-SKIPPED TO TL-COUNT
008190     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008200     MOVE 'ENTRIES WORKED:' TO TL-LABEL
008210     MOVE WS-ENTRIES-READ TO TL-COUNT
008220     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008230     MOVE 'CREDIT SLIPS WRITTEN:' TO TL-LABEL
008240     MOVE WS-CREDITS-WRITTEN TO TL-COUNT
008250     MOVE WS-CREDIT-AMOUNT TO TL-AMOUNT
008260     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008270     MOVE 'DEBIT SLIPS WRITTEN:' TO TL-LABEL
008280     MOVE WS-DEBITS-WRITTEN TO TL-COUNT
008290     MOVE WS-DEBIT-AMOUNT TO TL-AMOUNT
008300     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008310     MOVE 'ENTRIES RETURNED:' TO TL-LABEL
008320     MOVE WS-ENTRIES-RETURNED TO TL-COUNT
008330     MOVE WS-RETURNED-AMOUNT TO TL-AMOUNT
008340     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008350     MOVE 'ENTRIES HELD FOR OPERATIONS:' TO TL-LABEL
008360     MOVE WS-ENTRIES-HELD TO TL-COUNT
008370     MOVE ZEROS TO TL-AMOUNT
008380     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008390     MOVE 'PRENOTES VERIFIED:' TO TL-LABEL
008400     MOVE WS-PRENOTES-VERIFIED TO TL-COUNT
008410     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008420     MOVE 'RECEIVER NAME REVIEWS:' TO TL-LABEL
008430     MOVE WS-RECEIVER-REVIEWS TO TL-COUNT
008440     WRITE ACH-REPORT-RECORD FROM WS-TOTAL-LINE
008450     CLOSE ACCOUNT-MASTER-FILE
008460     CLOSE ACH-TRAN-FILE
008470     CLOSE ACH-ITEM-FILE
008480     CLOSE ACH-REPORT-FILE
008490     DISPLAY 'ACHIN - CREDIT SLIPS:   ' WS-CREDITS-WRITTEN
008500     DISPLAY 'ACHIN - DEBIT SLIPS:    ' WS-DEBITS-WRITTEN
008510     DISPLAY 'ACHIN - RETURNED:       ' WS-ENTRIES-RETURNED
008520     DISPLAY 'ACHIN - HELD:           ' WS-ENTRIES-HELD
008530     SET CYC-FN-COMPLETE TO TRUE
008540     MOVE RETURN-CODE TO CYC-STEP-RC
008550     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
008560     MOVE CYC-STEP-RC TO RETURN-CODE
008570     IF NOT CYC-OK
008580         DISPLAY 'ACHIN - ' CYC-MESSAGE
008590         DISPLAY 'ACHIN - STEP NOT RECORDED COMPLETE'
008600     END-IF.
008610 9000-EXIT.
008620     EXIT.
