000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     AchReturn.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  OUTBOUND ACH RETURNS.
000120*                     RUNS EVERY NIGHT AFTER BATCHDRV AND BEFORE
000130*                     PEXNOTC RETIRES THE POSTING EXCEPTIONS
000140*                     FILE.  RETURNS TO THE ORIGINATOR EVERY ACH
000150*                     ENTRY ACHIN COULD NOT POST FOR THE BUSINESS
000160*                     DATE (NO ACCOUNT, CLOSED, FROZEN, NOT A
000170*                     TRANSACTION ACCOUNT) AND EVERY BRANCH 0900
000180*                     SLIP BATCHDRV REFUSED AT POSTING, MATCHED
000190*                     BACK TO ITS ENTRY BY TRACE NUMBER, WITH THE
000200*                     RETURN REASON CODE FOR THE REFUSAL.  ACHOUT
000210*                     IS THE RETURN FILE FOR TRANSMISSION, IN THE
000220*                     ACHREC LAYOUT: ONE BATCH PER ORIGINAL
000230*                     BATCH, EACH RETURN ENTRY FOLLOWED BY ITS
000240*                     RETURN ADDENDA.  A REFUSAL NO REASON CODE
000250*                     FITS, OR WITH NO ENTRY ON THE ITEMS FILE,
000260*                     LISTS ON ACHRRPT FOR OPERATIONS TO RETURN
000270*                     BY HAND AND ENDS THE STEP RC 4.
000280******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ACH-ITEM-FILE ASSIGN TO "ACHITEMS"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ACHITEMS-STATUS.
000360
000370     SELECT POSTING-EXCEPTION-FILE ASSIGN TO "PEXFILE"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PEXFILE-STATUS.
000400
000410     SELECT ACH-RETURN-FILE ASSIGN TO "ACHOUT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ACHOUT-STATUS.
000440
000450     SELECT RETURN-REPORT-FILE ASSIGN TO "ACHRRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ACHRRPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ACH-ITEM-FILE.
000520     COPY ACHITEM.
000530
000540 FD  POSTING-EXCEPTION-FILE.
000550     COPY PEXREC.
000560
000570 FD  ACH-RETURN-FILE.
000580     COPY ACHREC.
000590
000600 FD  RETURN-REPORT-FILE.
000610 01  RETURN-REPORT-RECORD            PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640 77  WS-ACHITEMS-STATUS          PIC X(02) VALUE SPACES.
000650     88  ACHITEMS-NOT-OPEN                   VALUE '35'.
000660 77  WS-PEXFILE-STATUS           PIC X(02) VALUE SPACES.
000670     88  PEXFILE-NOT-OPEN                    VALUE '35'.
000680 77  WS-ACHOUT-STATUS            PIC X(02) VALUE SPACES.
000690 77  WS-ACHRRPT-STATUS           PIC X(02) VALUE SPACES.
000700
000710 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000720     88  EOF-YES                             VALUE 'Y'.
000730     88  EOF-NO                              VALUE 'N'.
000740
000750 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000760     88  RUN-REFUSED                         VALUE 'Y'.
000770     88  RUN-ACCEPTED                        VALUE 'N'.
000780
000790 77  WS-HEADER-SWITCH            PIC X(01) VALUE 'N'.
000800     88  FILE-HEADER-WRITTEN                 VALUE 'Y'.
000810     88  FILE-HEADER-NOT-WRITTEN             VALUE 'N'.
000820 77  WS-BATCH-SWITCH             PIC X(01) VALUE 'N'.
000830     88  BATCH-OPEN                          VALUE 'Y'.
000840     88  BATCH-NOT-OPEN                      VALUE 'N'.
000850 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
000860     88  REFUSAL-FOUND                       VALUE 'Y'.
000870     88  REFUSAL-NOT-FOUND                   VALUE 'N'.
000880
000890*    BUSINESS DATE, AND THE SAME DATE AS THE YYMMDD THE RETURN
000900*    FILE CARRIES.
000910 01  WS-RUN-DATE-PARTS.
000920     05  WS-RUN-CENTURY              PIC 9(02).
000930     05  WS-RUN-YYMMDD               PIC 9(06).
000940 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-PARTS
000950                                 PIC 9(08).
000960 01  WS-CLOCK.
000970     05  WS-CLOCK-HHMM               PIC X(04).
000980     05  FILLER                      PIC X(04).
000990
001000*    WORK COPY OF A REFUSED SLIP, FOR THE ACCOUNT, AMOUNT AND
001010*    THE TRACE NUMBER ACHIN CARRIED IN TRAN-MEMBER-NAME.
001020 01  WS-SLIP-IMAGE.
001030     05  WS-SLIP-OPERATION           PIC X(08).
001040     05  WS-SLIP-ACCOUNT-ID          PIC X(10).
001050     05  WS-SLIP-AMOUNT              PIC 9(6)V99.
001060     05  FILLER                      PIC X(24).
001070     05  WS-SLIP-TRACE-NUMBER        PIC X(15).
001080     05  FILLER                      PIC X(75).
001090
001100*    TONIGHT'S BRANCH 0900 POSTING REFUSALS, WITH THE RETURN
001110*    REASON EACH CALLS FOR (SPACES IF NONE FITS) AND WHETHER ITS
001120*    ENTRY HAS BEEN FOUND ON THE ITEMS FILE.
001130 01  WS-REFUSAL-TABLE.
001140     05  WS-REFUSAL-ENTRY            OCCURS 500 TIMES.
001150         10  WS-RF-TRACE-NUMBER      PIC X(15).
001160         10  WS-RF-ACCOUNT-ID        PIC X(10).
001170         10  WS-RF-AMOUNT            PIC 9(6)V99.
001180         10  WS-RF-STATUS            PIC 9(02).
001190         10  WS-RF-REASON            PIC X(03).
001200         10  WS-RF-MATCHED           PIC X(01).
001210 77  WS-REFUSAL-MAX              PIC 9(04) COMP VALUE 500.
001220 77  WS-REFUSAL-COUNT            PIC 9(04) COMP VALUE ZEROS.
001230 77  WS-RF-IDX                   PIC 9(04) COMP VALUE ZEROS.
001240
001250*    THE ORIGINAL BATCH OF THE ITEM IN HAND, AND OF THE RETURN
001260*    BATCH NOW OPEN.  A CHANGE OF ORIGINAL BATCH CLOSES ONE
001270*    RETURN BATCH AND OPENS THE NEXT.
001280 01  WS-ITEM-BATCH-KEY.
001290     05  WS-IB-COMPANY-ID            PIC X(10).
001300     05  WS-IB-ODFI-ID               PIC X(08).
001310     05  WS-IB-BATCH-NUMBER          PIC 9(07).
001320 01  WS-OPEN-BATCH-KEY.
001330     05  WS-OB-COMPANY-ID            PIC X(10).
001340     05  WS-OB-ODFI-ID               PIC X(08).
001350     05  WS-OB-BATCH-NUMBER          PIC 9(07).
001360
001370*    THE ORIGINATOR'S BANK ROUTING NUMBER, DIGIT BY DIGIT FOR
001380*    THE CHECK DIGIT.
001390 01  WS-ROUTING.
001400     05  WS-ROUTING-DIGIT            PIC 9(01) OCCURS 8 TIMES.
001410 01  WS-ROUTING-N REDEFINES WS-ROUTING
001420                                 PIC 9(08).
001430 77  WS-CHECK-SUM                PIC 9(04) VALUE ZEROS.
001440 77  WS-CHECK-QUOTIENT           PIC 9(04) VALUE ZEROS.
001450 77  WS-CHECK-REMAINDER          PIC 9(02) VALUE ZEROS.
001460 77  WS-CHECK-DIGIT              PIC 9(01) VALUE ZEROS.
001470
001480*    OUR OWN TRACE NUMBER FOR EACH RETURN: OUR ROUTING NUMBER
001490*    AND A SEQUENCE WITHIN THE FILE.
001500 01  WS-RETURN-TRACE.
001510     05  WS-RT-ROUTING               PIC 9(08).
001520     05  WS-RT-SEQUENCE              PIC 9(07).
001530 77  WS-OUR-ROUTING              PIC X(08) VALUE SPACES.
001540
001550 77  WS-RETURN-REASON            PIC X(03) VALUE SPACES.
001560 77  WS-RETURN-SOURCE            PIC X(10) VALUE SPACES.
001570 77  WS-RETURN-CODE              PIC 9(02) VALUE ZEROS.
001580 77  WS-CODE-TENS                PIC 9(02) VALUE ZEROS.
001590 77  WS-CODE-UNITS               PIC 9(02) VALUE ZEROS.
001600
001610*    CONTROL FIGURES FOR THE RETURN BATCH AND THE RETURN FILE.
001620 77  WS-OUT-BATCH-NUMBER         PIC 9(07) VALUE ZEROS.
001630 77  WS-BT-ENTRY-COUNT           PIC 9(06) VALUE ZEROS.
001640 77  WS-BT-HASH                  PIC 9(12) VALUE ZEROS.
001650 77  WS-BT-DEBIT                 PIC 9(10)V99 VALUE ZEROS.
001660 77  WS-BT-CREDIT                PIC 9(10)V99 VALUE ZEROS.
001670 77  WS-FT-BATCH-COUNT           PIC 9(06) VALUE ZEROS.
001680 77  WS-FT-ENTRY-COUNT           PIC 9(08) VALUE ZEROS.
001690 77  WS-FT-HASH                  PIC 9(12) VALUE ZEROS.
001700 77  WS-FT-DEBIT                 PIC 9(10)V99 VALUE ZEROS.
001710 77  WS-FT-CREDIT                PIC 9(10)V99 VALUE ZEROS.
001720 77  WS-HASH-10                  PIC 9(10) VALUE ZEROS.
001730 77  WS-RECORDS-WRITTEN          PIC 9(08) VALUE ZEROS.
001740 77  WS-BLOCK-COUNT              PIC 9(06) VALUE ZEROS.
001750 77  WS-PAD-COUNT                PIC 9(02) VALUE ZEROS.
001760
001770 77  WS-ITEMS-READ               PIC 9(06) COMP VALUE ZEROS.
001780 77  WS-ITEMS-STALE              PIC 9(06) COMP VALUE ZEROS.
001790 77  WS-REFUSALS-READ            PIC 9(06) COMP VALUE ZEROS.
001800 77  WS-RETURNS-WRITTEN          PIC 9(06) COMP VALUE ZEROS.
001810 77  WS-INTAKE-RETURNS           PIC 9(06) COMP VALUE ZEROS.
001820 77  WS-POSTING-RETURNS          PIC 9(06) COMP VALUE ZEROS.
001830 77  WS-HAND-RETURNS             PIC 9(06) COMP VALUE ZEROS.
001835 77  WS-REFUSALS-OVERFLOW        PIC 9(06) COMP VALUE ZEROS.
001840 77  WS-RETURNED-AMOUNT          PIC 9(10)V99 VALUE ZEROS.
001850 77  WS-HAND-REASON              PIC X(24) VALUE SPACES.
001860
001870 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001880     'ACHRTN - ACH RETURN FILE REGISTER'.
001890 01  WS-HEADING-LINE-2.
001900     05  FILLER                  PIC X(15) VALUE
001910         'BUSINESS DATE: '.
001920     05  H2-RUN-DATE                 PIC 9(08).
001930     05  FILLER                      PIC X(57) VALUE SPACES.
001940
001950 01  WS-RETURN-HEADING-1             PIC X(80) VALUE
001960     'ORIGINAL TRACE  TC ACCOUNT ID        AMOUNT RSN COMPANY     
001970-    '     FROM'.
001980
001990 01  WS-RETURN-HEADING-2             PIC X(80) VALUE
002000     '--------------- -- ---------- ------------- --- ------------
002010-    '---- ----------'.
002020
002030 01  WS-HAND-HEADING-1               PIC X(80) VALUE
002040     'TRACE NUMBER    ACCOUNT ID        AMOUNT POSTING RC    WHY N
002050-    'OT RETURNED'.
002060
002070 01  WS-HAND-HEADING-2               PIC X(80) VALUE
002080     '--------------- ---------- ------------- ----------    -----
002090-    '-------------------'.
002100
002110 01  WS-HAND-TITLE                   PIC X(80) VALUE
002120     'POSTING REFUSALS TO RETURN BY HAND'.
002130 01  WS-NO-RETURNS-LINE              PIC X(80) VALUE
002140     'NO RETURNS FOR THIS BUSINESS DATE - NO FILE TO SEND'.
002150
002160 01  WS-RETURN-LINE.
002170     05  RL-TRACE-NUMBER             PIC X(15).
002180     05  FILLER                      PIC X(01) VALUE SPACE.
002190     05  RL-TRAN-CODE                PIC 9(02).
002200     05  FILLER                      PIC X(01) VALUE SPACE.
002210     05  RL-ACCOUNT-ID               PIC X(10).
002220     05  FILLER                      PIC X(01) VALUE SPACE.
002230     05  RL-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99.
002240     05  FILLER                      PIC X(01) VALUE SPACE.
002250     05  RL-REASON                   PIC X(03).
002260     05  FILLER                      PIC X(01) VALUE SPACE.
002270     05  RL-COMPANY-NAME             PIC X(16).
002280     05  FILLER                      PIC X(01) VALUE SPACE.
002290     05  RL-SOURCE                   PIC X(10).
002300     05  FILLER                      PIC X(05) VALUE SPACES.
002310
002320 01  WS-HAND-LINE.
002330     05  HL-TRACE-NUMBER             PIC X(15).
002340     05  FILLER                      PIC X(01) VALUE SPACE.
002350     05  HL-ACCOUNT-ID               PIC X(10).
002360     05  FILLER                      PIC X(01) VALUE SPACE.
002370     05  HL-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99.
002380     05  FILLER                      PIC X(01) VALUE SPACE.
002390     05  HL-STATUS                   PIC 9(02).
002400     05  FILLER                      PIC X(12) VALUE SPACES.
002410     05  HL-REASON                   PIC X(24).
002420     05  FILLER                      PIC X(01) VALUE SPACE.
002430
002431 01  WS-OVERFLOW-LINE.
002432     05  OL-TEXT                     PIC X(50).
002433     05  OL-COUNT                    PIC ZZZ,ZZ9.
002434     05  FILLER                      PIC X(23) VALUE SPACES.
002435
002440 01  WS-TOTAL-LINE.
002450     05  TL-LABEL                    PIC X(32).
002460     05  TL-COUNT                    PIC ZZ,ZZZ,ZZ9.
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  TL-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99
002490                                     BLANK WHEN ZERO.
002500     05  FILLER                      PIC X(20) VALUE SPACES.
002510
002520 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
002530
002540     COPY CYCLCTL.
002550
002560******************************************************************
002570*    0000-MAINLINE - LOAD TONIGHT'S POSTING REFUSALS, RETURN THE
002580*    ITEMS THAT CALL FOR IT, THEN LIST WHAT IS LEFT FOR HAND
002590*    RETURN.
002600******************************************************************
002610 PROCEDURE DIVISION.
002620
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002650     IF RUN-ACCEPTED
002660         PERFORM 2000-LOAD-REFUSALS THRU 2000-EXIT
002670         PERFORM 3000-RETURN-ITEMS THRU 3000-EXIT
002680         PERFORM 6000-CLOSE-RETURN-FILE THRU 6000-EXIT
002690         PERFORM 7000-LIST-HAND-RETURNS THRU 7000-EXIT
002700         PERFORM 9000-TERMINATE THRU 9000-EXIT
002710     END-IF
002720     STOP RUN.
002730
002740******************************************************************
002750*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE PROCESSING
002760*    CALENDAR AND OPEN THE OUTPUTS.
002770******************************************************************
002780 1000-INITIALIZE.
002790     SET CYC-FN-START TO TRUE
002800     MOVE 'ACHRTN' TO CYC-STEP-NAME
002810     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002820     IF NOT CYC-OK
002830         DISPLAY 'ACHRTN - ' CYC-MESSAGE
002840         DISPLAY 'ACHRTN - RUN REFUSED'
002850         MOVE 16 TO RETURN-CODE
002860         SET RUN-REFUSED TO TRUE
002870         GO TO 1000-EXIT
002880     END-IF
002890     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
002900     ACCEPT WS-CLOCK FROM TIME
002910     OPEN OUTPUT ACH-RETURN-FILE
002920     OPEN OUTPUT RETURN-REPORT-FILE
002930     MOVE WS-RUN-DATE TO H2-RUN-DATE
002940     WRITE RETURN-REPORT-RECORD FROM WS-HEADING-LINE-1
002950     WRITE RETURN-REPORT-RECORD FROM WS-HEADING-LINE-2
002960     WRITE RETURN-REPORT-RECORD FROM WS-BLANK-LINE
002970     WRITE RETURN-REPORT-RECORD FROM WS-RETURN-HEADING-1
002980     WRITE RETURN-REPORT-RECORD FROM WS-RETURN-HEADING-2.
002990 1000-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030*    2000-LOAD-REFUSALS - EVERY BRANCH 0900 SLIP BATCHDRV REFUSED
003040*    FOR THE BUSINESS DATE, WITH THE RETURN REASON ITS POSTING
003050*    RETURN CODE CALLS FOR.  NO PEXFILE MEANS NO REFUSALS.
003060******************************************************************
003070 2000-LOAD-REFUSALS.
003080     OPEN INPUT POSTING-EXCEPTION-FILE
003090     IF PEXFILE-NOT-OPEN
003100         DISPLAY 'ACHRTN - PEXFILE NOT FOUND, NO REFUSALS'
003110         GO TO 2000-EXIT
003120     END-IF
003130     SET EOF-NO TO TRUE
003140     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
003150     PERFORM 2200-LOAD-REFUSAL THRU 2200-EXIT
003160         UNTIL EOF-YES
003170     CLOSE POSTING-EXCEPTION-FILE.
003180 2000-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*    2100-READ-EXCEPTION
003230******************************************************************
003240 2100-READ-EXCEPTION.
003250     READ POSTING-EXCEPTION-FILE
003260         AT END
003270             SET EOF-YES TO TRUE
003280     END-READ.
003290 2100-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330*    2200-LOAD-REFUSAL - ONE EXCEPTION.  ONLY THE ELECTRONIC
003340*    CHANNEL'S OWN SLIPS FOR TONIGHT ARE OURS TO RETURN.  ONE
003350*    THAT WILL NOT FIT IN THE TABLE GOES STRAIGHT TO THE HAND
003360*    LIST.
003370******************************************************************
003380 2200-LOAD-REFUSAL.
003390     IF PEX-BRANCH-ID NOT = '0900'
003400         OR PEX-BUSINESS-DATE NOT = WS-RUN-DATE
003410         GO TO 2200-NEXT
003420     END-IF
003430     ADD 1 TO WS-REFUSALS-READ
003440     MOVE PEX-TRAN-IMAGE TO WS-SLIP-IMAGE
003450     IF WS-REFUSAL-COUNT >= WS-REFUSAL-MAX
003510         DISPLAY 'ACHRTN - REFUSAL TABLE FULL - TRACE '
003520                 WS-SLIP-TRACE-NUMBER ' TO RETURN BY HAND'
003530         ADD 1 TO WS-REFUSALS-OVERFLOW
003535         ADD 1 TO WS-HAND-RETURNS
003540         IF RETURN-CODE < 4
003550             MOVE 4 TO RETURN-CODE
003560         END-IF
003570         GO TO 2200-NEXT
003580     END-IF
003590     ADD 1 TO WS-REFUSAL-COUNT
003600     MOVE WS-SLIP-TRACE-NUMBER
003610         TO WS-RF-TRACE-NUMBER(WS-REFUSAL-COUNT)
003620     MOVE WS-SLIP-ACCOUNT-ID TO WS-RF-ACCOUNT-ID(WS-REFUSAL-COUNT)
003630     MOVE WS-SLIP-AMOUNT TO WS-RF-AMOUNT(WS-REFUSAL-COUNT)
003640     MOVE PEX-RETURN-STATUS TO WS-RF-STATUS(WS-REFUSAL-COUNT)
003650     MOVE 'N' TO WS-RF-MATCHED(WS-REFUSAL-COUNT)
003660     EVALUATE TRUE
003670         WHEN PEX-INSUFFICIENT-FUNDS
003680         WHEN PEX-DAILY-LIMIT
003690             MOVE 'R01' TO WS-RF-REASON(WS-REFUSAL-COUNT)
003700         WHEN PEX-ACCOUNT-CLOSED
003710             MOVE 'R02' TO WS-RF-REASON(WS-REFUSAL-COUNT)
003720         WHEN PEX-ACCOUNT-FROZEN
003730             MOVE 'R16' TO WS-RF-REASON(WS-REFUSAL-COUNT)
003740         WHEN PEX-CERT-NOT-MATURED
003750             MOVE 'R20' TO WS-RF-REASON(WS-REFUSAL-COUNT)
003760         WHEN OTHER
003770             MOVE SPACES TO WS-RF-REASON(WS-REFUSAL-COUNT)
003780     END-EVALUATE.
003790 2200-NEXT.
003800     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
003810 2200-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    3000-RETURN-ITEMS - WORK THE ACH ITEMS FILE.  NO ITEMS FILE
003860*    MEANS ACHIN HAS NEVER RUN, SO NOTHING TO RETURN.
003870******************************************************************
003880 3000-RETURN-ITEMS.
003890     OPEN INPUT ACH-ITEM-FILE
003900     IF ACHITEMS-NOT-OPEN
003910         DISPLAY 'ACHRTN - ACHITEMS NOT FOUND, NO ITEMS'
003920         GO TO 3000-EXIT
003930     END-IF
003940     SET EOF-NO TO TRUE
003950     PERFORM 3100-READ-ITEM THRU 3100-EXIT
003960     PERFORM 3200-WORK-ITEM THRU 3200-EXIT
003970         UNTIL EOF-YES
003980     CLOSE ACH-ITEM-FILE.
003990 3000-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*    3100-READ-ITEM
004040******************************************************************
004050 3100-READ-ITEM.
004060     READ ACH-ITEM-FILE
004070         AT END
004080             SET EOF-YES TO TRUE
004090     END-READ.
004100 3100-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*    3200-WORK-ITEM - AN ITEM ACHIN COULD NOT POST IS RETURNED
004150*    WITH ITS OWN REASON; A SLIP IT WROTE IS RETURNED ONLY IF
004160*    BATCHDRV REFUSED IT.  THE ITEMS FILE STAYS ON DISK UNTIL
004170*    THE NEXT ACHIN RUN REPLACES IT, SO AN ITEM FOR ANY OTHER
004180*    BUSINESS DATE HAS ALREADY BEEN WORKED AND IS PASSED BY.
004190******************************************************************
004200 3200-WORK-ITEM.
004210     ADD 1 TO WS-ITEMS-READ
004220     IF AIT-BUSINESS-DATE NOT = WS-RUN-DATE
004230         ADD 1 TO WS-ITEMS-STALE
004240         GO TO 3200-NEXT
004250     END-IF
004260     IF AIT-RETURNED
004270         MOVE AIT-RETURN-REASON TO WS-RETURN-REASON
004280         MOVE 'ACHIN' TO WS-RETURN-SOURCE
004290         ADD 1 TO WS-INTAKE-RETURNS
004300         PERFORM 4000-WRITE-RETURN THRU 4000-EXIT
004310         GO TO 3200-NEXT
004320     END-IF
004330     SET REFUSAL-NOT-FOUND TO TRUE
004340     PERFORM 3300-FIND-REFUSAL THRU 3300-EXIT
004350         VARYING WS-RF-IDX FROM 1 BY 1
004360         UNTIL WS-RF-IDX > WS-REFUSAL-COUNT
004370            OR REFUSAL-FOUND
004380     IF REFUSAL-NOT-FOUND
004390         GO TO 3200-NEXT
004400     END-IF
004410*    THE VARYING HAS STEPPED ONE PAST THE ENTRY FOUND.
004420     SUBTRACT 1 FROM WS-RF-IDX
004430     MOVE 'Y' TO WS-RF-MATCHED(WS-RF-IDX)
004440     IF WS-RF-REASON(WS-RF-IDX) = SPACES
004450         GO TO 3200-NEXT
004460     END-IF
004470     MOVE WS-RF-REASON(WS-RF-IDX) TO WS-RETURN-REASON
004480     MOVE 'BATCHDRV' TO WS-RETURN-SOURCE
004490     ADD 1 TO WS-POSTING-RETURNS
004500     PERFORM 4000-WRITE-RETURN THRU 4000-EXIT.
004510 3200-NEXT.
004520     PERFORM 3100-READ-ITEM THRU 3100-EXIT.
004530 3200-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570*    3300-FIND-REFUSAL - IS THIS SLIP'S TRACE NUMBER AMONG
004580*    TONIGHT'S REFUSALS NOT YET MATCHED?
004590******************************************************************
004600 3300-FIND-REFUSAL.
004610     IF WS-RF-TRACE-NUMBER(WS-RF-IDX) = AIT-ED-TRACE-NUMBER
004620         AND WS-RF-MATCHED(WS-RF-IDX) = 'N'
004630         SET REFUSAL-FOUND TO TRUE
004640     END-IF.
004650 3300-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690*    4000-WRITE-RETURN - ONE RETURN ENTRY AND ITS ADDENDA, IN A
004700*    RETURN BATCH FOR THE ITEM'S ORIGINAL BATCH.  THE RETURN
004710*    ENTRY GOES BACK TO THE ORIGINATOR'S BANK: CREDIT-SIDE CODES
004720*    COME BACK AS 21/31, DEBIT-SIDE AS 26/36.
004730******************************************************************
004740 4000-WRITE-RETURN.
004750     IF FILE-HEADER-NOT-WRITTEN
004760         PERFORM 4100-WRITE-FILE-HEADER THRU 4100-EXIT
004770     END-IF
004780     MOVE AIT-BH-COMPANY-ID TO WS-IB-COMPANY-ID
004790     MOVE AIT-BH-ODFI-ID TO WS-IB-ODFI-ID
004800     MOVE AIT-BH-BATCH-NUMBER TO WS-IB-BATCH-NUMBER
004810     IF BATCH-OPEN
004820         AND WS-ITEM-BATCH-KEY NOT = WS-OPEN-BATCH-KEY
004830         PERFORM 4300-CLOSE-BATCH THRU 4300-EXIT
004840     END-IF
004850     IF BATCH-NOT-OPEN
004860         PERFORM 4200-OPEN-BATCH THRU 4200-EXIT
004870     END-IF
004880     DIVIDE AIT-ED-TRAN-CODE BY 10
004890         GIVING WS-CODE-TENS
004900         REMAINDER WS-CODE-UNITS
004910     IF WS-CODE-UNITS < 5
004920         COMPUTE WS-RETURN-CODE = WS-CODE-TENS * 10 + 1
004930         ADD AIT-ED-AMOUNT TO WS-BT-CREDIT
004940     ELSE
004950         COMPUTE WS-RETURN-CODE = WS-CODE-TENS * 10 + 6
004960         ADD AIT-ED-AMOUNT TO WS-BT-DEBIT
004970     END-IF
004980     MOVE AIT-BH-ODFI-ID TO WS-ROUTING
004990     PERFORM 4400-CHECK-DIGIT THRU 4400-EXIT
005000     ADD 1 TO WS-RT-SEQUENCE
005010     MOVE SPACES TO ACH-ENTRY-DETAIL
005020     MOVE '6' TO ACH-ED-RECORD-TYPE
005030     MOVE WS-RETURN-CODE TO ACH-ED-TRAN-CODE
005040     MOVE WS-ROUTING-N TO ACH-ED-RDFI-ID
005050     MOVE WS-CHECK-DIGIT TO ACH-ED-CHECK-DIGIT
005060     MOVE AIT-ED-DFI-ACCOUNT TO ACH-ED-DFI-ACCOUNT
005070     MOVE AIT-ED-AMOUNT TO ACH-ED-AMOUNT
005080     MOVE AIT-ED-INDIVIDUAL-ID TO ACH-ED-INDIVIDUAL-ID
005090     MOVE AIT-ED-INDIVIDUAL-NAME TO ACH-ED-INDIVIDUAL-NAME
005100     MOVE AIT-ED-DISCRETIONARY TO ACH-ED-DISCRETIONARY
005110     MOVE '1' TO ACH-ED-ADDENDA-INDICATOR
005120     MOVE WS-RETURN-TRACE TO ACH-ED-TRACE-NUMBER
005130     WRITE ACH-ENTRY-DETAIL
005140     ADD 1 TO WS-RECORDS-WRITTEN
005150     ADD 1 TO WS-BT-ENTRY-COUNT
005160     ADD WS-ROUTING-N TO WS-BT-HASH
005170     MOVE SPACES TO ACH-RETURN-ADDENDA
005180     MOVE '7' TO ACH-RA-RECORD-TYPE
005190     MOVE '99' TO ACH-RA-TYPE-CODE
005200     MOVE WS-RETURN-REASON TO ACH-RA-RETURN-REASON
005210     MOVE AIT-ED-TRACE-NUMBER TO ACH-RA-ORIGINAL-TRACE
005220     MOVE AIT-ED-RDFI-ID TO ACH-RA-ORIGINAL-RDFI-ID
005230     MOVE WS-RETURN-TRACE TO ACH-RA-TRACE-NUMBER
005240     WRITE ACH-RETURN-ADDENDA
005250     ADD 1 TO WS-RECORDS-WRITTEN
005260     ADD 1 TO WS-BT-ENTRY-COUNT
005270     ADD 1 TO WS-RETURNS-WRITTEN
005280     ADD AIT-ED-AMOUNT TO WS-RETURNED-AMOUNT
005290     MOVE AIT-ED-TRACE-NUMBER TO RL-TRACE-NUMBER
005300     MOVE WS-RETURN-CODE TO RL-TRAN-CODE
005310     MOVE AIT-ACCOUNT-ID TO RL-ACCOUNT-ID
005320     MOVE AIT-ED-AMOUNT TO RL-AMOUNT
005330     MOVE WS-RETURN-REASON TO RL-REASON
005340     MOVE AIT-BH-COMPANY-NAME TO RL-COMPANY-NAME
005350     MOVE WS-RETURN-SOURCE TO RL-SOURCE
005360     WRITE RETURN-REPORT-RECORD FROM WS-RETURN-LINE.
005370 4000-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*    4100-WRITE-FILE-HEADER - THE RETURN FILE GOES BACK THE WAY
005420*    THE INBOUND FILE CAME, SO DESTINATION AND ORIGIN SWAP.
005430*    OUR ROUTING NUMBER IS THE RECEIVING DFI OF THE ENTRIES.
005440******************************************************************
005450 4100-WRITE-FILE-HEADER.
005460     MOVE SPACES TO ACH-FILE-HEADER
005470     MOVE '1' TO ACH-FH-RECORD-TYPE
005480     MOVE '01' TO ACH-FH-PRIORITY-CODE
005490     MOVE AIT-FH-ORIGIN TO ACH-FH-DESTINATION
005500     MOVE AIT-FH-DESTINATION TO ACH-FH-ORIGIN
005510     MOVE WS-RUN-YYMMDD TO ACH-FH-CREATION-DATE
005520     MOVE WS-CLOCK-HHMM TO ACH-FH-CREATION-TIME
005530     MOVE 'A' TO ACH-FH-ID-MODIFIER
005540     MOVE '094' TO ACH-FH-RECORD-SIZE
005550     MOVE '10' TO ACH-FH-BLOCKING-FACTOR
005560     MOVE '1' TO ACH-FH-FORMAT-CODE
005570     MOVE AIT-FH-ORIGIN-NAME TO ACH-FH-DEST-NAME
005580     MOVE AIT-FH-DEST-NAME TO ACH-FH-ORIGIN-NAME
005590     WRITE ACH-FILE-HEADER
005600     ADD 1 TO WS-RECORDS-WRITTEN
005610     MOVE AIT-ED-RDFI-ID TO WS-OUR-ROUTING
005620     MOVE AIT-ED-RDFI-ID TO WS-RT-ROUTING
005630     MOVE ZEROS TO WS-RT-SEQUENCE
005640     SET FILE-HEADER-WRITTEN TO TRUE.
005650 4100-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*    4200-OPEN-BATCH - A RETURN BATCH CARRIES THE ORIGINAL
005700*    COMPANY'S IDENTIFICATION, EFFECTIVE TONIGHT.
005710******************************************************************
005720 4200-OPEN-BATCH.
005730     ADD 1 TO WS-OUT-BATCH-NUMBER
005740     MOVE ZEROS TO WS-BT-ENTRY-COUNT
005750     MOVE ZEROS TO WS-BT-HASH
005760     MOVE ZEROS TO WS-BT-DEBIT
005770     MOVE ZEROS TO WS-BT-CREDIT
005780     MOVE WS-ITEM-BATCH-KEY TO WS-OPEN-BATCH-KEY
005790     MOVE SPACES TO ACH-BATCH-HEADER
005800     MOVE '5' TO ACH-BH-RECORD-TYPE
005810     MOVE '200' TO ACH-BH-SERVICE-CLASS
005820     MOVE AIT-BH-COMPANY-NAME TO ACH-BH-COMPANY-NAME
005830     MOVE AIT-BH-DISCRETIONARY TO ACH-BH-DISCRETIONARY
005840     MOVE AIT-BH-COMPANY-ID TO ACH-BH-COMPANY-ID
005850     MOVE AIT-BH-SEC-CODE TO ACH-BH-SEC-CODE
005860     MOVE AIT-BH-ENTRY-DESC TO ACH-BH-ENTRY-DESC
005870     MOVE AIT-BH-DESCRIPTIVE-DATE TO ACH-BH-DESCRIPTIVE-DATE
005880     MOVE WS-RUN-YYMMDD TO ACH-BH-EFFECTIVE-DATE
005890     MOVE '1' TO ACH-BH-ORIGINATOR-STATUS
005900     MOVE WS-OUR-ROUTING TO ACH-BH-ODFI-ID
005910     MOVE WS-OUT-BATCH-NUMBER TO ACH-BH-BATCH-NUMBER
005920     WRITE ACH-BATCH-HEADER
005930     ADD 1 TO WS-RECORDS-WRITTEN
005940     SET BATCH-OPEN TO TRUE.
005950 4200-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*    4300-CLOSE-BATCH - BATCH CONTROL FOR THE OPEN RETURN BATCH,
006000*    AND ITS FIGURES INTO THE FILE'S.
006010******************************************************************
006020 4300-CLOSE-BATCH.
006030     MOVE WS-BT-HASH TO WS-HASH-10
006040     MOVE SPACES TO ACH-BATCH-CONTROL
006050     MOVE '8' TO ACH-BC-RECORD-TYPE
006060     MOVE '200' TO ACH-BC-SERVICE-CLASS
006070     MOVE WS-BT-ENTRY-COUNT TO ACH-BC-ENTRY-COUNT
006080     MOVE WS-HASH-10 TO ACH-BC-ENTRY-HASH
006090     MOVE WS-BT-DEBIT TO ACH-BC-TOTAL-DEBIT
006100     MOVE WS-BT-CREDIT TO ACH-BC-TOTAL-CREDIT
006110     MOVE WS-OB-COMPANY-ID TO ACH-BC-COMPANY-ID
006120     MOVE WS-OUR-ROUTING TO ACH-BC-ODFI-ID
006130     MOVE WS-OUT-BATCH-NUMBER TO ACH-BC-BATCH-NUMBER
006140     WRITE ACH-BATCH-CONTROL
006150     ADD 1 TO WS-RECORDS-WRITTEN
006160     ADD 1 TO WS-FT-BATCH-COUNT
006170     ADD WS-BT-ENTRY-COUNT TO WS-FT-ENTRY-COUNT
006180     ADD WS-BT-HASH TO WS-FT-HASH
006190     ADD WS-BT-DEBIT TO WS-FT-DEBIT
006200     ADD WS-BT-CREDIT TO WS-FT-CREDIT
006210     SET BATCH-NOT-OPEN TO TRUE.
006220 4300-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260*    4400-CHECK-DIGIT - CHECK DIGIT OF THE 8-DIGIT ROUTING
006270*    NUMBER IN WS-ROUTING: WEIGHTS 3 7 1 REPEATING, AND THE
006280*    DIGIT THAT BRINGS THE SUM UP TO A MULTIPLE OF TEN.
006290******************************************************************
006300 4400-CHECK-DIGIT.
006310     MOVE ZERO TO WS-CHECK-DIGIT
006320     IF WS-ROUTING IS NOT NUMERIC
006330         MOVE ZEROS TO WS-ROUTING-N
006340         GO TO 4400-EXIT
006350     END-IF
006360     COMPUTE WS-CHECK-SUM = WS-ROUTING-DIGIT(1) * 3
006370                          + WS-ROUTING-DIGIT(2) * 7
006380                          + WS-ROUTING-DIGIT(3)
006390                          + WS-ROUTING-DIGIT(4) * 3
006400                          + WS-ROUTING-DIGIT(5) * 7
006410                          + WS-ROUTING-DIGIT(6)
006420                          + WS-ROUTING-DIGIT(7) * 3
006430                          + WS-ROUTING-DIGIT(8) * 7
006440     DIVIDE WS-CHECK-SUM BY 10
006450         GIVING WS-CHECK-QUOTIENT
006460         REMAINDER WS-CHECK-REMAINDER
006470     IF WS-CHECK-REMAINDER NOT = ZERO
006480         COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REMAINDER
006490     END-IF.
006500 4400-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540*    6000-CLOSE-RETURN-FILE - CLOSE THE LAST BATCH, WRITE THE
006550*    FILE CONTROL AND PAD THE LAST BLOCK OF TEN WITH ALL NINES.
006560*    A NIGHT WITH NO RETURNS LEAVES THE FILE EMPTY.
006570******************************************************************
006580 6000-CLOSE-RETURN-FILE.
006590     IF FILE-HEADER-NOT-WRITTEN
006600         WRITE RETURN-REPORT-RECORD FROM WS-NO-RETURNS-LINE
006610         GO TO 6000-EXIT
006620     END-IF
006630     IF BATCH-OPEN
006640         PERFORM 4300-CLOSE-BATCH THRU 4300-EXIT
006650     END-IF
006660     ADD 1 TO WS-RECORDS-WRITTEN
006670     COMPUTE WS-BLOCK-COUNT = (WS-RECORDS-WRITTEN + 9) / 10
006680     COMPUTE WS-PAD-COUNT = WS-BLOCK-COUNT * 10
006690                          - WS-RECORDS-WRITTEN
006700     MOVE WS-FT-HASH TO WS-HASH-10
006710     MOVE SPACES TO ACH-FILE-CONTROL
006720     MOVE '9' TO ACH-FC-RECORD-TYPE
006730     MOVE WS-FT-BATCH-COUNT TO ACH-FC-BATCH-COUNT
006740     MOVE WS-BLOCK-COUNT TO ACH-FC-BLOCK-COUNT
006750     MOVE WS-FT-ENTRY-COUNT TO ACH-FC-ENTRY-COUNT
006760     MOVE WS-HASH-10 TO ACH-FC-ENTRY-HASH
006770     MOVE WS-FT-DEBIT TO ACH-FC-TOTAL-DEBIT
006780     MOVE WS-FT-CREDIT TO ACH-FC-TOTAL-CREDIT
006790     WRITE ACH-FILE-CONTROL
006800     PERFORM 6100-WRITE-PADDING THRU 6100-EXIT
006810         WS-PAD-COUNT TIMES.
006820 6000-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860*    6100-WRITE-PADDING
006870******************************************************************
006880 6100-WRITE-PADDING.
006890     MOVE ALL '9' TO ACH-RECORD
006900     WRITE ACH-RECORD.
006910 6100-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*    7000-LIST-HAND-RETURNS - REFUSALS NO RETURN REASON FITS,
006960*    AND REFUSALS WHOSE ENTRY IS NOT ON THE ITEMS FILE, ARE
006970*    RETURNED BY OPERATIONS BY HAND (RC 4).
006980******************************************************************
006990 7000-LIST-HAND-RETURNS.
007000     WRITE RETURN-REPORT-RECORD FROM WS-BLANK-LINE
007010     WRITE RETURN-REPORT-RECORD FROM WS-HAND-TITLE
007020     WRITE RETURN-REPORT-RECORD FROM WS-HAND-HEADING-1
007030     WRITE RETURN-REPORT-RECORD FROM WS-HAND-HEADING-2
007040     PERFORM 7100-LIST-REFUSAL THRU 7100-EXIT
007045         VARYING WS-RF-IDX FROM 1 BY 1
007050         UNTIL WS-RF-IDX > WS-REFUSAL-COUNT
007055     IF WS-REFUSALS-OVERFLOW > ZERO
007060         MOVE 'MORE REFUSALS THAN THE TABLE HOLDS - SEE JOB LOG'
007065             TO OL-TEXT
007070         MOVE WS-REFUSALS-OVERFLOW TO OL-COUNT
007075         WRITE RETURN-REPORT-RECORD FROM WS-OVERFLOW-LINE
007080     END-IF.
007100 7000-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140*    7100-LIST-REFUSAL
007150******************************************************************
007160 7100-LIST-REFUSAL.
007170     EVALUATE TRUE
007180         WHEN WS-RF-MATCHED(WS-RF-IDX) = 'N'
007190             MOVE 'NO ACH ITEM ON FILE' TO WS-HAND-REASON
007200         WHEN WS-RF-REASON(WS-RF-IDX) = SPACES
007210             MOVE 'NO RETURN REASON FITS' TO WS-HAND-REASON
007220         WHEN OTHER
007230             GO TO 7100-EXIT
007240     END-EVALUATE
007250     MOVE WS-RF-TRACE-NUMBER(WS-RF-IDX) TO HL-TRACE-NUMBER
007260     MOVE WS-RF-ACCOUNT-ID(WS-RF-IDX) TO HL-ACCOUNT-ID
007270     MOVE WS-RF-AMOUNT(WS-RF-IDX) TO HL-AMOUNT
007280     MOVE WS-RF-STATUS(WS-RF-IDX) TO HL-STATUS
007290     MOVE WS-HAND-REASON TO HL-REASON
007300     WRITE RETURN-REPORT-RECORD FROM WS-HAND-LINE
007310     ADD 1 TO WS-HAND-RETURNS
007320     IF RETURN-CODE < 4
007330         MOVE 4 TO RETURN-CODE
007340     END-IF.
007350 7100-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390*    9000-TERMINATE - TOTALS, CLOSE, AND RECORD THE STEP
007400*    COMPLETE.  THE CALL RESETS RETURN-CODE, SO IT IS CARRIED
007410*    THROUGH CYC-STEP-RC AND PUT BACK.
007420******************************************************************
007430 9000-TERMINATE.
007440     WRITE RETURN-REPORT-RECORD FROM WS-BLANK-LINE
007450     MOVE 'ITEMS READ:' TO TL-LABEL
007460     MOVE WS-ITEMS-READ TO TL-COUNT
007470     MOVE ZEROS TO TL-AMOUNT
007480     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
007490     MOVE 'ITEMS FROM AN EARLIER DATE:' TO TL-LABEL
007500     MOVE WS-ITEMS-STALE TO TL-COUNT
007510     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
007520     MOVE 'BRANCH 0900 POSTING REFUSALS:' TO TL-LABEL
007530     MOVE WS-REFUSALS-READ TO TL-COUNT
007540     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
007550     MOVE 'RETURNED - NOT POSTED BY ACHIN:' TO TL-LABEL
007560     MOVE WS-INTAKE-RETURNS TO TL-COUNT
007570     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
007580     MOVE 'RETURNED - REFUSED AT POSTING:' TO TL-LABEL
007590     MOVE WS-POSTING-RETURNS TO TL-COUNT
007600     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
007610     MOVE 'RETURN ENTRIES WRITTEN:' TO TL-LABEL
007620     MOVE WS-RETURNS-WRITTEN TO TL-COUNT
007630     MOVE WS-RETURNED-AMOUNT TO TL-AMOUNT
007640     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
007650     MOVE 'TO RETURN BY HAND:' TO TL-LABEL
007660     MOVE WS-HAND-RETURNS TO TL-COUNT
007670     MOVE ZEROS TO TL-AMOUNT
007680     WRITE RETURN-REPORT-RECORD FROM WS-TOTAL-LINE
007690     CLOSE ACH-RETURN-FILE
007700     CLOSE RETURN-REPORT-FILE
007710     DISPLAY 'ACHRTN - RETURNS WRITTEN: ' WS-RETURNS-WRITTEN
007720     DISPLAY 'ACHRTN - RETURN BY HAND:  ' WS-HAND-RETURNS
007730     SET CYC-FN-COMPLETE TO TRUE
007740     MOVE RETURN-CODE TO CYC-STEP-RC
007750     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
007760     MOVE CYC-STEP-RC TO RETURN-CODE
007770     IF NOT CYC-OK
007780         DISPLAY 'ACHRTN - ' CYC-MESSAGE
007790         DISPLAY 'ACHRTN - STEP NOT RECORDED COMPLETE'
007800     END-IF.
007810 9000-EXIT.
007820     EXIT.
