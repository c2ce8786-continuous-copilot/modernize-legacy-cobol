000930*    2026-09-02 RH    PASS TRAN-MEMBER-ID THROUGH SO AN OPEN
000940*                     SLIP TIES ITS NEW ACCOUNT TO THE MEMBER
000950*                     MASTER.
000952*    2026-10-15 RH    PASS TRAN-HOLD-AMOUNT, TRAN-HOLD-RELEASE-
000954*                     DATE AND TRAN-HOLD-REASON THROUGH SO A
000956*                     DEPOSIT SLIP CAN PLACE AN UNCOLLECTED-
000958*                     FUNDS HOLD.
000959*    2026-10-15 RH    POSTING EXCEPTIONS.  A SLIP REFUSED AT
000960*                     POSTING FOR FUNDS, DAILY LIMIT, A BLOCKED
000961*                     OTHER LEG, A FROZEN OR CLOSED ACCOUNT OR
000962*                     NO RATE (RC 20, 21, 42, 50, 51, 60) IS NOW
000963*                     WRITTEN TO PEXFILE WITH ITS RETURN CODE,
000964*                     BRANCH AND TELLER, AND AT END OF RUN THE
000965*                     PEXRPT REGISTER LISTS THE DAY'S EXCEPTIONS
000966*                     GROUPED BY BRANCH WITH BRANCH AND GRAND
000967*                     TOTALS.  PEXFILE IS OPENED EXTEND SO A
000968*                     RESTARTED RUN KEEPS WHAT THE FAILED RUN
000969*                     WROTE; THE PEXNOTC JOB RETIRES IT AFTER
000970*                     THE MEMBER NOTICES PRINT.
000971*    2026-10-15 RH    PROCESSING CALENDAR.  THE BUSDATE CARD IS
000972*                     RETIRED: THE RUN TAKES ITS BUSINESS DATE
000973*                     FROM THE PROCESSING CALENDAR THROUGH
000974*                     CYCLECTL, WHICH REFUSES THE RUN (RC 16)
000975*                     UNLESS TRANEDIT IS COMPLETE FOR THE DATE
000976*                     AND POSTING IS NOT.  THE CLEAN FILE'S
000977*                     TRAILER MUST CARRY THE CALENDAR DATE.  A
000978*                     RUN THAT POSTS TO THE END IS RECORDED
000979*                     COMPLETE; A RUN THAT DIES IS NOT, SO THE
000980*                     CHECKPOINT RESTART IS STILL ALLOWED.
000981*    2026-10-15 RH    ACCOUNT MAINTENANCE.  MAINT SLIPS GET THEIR
000982*                     OWN POSTING PROOF SLOT.  A REFUSED MAINT
000983*                     SLIP IS NOT A POSTING EXCEPTION - NO MONEY
000984*                     MOVED AND THE MEMBER GETS NO NOTICE - IT
000985*                     LISTS ON THE MAINTRPT REVIEW INSTEAD.
000986*    2026-10-15 RH    TERM SHARE CERTIFICATES.  PASS THE PRODUCT
000987*                     TYPE, CERTIFICATE TERMS AND EARLY-
000988*                     WITHDRAWAL FLAG THROUGH TO DATAPROGRAM.
000989*                     RENEW SLIPS GET THEIR OWN POSTING PROOF
000990*                     SLOT; A REFUSED RENEW IS A HOUSE MATTER
000991*                     (THE NEXT CERTMAT RUN TRIES AGAIN), NOT A
000992*                     POSTING EXCEPTION.  RC 53 (CERTIFICATE NOT
000993*                     MATURED) LISTS ON THE EXCEPTIONS REGISTER.
000994******************************************************************
000995
000996 ENVIRONMENT DIVISION.
000997 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
001020         ORGANIZATION IS LINE SEQUENTIAL
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-PROOFRPT-STATUS.
001140
001172     SELECT POSTING-EXCEPTION-FILE ASSIGN TO "PEXFILE"
001173         ORGANIZATION IS LINE SEQUENTIAL
001174         FILE STATUS IS WS-PEXFILE-STATUS.
001175
001176     SELECT EXCEPTION-REGISTER-FILE ASSIGN TO "PEXRPT"
001177         ORGANIZATION IS LINE SEQUENTIAL
001178         FILE STATUS IS WS-PEXRPT-STATUS.
001180
001190 DATA DIVISION.
001200 FILE SECTION.
001270 FD  PROOF-REPORT-FILE.
001280 01  PROOF-REPORT-RECORD             PIC X(80).
001290
001312 FD  POSTING-EXCEPTION-FILE.
001313     COPY PEXREC.
001314
001315 FD  EXCEPTION-REGISTER-FILE.
001316 01  EXCEPTION-REGISTER-RECORD       PIC X(80).
001320
001330 WORKING-STORAGE SECTION.
001340 77  WS-TRANIN-STATUS            PIC X(02) VALUE SPACES.
001360 77  WS-CHKPT-STATUS             PIC X(02) VALUE SPACES.
001370     88  CHKPT-NOT-OPEN                      VALUE '35'.
001380 77  WS-PROOFRPT-STATUS          PIC X(02) VALUE SPACES.
001402 77  WS-PEXFILE-STATUS           PIC X(02) VALUE SPACES.
001404     88  PEXFILE-NOT-OPEN                    VALUE '35'.
001406 77  WS-PEXRPT-STATUS            PIC X(02) VALUE SPACES.
001420 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
001430 77  WS-CHKPT-KEY                PIC 9(04) COMP VALUE 1.
001440
001540 77  WS-SLIP-AMOUNT              PIC 9(6)V99 VALUE ZEROS.
001550 77  WS-TRAN-COUNT               PIC 9(06) COMP VALUE ZEROS.
001560 77  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZEROS.
001565 77  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZEROS.
001570
001580*    CHECKPOINT IMAGE.  REWRITTEN IN PLACE OVER CHKPT'S SINGLE
001590*    RECORD EVERY WS-CHECKPOINT-INTERVAL POSTINGS - THE FILE IS
001880     05  WS-SESSION-BRANCH-ID        PIC X(04) VALUE SPACES.
001890     05  WS-SESSION-TELLER-ID        PIC X(04) VALUE SPACES.
001900     05  WS-SESSION-MEMBER-ID        PIC X(10) VALUE SPACES.
001902     05  WS-SESSION-HOLD-AMOUNT      PIC 9(6)V99 VALUE ZEROS.
001904     05  WS-SESSION-HOLD-RELEASE     PIC 9(08) VALUE ZEROS.
001906     05  WS-SESSION-HOLD-REASON      PIC X(02) VALUE SPACES.
001907     05  WS-SESSION-PRODUCT-TYPE     PIC X(01) VALUE SPACES.
001908     05  WS-SESSION-CERT-TERM        PIC 9(03) VALUE ZEROS.
001909     05  WS-SESSION-CERT-OPTION      PIC X(01) VALUE SPACES.
001910     05  WS-SESSION-CERT-PAYOUT-ID   PIC X(10) VALUE SPACES.
001911     05  WS-SESSION-EARLY-FLAG       PIC X(01) VALUE SPACES.
001912
001920*    TRANSMISSION CONTROL STATE FOR THE PRE-POSTING PROOF OF
001930*    TRANIN AGAINST ITS CONTROL TRAILER.
001940 01  WS-CONTROL-TOTALS.
002060*    POSTING PROOF TABLE - ONE SLOT PER OPERATION, THE LAST
002070*    SLOT CATCHES ANYTHING THE EDIT SHOULD HAVE STOPPED.
002080 01  WS-PROOF-TABLE.
002090     05  WS-PROOF-ENTRY OCCURS 14 TIMES.
002100         10  WS-PRF-OPERATION        PIC X(08).
002110         10  WS-PRF-READ-COUNT       PIC 9(06).
002120         10  WS-PRF-POSTED-COUNT     PIC 9(06).
002410     05  FILLER                      PIC X(09) VALUE SPACES.
002420
002430 01  WS-PROOF-BLANK-LINE             PIC X(80) VALUE SPACES.
002431
002432*    POSTING EXCEPTIONS REGISTER.  ONE ROW PER BRANCH WITH
002433*    EXCEPTIONS FOR THE BUSINESS DATE, KEPT IN BRANCH ORDER AS
002434*    ROWS ARE ADDED SO THE REGISTER PRINTS BRANCH BY BRANCH.
002435 01  WS-PEX-BRANCH-TABLE.
002436     05  WS-PEX-BRANCH-ENTRY OCCURS 50 TIMES.
002437         10  WS-PXB-BRANCH-ID        PIC X(04).
002438         10  WS-PXB-COUNT            PIC 9(06).
002439         10  WS-PXB-AMOUNT           PIC 9(9)V99.
002440
002441 77  WS-PXB-BRANCH-COUNT         PIC 9(04) COMP VALUE ZEROS.
002442 77  WS-PXB-IDX                  PIC 9(04) COMP VALUE ZEROS.
002443 77  WS-PXB-MATCH                PIC 9(04) COMP VALUE ZEROS.
002444 77  WS-PXB-INSERT               PIC 9(04) COMP VALUE ZEROS.
002445 77  WS-PXB-SHIFT                PIC 9(04) COMP VALUE ZEROS.
002446 77  WS-PXB-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002447     88  PXB-FOUND-YES                       VALUE 'Y'.
002448     88  PXB-FOUND-NO                        VALUE 'N'.
002449 77  WS-PEX-EOF-SWITCH           PIC X(01) VALUE 'N'.
002450     88  PEX-EOF-YES                         VALUE 'Y'.
002451     88  PEX-EOF-NO                          VALUE 'N'.
002452 77  WS-PEX-LISTED-COUNT         PIC 9(06) COMP VALUE ZEROS.
002453 77  WS-PEX-UNLISTED-COUNT       PIC 9(06) COMP VALUE ZEROS.
002454 77  WS-PEX-TOTAL-AMOUNT         PIC 9(9)V99 VALUE ZEROS.
002455
002456*    WORK COPY OF THE REFUSED SLIP SO THE REGISTER CAN NAME THE
002457*    ACCOUNT, OPERATION AND AMOUNT OFF THE STORED IMAGE.
002458 01  WS-PEX-SLIP-IMAGE.
002459     05  WS-PEX-SLIP-OPERATION       PIC X(08).
002460     05  WS-PEX-SLIP-ACCOUNT-ID      PIC X(10).
002461     05  WS-PEX-SLIP-AMOUNT          PIC 9(6)V99.
002462     05  FILLER                      PIC X(114).
002463
002464 01  WS-PEX-HEADING-1                PIC X(80) VALUE
002465     'BATCHDRV - POSTING EXCEPTIONS REGISTER'.
002466 01  WS-PEX-HEADING-2.
002467     05  FILLER                      PIC X(15) VALUE
002468     'BUSINESS DATE: '.
002469     05  PH2-BUSINESS-DATE           PIC 9(08).
002470     05  FILLER                      PIC X(57) VALUE SPACES.
002471 01  WS-PEX-BRANCH-HEADING.
002472     05  FILLER                  PIC X(08) VALUE 'BRANCH: '.
002473     05  PBH-BRANCH-ID               PIC X(04).
002474     05  FILLER                      PIC X(68) VALUE SPACES.
002475 01  WS-PEX-COLUMN-LINE              PIC X(80) VALUE
002476     'TELR  ACCOUNT     OPERATION     AMOUNT  RC  REASON'.
002477 01  WS-PEX-RULE-LINE                PIC X(80) VALUE
002478     '----  ----------  --------  ----------  --  ----------------
002479-    '--------------'.
002480
002481 01  WS-PEX-DETAIL-LINE.
002482     05  RL-TELLER-ID                PIC X(04).
002483     05  FILLER                      PIC X(02) VALUE SPACES.
002484     05  RL-ACCOUNT-ID               PIC X(10).
002485     05  FILLER                      PIC X(02) VALUE SPACES.
002486     05  RL-OPERATION                PIC X(08).
002487     05  FILLER                      PIC X(02) VALUE SPACES.
002488     05  RL-AMOUNT                   PIC ZZZ,ZZ9.99.
002489     05  FILLER                      PIC X(02) VALUE SPACES.
002490     05  RL-RETURN-STATUS            PIC 9(02).
002491     05  FILLER                      PIC X(02) VALUE SPACES.
002492     05  RL-REASON                   PIC X(30).
002493     05  FILLER                      PIC X(06) VALUE SPACES.
002494
002495 01  WS-PEX-TOTAL-LINE.
002496     05  RT-LABEL                    PIC X(16).
002497     05  RT-BRANCH-ID                PIC X(04).
002498     05  FILLER                      PIC X(02) VALUE SPACES.
002499     05  RT-COUNT                    PIC ZZZ,ZZ9.
002500     05  FILLER                      PIC X(08) VALUE ' ITEMS  '.
002501     05  RT-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.
002502     05  FILLER                      PIC X(29) VALUE SPACES.
002503
002504     COPY CYCLCTL.
002505
002506******************************************************************
002507*    0000-MAINLINE
002508******************************************************************
002509 PROCEDURE DIVISION.
002510
002511 0000-MAINLINE.
002512     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002530         UNTIL EOF-YES
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT
002740     MOVE 'BATSTART' TO WS-SESSION-OPERATION
002750     PERFORM 2400-CALL-SESSION-CONTROL THRU 2400-EXIT
002760     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
002765     PERFORM 1500-OPEN-EXCEPTIONS THRU 1500-EXIT
002770     OPEN INPUT TRANSACTION-FILE
002780     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
002790     PERFORM 1200-SKIP-POSTED THRU 1200-EXIT
003890         IF TRL-BUSINESS-DATE IS NOT NUMERIC
003900             OR TRL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
003910             DISPLAY 'BATCHDRV - TRAILER BUSINESS DATE DOES '
003920                     'NOT MATCH PROCESSING CALENDAR - RUN '
003925                     'REFUSED'
003930             SET CONTROL-FAILED TO TRUE
003940             MOVE 16 TO RETURN-CODE
003950         END-IF
004170     EXIT.
004180
004190******************************************************************
004200*    1350-READ-BUSINESS-DATE - TAKE THE RUN'S BUSINESS DATE FROM
004210*    THE PROCESSING CALENDAR.  CYCLECTL REFUSES THE STEP UNLESS
004220*    TRANEDIT HAS COMPLETED FOR THE DATE AND POSTING HAS NOT,
004230*    AND THE REFUSAL STOPS THE RUN BEFORE ANYTHING POSTS.  THE
004240*    CLEAN FILE'S TRAILER MUST AGREE WITH THE DATE.
004250******************************************************************
004260 1350-READ-BUSINESS-DATE.
004270     SET CYC-FN-START TO TRUE
004280     MOVE 'BATCHDRV' TO CYC-STEP-NAME
004290     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
004300     IF NOT CYC-OK
004310         DISPLAY 'BATCHDRV - ' CYC-MESSAGE
004320         DISPLAY 'BATCHDRV - PROCESSING CALENDAR REFUSED THE '
004330                 'STEP - RUN REFUSED'
004340         SET CONTROL-FAILED TO TRUE
004350         MOVE 16 TO RETURN-CODE
004360         GO TO 1350-EXIT
004370     END-IF
004380     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
004390 1350-EXIT.
004400     EXIT.
004560
004570******************************************************************
004580*    1400-INIT-PROOF-TABLE - NAME AND ZERO THE PROOF SLOTS.
004690     MOVE 'FREEZE'   TO WS-PRF-OPERATION(9)
004700     MOVE 'UNFREEZE' TO WS-PRF-OPERATION(10)
004710     MOVE 'CLOSE'    TO WS-PRF-OPERATION(11)
004715     MOVE 'MAINT'    TO WS-PRF-OPERATION(12)
004717     MOVE 'RENEW'    TO WS-PRF-OPERATION(13)
004720     MOVE 'OTHER'    TO WS-PRF-OPERATION(14)
004730     PERFORM 1410-ZERO-PROOF-ENTRY THRU 1410-EXIT
004740         VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 14.
004750 1400-EXIT.
004760     EXIT.
004770
004870 1410-EXIT.
004880     EXIT.
004890
004891******************************************************************
004892*    1500-OPEN-EXCEPTIONS - OPEN THE POSTING EXCEPTIONS FILE FOR
004893*    APPEND (CREATING IT ON FIRST USE).  EXTEND, NOT OUTPUT, SO A
004894*    RESTART KEEPS THE EXCEPTIONS THE FAILED RUN ALREADY WROTE
004895*    FOR THE SLIPS IT WILL NOT SEE AGAIN; THE PEXNOTC JOB
004896*    RETIRES THE FILE ONCE THE NOTICES HAVE PRINTED.
004897******************************************************************
004898 1500-OPEN-EXCEPTIONS.
004899     OPEN EXTEND POSTING-EXCEPTION-FILE
004900     IF PEXFILE-NOT-OPEN
004901         OPEN OUTPUT POSTING-EXCEPTION-FILE
004902     END-IF.
004903 1500-EXIT.
004904     EXIT.
004905
004906******************************************************************
004910*    2000-PROCESS-TRANSACTIONS - CALL DATAPROGRAM FOR THE CURRENT
004920*    RECORD AND PRIME THE NEXT ONE.  THE CONTROL TRAILER IS NOT
004930*    A SLIP AND NEVER GOES TO POSTING.
005350                              TRAN-TELLER-ID
005360                              WS-BUSINESS-DATE
005370                              TRAN-MEMBER-ID
005372                              TRAN-HOLD-AMOUNT
005374                              TRAN-HOLD-RELEASE-DATE
005376                              TRAN-HOLD-REASON
005377                              TRAN-PRODUCT-TYPE
005378                              TRAN-CERT-TERM-MONTHS
005379                              TRAN-CERT-MATURITY-OPTION
005380                              TRAN-CERT-PAYOUT-ACCOUNT-ID
005381                              TRAN-EARLY-WITHDRAWAL
005382     ADD 1 TO WS-TRAN-COUNT
005390     PERFORM 2500-ADD-PROOF-TOTALS THRU 2500-EXIT
005400     IF WS-RETURN-STATUS NOT = ZEROS
005410         ADD 1 TO WS-REJECT-COUNT
005420         DISPLAY 'BATCHDRV - TRANSACTION REJECTED - ACCOUNT '
005430                 TRAN-ACCOUNT-ID ' OPERATION ' TRAN-OPERATION
005440                 ' STATUS ' WS-RETURN-STATUS
005442         MOVE WS-RETURN-STATUS TO PEX-RETURN-STATUS
005444         IF PEX-NOTIFIABLE
005445             AND TRAN-OPERATION NOT = 'MAINT'
005446             AND TRAN-OPERATION NOT = 'RENEW'
005447             PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
005448         END-IF
005450     END-IF
005460     ADD 1 TO WS-SINCE-CHECKPOINT
005470     IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
005880                              WS-SESSION-BRANCH-ID
005890                              WS-SESSION-TELLER-ID
005900                              WS-BUSINESS-DATE
005910                              WS-SESSION-MEMBER-ID
005912                              WS-SESSION-HOLD-AMOUNT
005914                              WS-SESSION-HOLD-RELEASE
005916                              WS-SESSION-HOLD-REASON
005917                              WS-SESSION-PRODUCT-TYPE
005918                              WS-SESSION-CERT-TERM
005919                              WS-SESSION-CERT-OPTION
005920                              WS-SESSION-CERT-PAYOUT-ID
005921                              WS-SESSION-EARLY-FLAG.
005922 2400-EXIT.
005930     EXIT.
005940
005950******************************************************************
005970*    ITS OPERATION'S PROOF SLOT.
005980******************************************************************
005990 2500-ADD-PROOF-TOTALS.
006000     MOVE 14 TO WS-OP-MATCH
006010     PERFORM 2510-MATCH-PROOF-SLOT THRU 2510-EXIT
006020        VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 13
006030     ADD 1 TO WS-PRF-READ-COUNT(WS-OP-MATCH)
006040     IF WS-RETURN-STATUS = ZEROS
006050         ADD 1 TO WS-PRF-POSTED-COUNT(WS-OP-MATCH)
006200 2510-MATCH-PROOF-SLOT.
006210     IF WS-PRF-OPERATION(WS-OP-IDX) = TRAN-OPERATION
006220         MOVE WS-OP-IDX TO WS-OP-MATCH
006230         MOVE 14 TO WS-OP-IDX
006240     END-IF.
006250 2510-EXIT.
006260     EXIT.
006270
006271******************************************************************
006272*    2600-WRITE-EXCEPTION - ONE POSTING EXCEPTIONS RECORD FOR
006273*    THE SLIP JUST REFUSED.  THE SLIP AMOUNT GOES BACK INTO THE
006274*    IMAGE FIRST - DATAPROGRAM HANDED A BALANCE BACK THROUGH
006275*    TRAN-AMOUNT, AND THE REGISTER AND THE MEMBER'S NOTICE MUST
006276*    SHOW WHAT WAS ASKED FOR.  WRITTEN AHEAD OF THE CHECKPOINT
006277*    SO A RESTART NEVER LOSES ONE.
006278******************************************************************
006279 2600-WRITE-EXCEPTION.
006280     MOVE WS-SLIP-AMOUNT TO TRAN-AMOUNT
006281     MOVE WS-BUSINESS-DATE TO PEX-BUSINESS-DATE
006282     MOVE TRAN-BRANCH-ID TO PEX-BRANCH-ID
006283     MOVE TRAN-TELLER-ID TO PEX-TELLER-ID
006284     MOVE TRANSACTION-RECORD TO PEX-TRAN-IMAGE
006285     WRITE POSTING-EXCEPTION-RECORD
006286     ADD 1 TO WS-EXCEPTION-COUNT.
006287 2600-EXIT.
006288     EXIT.
006289
006290
006291******************************************************************
006300*    9000-TERMINATE - MARK THE CHECKPOINT COMPLETE, CLOSE THE
006310*    FILES, PRINT THE EXCEPTIONS REGISTER AND REPORT THE RUN
006315*    TOTALS.
006320******************************************************************
006330 9000-TERMINATE.
006340     IF CONTROL-OK
006380         PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
006390         CLOSE CHECKPOINT-FILE
006400         CLOSE TRANSACTION-FILE
006403         CLOSE POSTING-EXCEPTION-FILE
006406         PERFORM 9200-WRITE-EXCEPTION-REGISTER THRU 9200-EXIT
006410     END-IF
006420     PERFORM 9100-WRITE-PROOF-REPORT THRU 9100-EXIT
006430     DISPLAY 'BATCHDRV - TRANSACTIONS PROCESSED: ' WS-TRAN-COUNT
006440     DISPLAY 'BATCHDRV - TRANSACTIONS REJECTED:  '
006450             WS-REJECT-COUNT
006453     DISPLAY 'BATCHDRV - POSTING EXCEPTIONS:     '
006456             WS-EXCEPTION-COUNT
006457     IF CONTROL-OK
006458         PERFORM 9300-COMPLETE-CYCLE-STEP THRU 9300-EXIT
006459     END-IF.
006460 9000-EXIT.
006470     EXIT.
006480
006580     OPEN OUTPUT PROOF-REPORT-FILE
006590     WRITE PROOF-REPORT-RECORD FROM WS-PROOF-HEADING-1
006600     IF CONTROL-FAILED
006610         MOVE 'RUN REFUSED - CALENDAR OR CONTROLS DID NOT PROVE'
006620             TO PROOF-REPORT-RECORD
006630         WRITE PROOF-REPORT-RECORD
006640     END-IF
006660     WRITE PROOF-REPORT-RECORD FROM WS-PROOF-HEADING-2
006670     WRITE PROOF-REPORT-RECORD FROM WS-PROOF-HEADING-3
006680     PERFORM 9110-WRITE-ONE-PROOF-LINE THRU 9110-EXIT
006690         VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 14
006700     CLOSE PROOF-REPORT-FILE.
006710 9100-EXIT.
006720     EXIT.
006840     WRITE PROOF-REPORT-RECORD FROM WS-PROOF-LINE.
006850 9110-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*    9200-WRITE-EXCEPTION-REGISTER - THE DAY'S POSTING
006900*    EXCEPTIONS GROUPED BY BRANCH.  A FIRST PASS OVER PEXFILE
006910*    BUILDS THE BRANCH ROWS IN BRANCH ORDER; THEN EACH BRANCH
006920*    GETS ITS OWN PASS LISTING ITS ITEMS IN POSTING ORDER AND A
006930*    BRANCH TOTAL.  READING THE FILE RATHER THAN THIS RUN'S OWN
006940*    COUNTS MEANS A RESTARTED RUN'S REGISTER STILL COVERS THE
006950*    WHOLE NIGHT.  RECORDS FOR ANY OTHER BUSINESS DATE (A NIGHT
006960*    WHOSE NOTICES HAVE NOT YET RUN) ARE LEFT TO THEIR OWN DAY.
006970*    ONLY A RUN THAT PASSED ITS CONTROL PROOF GETS HERE.
006980******************************************************************
006990 9200-WRITE-EXCEPTION-REGISTER.
007000     OPEN OUTPUT EXCEPTION-REGISTER-FILE
007010     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-HEADING-1
007020     MOVE WS-BUSINESS-DATE TO PH2-BUSINESS-DATE
007030     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-HEADING-2
007040     MOVE ZEROS TO WS-PXB-BRANCH-COUNT
007050     OPEN INPUT POSTING-EXCEPTION-FILE
007060     IF PEXFILE-NOT-OPEN
007070         GO TO 9200-TOTALS
007080     END-IF
007090     SET PEX-EOF-NO TO TRUE
007100     PERFORM 9210-TALLY-ONE-EXCEPTION THRU 9210-EXIT
007110         UNTIL PEX-EOF-YES
007120     CLOSE POSTING-EXCEPTION-FILE
007130     PERFORM 9230-LIST-ONE-BRANCH THRU 9230-EXIT
007140         VARYING WS-PXB-IDX FROM 1 BY 1
007150         UNTIL WS-PXB-IDX > WS-PXB-BRANCH-COUNT.
007160 9200-TOTALS.
007170     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PROOF-BLANK-LINE
007180     IF WS-PXB-BRANCH-COUNT = ZEROS
007190         MOVE 'NO POSTING EXCEPTIONS FOR THE BUSINESS DATE'
007200             TO EXCEPTION-REGISTER-RECORD
007210         WRITE EXCEPTION-REGISTER-RECORD
007220     END-IF
007230     MOVE 'ALL BRANCHES' TO RT-LABEL
007240     MOVE SPACES TO RT-BRANCH-ID
007250     MOVE WS-PEX-LISTED-COUNT TO RT-COUNT
007260     MOVE WS-PEX-TOTAL-AMOUNT TO RT-AMOUNT
007270     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-TOTAL-LINE
007280     IF WS-PEX-UNLISTED-COUNT > ZEROS
007290         MOVE 'NOT LISTED - BRANCH TABLE FULL' TO RT-LABEL
007300         MOVE WS-PEX-UNLISTED-COUNT TO RT-COUNT
007310         MOVE ZEROS TO RT-AMOUNT
007320         WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-TOTAL-LINE
007330     END-IF
007340     CLOSE EXCEPTION-REGISTER-FILE.
007350 9200-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390*    9210-TALLY-ONE-EXCEPTION - FOLD ONE EXCEPTION FOR THE
007400*    BUSINESS DATE INTO ITS BRANCH ROW.
007410******************************************************************
007420 9210-TALLY-ONE-EXCEPTION.
007430     READ POSTING-EXCEPTION-FILE
007440         AT END
007450             SET PEX-EOF-YES TO TRUE
007460             GO TO 9210-EXIT
007470     END-READ
007480     IF PEX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
007490         GO TO 9210-EXIT
007500     END-IF
007510     PERFORM 9220-FIND-BRANCH-ROW THRU 9220-EXIT
007520     IF WS-PXB-MATCH = ZEROS
007530         ADD 1 TO WS-PEX-UNLISTED-COUNT
007540         GO TO 9210-EXIT
007550     END-IF
007560     MOVE PEX-TRAN-IMAGE TO WS-PEX-SLIP-IMAGE
007570     ADD 1 TO WS-PXB-COUNT(WS-PXB-MATCH)
007580     ADD WS-PEX-SLIP-AMOUNT TO WS-PXB-AMOUNT(WS-PXB-MATCH).
007590 9210-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*    9220-FIND-BRANCH-ROW - FIND THE ROW FOR THE EXCEPTION'S
007640*    BRANCH, OR OPEN ONE IN ITS PLACE IN BRANCH ORDER BY MOVING
007650*    THE HIGHER ROWS DOWN.  A FULL TABLE LEAVES WS-PXB-MATCH
007660*    ZERO - 50 BRANCHES IS TWICE WHAT WE OPERATE.
007670******************************************************************
007680 9220-FIND-BRANCH-ROW.
007690     SET PXB-FOUND-NO TO TRUE
007700     MOVE ZEROS TO WS-PXB-MATCH
007710     COMPUTE WS-PXB-INSERT = WS-PXB-BRANCH-COUNT + 1
007720     PERFORM 9221-MATCH-BRANCH-ROW THRU 9221-EXIT
007730         VARYING WS-PXB-SHIFT FROM 1 BY 1
007740         UNTIL WS-PXB-SHIFT > WS-PXB-BRANCH-COUNT
007750            OR PXB-FOUND-YES
007760     IF PXB-FOUND-YES
007770         GO TO 9220-EXIT
007780     END-IF
007790     IF WS-PXB-BRANCH-COUNT >= 50
007800         DISPLAY 'BATCHDRV - EXCEPTION BRANCH TABLE FULL, '
007810                 'BRANCH ' PEX-BRANCH-ID ' NOT LISTED'
007820         GO TO 9220-EXIT
007830     END-IF
007840     PERFORM 9222-MOVE-ROW-DOWN THRU 9222-EXIT
007850         VARYING WS-PXB-SHIFT FROM WS-PXB-BRANCH-COUNT BY -1
007860         UNTIL WS-PXB-SHIFT < WS-PXB-INSERT
007870     ADD 1 TO WS-PXB-BRANCH-COUNT
007880     MOVE WS-PXB-INSERT TO WS-PXB-MATCH
007890     MOVE PEX-BRANCH-ID TO WS-PXB-BRANCH-ID(WS-PXB-MATCH)
007900     MOVE ZEROS TO WS-PXB-COUNT(WS-PXB-MATCH)
007910     MOVE ZEROS TO WS-PXB-AMOUNT(WS-PXB-MATCH).
007920 9220-EXIT.
007930     EXIT.
007940
007950******************************************************************
007960*    9221-MATCH-BRANCH-ROW - IS THIS ROW THE EXCEPTION'S BRANCH,
007970*    OR THE FIRST ROW PAST WHERE IT BELONGS?
007980******************************************************************
007990 9221-MATCH-BRANCH-ROW.
008000     IF WS-PXB-BRANCH-ID(WS-PXB-SHIFT) = PEX-BRANCH-ID
008010         SET PXB-FOUND-YES TO TRUE
008020         MOVE WS-PXB-SHIFT TO WS-PXB-MATCH
008030         GO TO 9221-EXIT
008040     END-IF
008050     IF WS-PXB-BRANCH-ID(WS-PXB-SHIFT) > PEX-BRANCH-ID
008060         AND WS-PXB-INSERT > WS-PXB-BRANCH-COUNT
008070         MOVE WS-PXB-SHIFT TO WS-PXB-INSERT
008080     END-IF.
008090 9221-EXIT.
008100     EXIT.
008110
008120******************************************************************
008130*    9222-MOVE-ROW-DOWN - SLIDE ONE ROW DOWN A SLOT TO OPEN THE
008140*    INSERT POSITION.
008150******************************************************************
008160 9222-MOVE-ROW-DOWN.
008170     MOVE WS-PEX-BRANCH-ENTRY(WS-PXB-SHIFT)
008180         TO WS-PEX-BRANCH-ENTRY(WS-PXB-SHIFT + 1).
008190 9222-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230*    9230-LIST-ONE-BRANCH - ONE BRANCH'S SECTION: HEADING, ITS
008240*    ITEMS OFF A FRESH PASS OVER PEXFILE, AND A BRANCH TOTAL.
008250******************************************************************
008260 9230-LIST-ONE-BRANCH.
008270     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PROOF-BLANK-LINE
008280     MOVE WS-PXB-BRANCH-ID(WS-PXB-IDX) TO PBH-BRANCH-ID
008290     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-BRANCH-HEADING
008300     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-COLUMN-LINE
008310     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-RULE-LINE
008320     OPEN INPUT POSTING-EXCEPTION-FILE
008330     SET PEX-EOF-NO TO TRUE
008340     PERFORM 9240-LIST-ONE-EXCEPTION THRU 9240-EXIT
008350         UNTIL PEX-EOF-YES
008360     CLOSE POSTING-EXCEPTION-FILE
008370     MOVE 'BRANCH TOTAL' TO RT-LABEL
008380     MOVE WS-PXB-BRANCH-ID(WS-PXB-IDX) TO RT-BRANCH-ID
008390     MOVE WS-PXB-COUNT(WS-PXB-IDX) TO RT-COUNT
008400     MOVE WS-PXB-AMOUNT(WS-PXB-IDX) TO RT-AMOUNT
008410     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-TOTAL-LINE
008420     ADD WS-PXB-COUNT(WS-PXB-IDX) TO WS-PEX-LISTED-COUNT
008430     ADD WS-PXB-AMOUNT(WS-PXB-IDX) TO WS-PEX-TOTAL-AMOUNT.
008440 9230-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480*    9240-LIST-ONE-EXCEPTION - PRINT THE RECORD WHEN IT IS FOR
008490*    THE BUSINESS DATE AND THE BRANCH BEING LISTED.
008500******************************************************************
008510 9240-LIST-ONE-EXCEPTION.
008520     READ POSTING-EXCEPTION-FILE
008530         AT END
008540             SET PEX-EOF-YES TO TRUE
008550             GO TO 9240-EXIT
008560     END-READ
008570     IF PEX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
008580         OR PEX-BRANCH-ID NOT = WS-PXB-BRANCH-ID(WS-PXB-IDX)
008590         GO TO 9240-EXIT
008600     END-IF
008610     MOVE PEX-TRAN-IMAGE TO WS-PEX-SLIP-IMAGE
008620     MOVE PEX-TELLER-ID TO RL-TELLER-ID
008630     MOVE WS-PEX-SLIP-ACCOUNT-ID TO RL-ACCOUNT-ID
008640     MOVE WS-PEX-SLIP-OPERATION TO RL-OPERATION
008650     MOVE WS-PEX-SLIP-AMOUNT TO RL-AMOUNT
008660     MOVE PEX-RETURN-STATUS TO RL-RETURN-STATUS
008670     EVALUATE TRUE
008680         WHEN PEX-INSUFFICIENT-FUNDS
008690             MOVE 'INSUFFICIENT AVAILABLE FUNDS' TO RL-REASON
008700         WHEN PEX-DAILY-LIMIT
008710             MOVE 'DAILY DEBIT LIMIT EXCEEDED' TO RL-REASON
008720         WHEN PEX-OTHER-LEG-BLOCKED
008730             MOVE 'OTHER ACCOUNT NOT AVAILABLE' TO RL-REASON
008740         WHEN PEX-ACCOUNT-FROZEN
008750             MOVE 'ACCOUNT FROZEN' TO RL-REASON
008760         WHEN PEX-ACCOUNT-CLOSED
008770             MOVE 'ACCOUNT CLOSED' TO RL-REASON
008773         WHEN PEX-CERT-NOT-MATURED
008776             MOVE 'CERTIFICATE NOT YET MATURED' TO RL-REASON
008780         WHEN PEX-NO-RATE
008790             MOVE 'NO INTEREST RATE ON FILE' TO RL-REASON
008800         WHEN OTHER
008810             MOVE 'REFUSED AT POSTING' TO RL-REASON
008820     END-EVALUATE
008830     WRITE EXCEPTION-REGISTER-RECORD FROM WS-PEX-DETAIL-LINE.
008840 9240-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880*    9300-COMPLETE-CYCLE-STEP - RECORD POSTING COMPLETE FOR THE
008890*    BUSINESS DATE ON THE PROCESSING CALENDAR SO THE AFTER-
008900*    POSTING JOBS MAY RUN.  THE CALL RESETS RETURN-CODE, SO IT
008910*    IS CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
008920******************************************************************
008930 9300-COMPLETE-CYCLE-STEP.
008940     SET CYC-FN-COMPLETE TO TRUE
008950     MOVE RETURN-CODE TO CYC-STEP-RC
008960     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
008970     MOVE CYC-STEP-RC TO RETURN-CODE
008980     IF NOT CYC-OK
008990         DISPLAY 'BATCHDRV - ' CYC-MESSAGE
009000         DISPLAY 'BATCHDRV - STEP NOT RECORDED COMPLETE'
009010     END-IF.
009020 9300-EXIT.
009030     EXIT.
