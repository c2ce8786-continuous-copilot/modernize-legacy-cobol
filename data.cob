001920*                     STATEMENT IS ONE KEYED START INSTEAD OF A
001930*                     FRONT-TO-BACK SCAN OF THE LOG.  BUILD THE
001940*                     FILE ONCE WITH HISTBLD AT CUTOVER.
001941*    2026-10-15 RH    UNCOLLECTED-FUNDS HOLDS.  A CREDIT CALL
001942*                     CARRYING PASSED-HOLD-AMOUNT (WITH ITS
001943*                     RELEASE DATE AND REASON) NOW ALSO PLACES A
001944*                     HOLD ON THE NEW HOLDFILE, KEYED ON THE
001945*                     DEPOSIT'S OWN POSTING DATE AND TIME.
001946*                     DEBIT AND TRANSFER NOW TEST THE AVAILABLE
001947*                     BALANCE (LEDGER LESS ACTIVE HOLDS) AGAINST
001948*                     THE MINIMUM BALANCE, STILL RC 20, AHEAD OF
001949*                     THE DAILY LIMIT CHECK.  REVERSING A HELD
001950*                     DEPOSIT DROPS THE HOLDS IT PLACED.
001951*    2026-10-15 RH    OVERDRAFT PROTECTION SWEEP.  AN OPEN SLIP
001952*                     MAY NAME A PROTECTING ACCOUNT (PASSED-
001953*                     TARGET-ACCOUNT-ID, OTHERWISE UNUSED ON AN
001954*                     OPEN) - IT MUST BE ON FILE, NOT CLOSED AND
001955*                     BELONG TO THE SAME MEMBER, ELSE RC 43.  A
001956*                     DEBIT OR TRANSFER THAT WOULD FALL SHORT NOW
001957*                     PULLS JUST THE SHORTFALL FROM THE
001958*                     PROTECTING ACCOUNT (STILL SAME MEMBER, NOT
001959*                     FROZEN OR CLOSED, ITS OWN AVAILABLE BALANCE
001960*                     HOLDING ITS MINIMUM) AS A LINKED PAIR OF
001961*                     ODSWEEP LEGS, THEN POSTS THE ITEM.  THE
001962*                     SWEEP RIDES ON THE ITEM'S POSITION RECORD,
001963*                     SO REVERSING THE ITEM PUTS THE SWEEP BACK.
001964*    2026-10-15 RH    ACCOUNT MAINTENANCE.  THE NEW MAINT CALL
001965*                     CHANGES AN EXISTING ACCOUNT'S MINIMUM
001966*                     BALANCE, DAILY DEBIT LIMIT, MEMBER LINK,
001967*                     MEMBER NAME OR PROTECTING ACCOUNT - EACH
001968*                     PASSED AS SPACES IS LEFT AS IT STANDS, AND
001969*                     '*NONE' TAKES THE PROTECTING ACCOUNT OFF.
001970*                     A FROZEN OR CLOSED ACCOUNT IS REFUSED (RC
001971*                     50/51), A NEW MINIMUM ABOVE THE BALANCE IS
001972*                     RC 22, AND A NEW OR RELINKED PROTECTOR IS
001973*                     PROVED THE SAME AS ON AN OPEN (RC 41/43).
001974*                     THE AUDIT LOG GETS THE USUAL RECORD UNDER
001975*                     THE SLIP'S BRANCH AND TELLER, AND THE
001976*                     BEFORE AND AFTER IMAGES OF THE FIELDS GO
001977*                     TO THE NEW MAINTLOG FILE WITH THE SAME
001978*                     DATE AND TIME FOR THE MAINTRPT REVIEW.
001979*    2026-10-15 RH    TERM SHARE CERTIFICATES.  AN OPEN CALL
001980*                     WITH PASSED-PRODUCT-TYPE 'C' OPENS A
001981*                     CERTIFICATE: THE TERM, MATURITY OPTION AND
001982*                     PAY-OUT ACCOUNT COME FROM THE CALL, THE
001983*                     RATE IS LOCKED FROM RATETAB ON THE OPENING
001984*                     BALANCE (RC 60 IF NONE) AND THE MATURITY
001985*                     DATE IS THE OPEN DATE PLUS THE TERM.  A
001986*                     PAY-OUT ACCOUNT MUST BE ON FILE, NOT
001987*                     CLOSED, THE SAME MEMBER'S AND NOT ITSELF A
001988*                     CERTIFICATE (RC 44).  A CERTIFICATE HAS NO
001989*                     MINIMUM BALANCE, DAILY LIMIT OR SWEEP.
001990*                     BEFORE MATURITY A TRANSFER OUT, OR A DEBIT
001991*                     NOT FLAGGED AS AN EARLY WITHDRAWAL, IS
001992*                     REFUSED (RC 53); A FLAGGED DEBIT POSTS AND
001993*                     IS FOLLOWED BY ITS PENALTY AS A POSTING OF
001994*                     ITS OWN (OPERATION PENALTY), WHICH A
001995*                     REVERSAL OF THE DEBIT REFUNDS.  ACCR ON A
001996*                     CERTIFICATE USES ITS LOCKED RATE.  THE NEW
001997*                     RENEW CALL ROLLS A MATURED CERTIFICATE
001998*                     OVER FOR ANOTHER TERM AT THE THEN-CURRENT
001999*                     RATE (RC 54 IF NOT A CERTIFICATE, RC 53 IF
002000*                     NOT YET MATURED).
002001*    2026-10-15 RH    THE EARLY-WITHDRAWAL PENALTY IS FIGURED ON
002002*                     THE AMOUNT WITHDRAWN, BEFORE THE DEBIT
002003*                     POSTS, AND THE WITHDRAWAL PLUS ITS PENALTY
002004*                     MUST FIT THE AVAILABLE BALANCE OR THE
002005*                     DEBIT IS REFUSED (RC 20).  A FULL EARLY
002006*                     WITHDRAWAL NO LONGER ESCAPES THE PENALTY.
002007*    2026-10-15 RH    A MAINT CALL MAY NOT GIVE A CERTIFICATE A
002008*                     MINIMUM BALANCE, A DAILY LIMIT OR A
002009*                     PROTECTING ACCOUNT (RC 55), ANY OF WHICH
002010*                     WOULD BLOCK OR DIVERT ITS PAY-OUT AT
002011*                     MATURITY.  THE SPACES TESTS ON THE PASSED
002012*                     MINIMUM AND LIMIT NOW USE CHARACTER VIEWS.
002013*    2026-10-15 RH    A CERTIFICATE'S MATURITY DATES ARE FIGURED
002014*                     FROM ITS ANNIVERSARY DAY (THE DAY OF ITS
002015*                     OPEN DATE), SO A MONTH-END HELD BACK IN A
002016*                     SHORT MONTH NO LONGER DRIFTS AT RENEWAL.
002017*                     A MAINT CALL MAY NOT RELINK A CERTIFICATE
002018*                     TO ANOTHER MEMBER (RC 55) - ITS PAY-OUT
002019*                     ACCOUNT WOULD STAY WITH THE OLD MEMBER.
002020******************************************************************
002021
002022 ENVIRONMENT DIVISION.
002023 INPUT-OUTPUT SECTION.
002024 FILE-CONTROL.
002025     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
002026         ORGANIZATION IS INDEXED
002027         ACCESS MODE IS DYNAMIC
002030         RECORD KEY IS ACCT-ID
002040         FILE STATUS IS WS-ACCTMAS-STATUS.
002050
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS WS-RATETAB-STATUS.
002250
002251     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
002252         ORGANIZATION IS INDEXED
002253         ACCESS MODE IS DYNAMIC
002254         RECORD KEY IS HOLD-KEY
002255         FILE STATUS IS WS-HOLDFILE-STATUS.
002256
002257     SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
002258         ORGANIZATION IS LINE SEQUENTIAL
002259         FILE STATUS IS WS-MAINTLOG-STATUS.
002260
002261 DATA DIVISION.
002270 FILE SECTION.
002280 FD  ACCOUNT-MASTER-FILE.
002290     COPY ACCTMAS.
002400 FD  RATE-TABLE-FILE.
002410     COPY RATETAB.
002420
002422 FD  HOLD-FILE.
002424     COPY HOLDREC.
002425
002426 FD  MAINT-LOG-FILE.
002427     COPY MAINTLOG.
002428
002430 WORKING-STORAGE SECTION.
002440 01  OPERATION-TYPE              PIC X(8).
002450
002630 77  WS-RATETAB-STATUS           PIC X(02) VALUE SPACES.
002640     88  RATETAB-NOT-OPEN                    VALUE '35'.
002650
002651 77  WS-HOLDFILE-STATUS          PIC X(02) VALUE SPACES.
002652     88  HOLDFILE-NOT-OPEN                   VALUE '35'.
002653 77  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
002654     88  HOLD-EOF-YES                        VALUE 'Y'.
002655     88  HOLD-EOF-NO                         VALUE 'N'.
002656 77  WS-HOLD-WRITTEN-SWITCH      PIC X(01) VALUE 'N'.
002657     88  HOLD-WRITTEN-YES                    VALUE 'Y'.
002658     88  HOLD-WRITTEN-NO                     VALUE 'N'.
002659*    ACTIVE HOLDS ON THE CURRENT ACCOUNT AND WHAT IS LEFT OF
002660*    THE LEDGER BALANCE AFTER THEM, SET BY 7600.
002661 77  WS-HELD-AMOUNT              PIC 9(7)V99 VALUE ZEROS.
002662 77  WS-AVAILABLE-BALANCE        PIC S9(7)V99 VALUE ZEROS.
002663
002664 77  WS-MAINTLOG-STATUS          PIC X(02) VALUE SPACES.
002665     88  MAINTLOG-NOT-OPEN                   VALUE '35'.
002666
002667 77  WS-NEW-BALANCE              PIC S9(7)V99.
002670 77  WS-AUDIT-PRIOR-BALANCE      PIC 9(6)V99.
002680 77  WS-AUDIT-NEW-BALANCE        PIC 9(6)V99.
002690 77  WS-INTEREST-AMOUNT          PIC 9(6)V99.
002920 77  WS-LAST-AUDIT-NEW-BAL       PIC 9(6)V99.
002930 77  WS-LAST-AUDIT-OPERATION     PIC X(08).
002940 77  WS-LAST-AUDIT-TARGET-ID     PIC X(10).
002943 77  WS-LAST-AUDIT-POST-DATE     PIC 9(08).
002946 77  WS-LAST-AUDIT-POST-TIME     PIC 9(08).
002950 77  WS-XFER-DELTA               PIC S9(6)V99.
002960 77  WS-XFER-FROM-PRIOR          PIC 9(6)V99.
002970 77  WS-XFER-TO-PRIOR            PIC 9(6)V99.
002980 77  WS-XFER-FROM-NEW            PIC 9(6)V99.
002981*    OVERDRAFT PROTECTION SWEEP FOR THE CURRENT CALL.  SET BY
002982*    7700 WHEN A DEBIT OR TRANSFER FALLS SHORT AND THE ACCOUNT'S
002983*    PROTECTING ACCOUNT CAN COVER THE SHORTFALL, POSTED BY 7750
002984*    AND CARRIED ONTO THE POSITION RECORD BY 8210.  THE LAST-
002985*    SWEEP PAIR IS WHAT 8100 FOUND ON THE POSITION FOR REVERSE.
002986 77  WS-SWEEP-SWITCH             PIC X(01) VALUE 'N'.
002987     88  SWEEP-NEEDED                        VALUE 'Y'.
002988     88  SWEEP-NOT-NEEDED                    VALUE 'N'.
002989 77  WS-SWEEP-ACCOUNT-ID         PIC X(10) VALUE SPACES.
002990 77  WS-SWEEP-COVERED-ID         PIC X(10) VALUE SPACES.
002991 77  WS-SWEEP-MEMBER-ID          PIC X(10) VALUE SPACES.
002992 77  WS-SWEEP-AMOUNT             PIC 9(6)V99 VALUE ZEROS.
002993 77  WS-SWEEP-SHORTFALL          PIC S9(7)V99 VALUE ZEROS.
002994 77  WS-LAST-SWEEP-ACCOUNT-ID    PIC X(10).
002995 77  WS-LAST-SWEEP-AMOUNT        PIC 9(6)V99.
002996*    PROTECTING ACCOUNT TO BE PROVED BY 2805 AND THE MEMBER IT
002997*    MUST BELONG TO - FROM THE SLIP ON AN OPEN, FROM THE AFTER
002998*    IMAGE ON A MAINT.
002999 77  WS-PROTECT-ACCOUNT-ID       PIC X(10) VALUE SPACES.
003000 77  WS-PROTECT-MEMBER-ID        PIC X(10) VALUE SPACES.
003001
003002*    TERM SHARE CERTIFICATES.  AN EARLY WITHDRAWAL FORFEITS
003003*    THE CERTIFICATE RATE ON THE AMOUNT WITHDRAWN FOR 90 DAYS
003004*    ON A TERM OF A YEAR OR LESS, 180 DAYS ON A LONGER TERM.
003005 77  WS-PENALTY-SWITCH           PIC X(01) VALUE 'N'.
003006     88  PENALTY-DUE                         VALUE 'Y'.
003007     88  PENALTY-NOT-DUE                     VALUE 'N'.
003008 77  WS-PENALTY-AMOUNT           PIC 9(6)V99 VALUE ZEROS.
003009*    THE AMOUNT OF AN EARLY WITHDRAWAL, KEPT BEFORE BALANCE IS
003010*    OVERWRITTEN WITH THE NEW BALANCE.
003011 77  WS-WITHDRAWAL-AMOUNT        PIC 9(6)V99 VALUE ZEROS.
003012 77  WS-PENALTY-DAYS             PIC 9(03) VALUE ZEROS.
003013 77  WS-PENALTY-SHORT-DAYS       PIC 9(03) VALUE 90.
003014 77  WS-PENALTY-LONG-DAYS        PIC 9(03) VALUE 180.
003015 77  WS-PENALTY-SHORT-TERM       PIC 9(03) VALUE 12.
003016*    MATURITY DATE ARITHMETIC - A TERM IN MONTHS ADDED TO A
003017*    DATE, THE DAY HELD BACK TO THE END OF A SHORTER MONTH.
003018*    WS-TERM-ANNIV-DAY IS THE CERTIFICATE'S ANNIVERSARY DAY,
003019*    SET BACK INTO THE DATE BEFORE EACH MONTH IS HELD BACK.
003020 01  WS-TERM-DATE.
003021     05  WS-TERM-YEAR                PIC 9(04).
003022     05  WS-TERM-MONTH               PIC 9(02).
003023     05  WS-TERM-DAY                 PIC 9(02).
003024 01  WS-TERM-DATE-N REDEFINES WS-TERM-DATE
003025                                 PIC 9(08).
003026 77  WS-TERM-MONTHS              PIC 9(03) VALUE ZEROS.
003027 77  WS-TERM-ANNIV-DAY           PIC 9(02) VALUE ZEROS.
003028 77  WS-TERM-YEARS-ADDED         PIC 9(03) VALUE ZEROS.
003029 77  WS-TERM-MONTHS-ADDED        PIC 9(03) VALUE ZEROS.
003030 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
003031 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
003032 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
003033
003034*    ACCOUNT AND COUNTERPARTY STAMPED ON THE NEXT AUDIT RECORD.
003035*    DEFAULTED FROM THE CALL IN 1000-INITIALIZE; THE TWO-LEGGED
003036*    OPERATIONS OVERRIDE THEM PER LEG.
003037 77  WS-AUDIT-ACCOUNT-ID         PIC X(10).
003040 77  WS-AUDIT-TARGET-ID          PIC X(10).
003050
003060 77  WS-REVERSE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
003510     88  RC-TRANSFER-LEG-BLOCKED             VALUE 42.
003520     88  RC-DAILY-LIMIT-EXCEEDED             VALUE 21.
003530     88  RC-NO-RATE-ON-FILE                  VALUE 60.
003535     88  RC-PROTECT-NOT-ELIGIBLE             VALUE 43.
003537     88  RC-MIN-ABOVE-BALANCE                VALUE 22.
003538     88  RC-PAYOUT-NOT-ELIGIBLE              VALUE 44.
003539     88  RC-CERT-NOT-MATURED                 VALUE 53.
003540     88  RC-NOT-A-CERTIFICATE                VALUE 54.
003541     88  RC-CERT-NO-MAINT                    VALUE 55.
003542 01  PASSED-RATE                 PIC 9(02)V9(04).
003550 01  PASSED-MIN-BALANCE          PIC 9(6)V99.
003553 01  PASSED-MIN-BALANCE-X REDEFINES PASSED-MIN-BALANCE
003556                                 PIC X(08).
003560 01  PASSED-TARGET-ACCOUNT-ID    PIC X(10).
003565     88  PASSED-PROTECT-REMOVE               VALUE '*NONE'.
003570 01  PASSED-MEMBER-NAME          PIC X(30).
003580 01  PASSED-DAILY-LIMIT          PIC 9(6)V99.
003583 01  PASSED-DAILY-LIMIT-X REDEFINES PASSED-DAILY-LIMIT
003586                                 PIC X(08).
003590 01  PASSED-BRANCH-ID            PIC X(04).
003600 01  PASSED-TELLER-ID            PIC X(04).
003610 01  PASSED-BUSINESS-DATE        PIC 9(08).
003620 01  PASSED-MEMBER-ID            PIC X(10).
003622 01  PASSED-HOLD-AMOUNT          PIC 9(6)V99.
003624 01  PASSED-HOLD-RELEASE-DATE    PIC 9(08).
003626 01  PASSED-HOLD-REASON          PIC X(02).
003627 01  PASSED-PRODUCT-TYPE         PIC X(01).
003628     88  PASSED-PRODUCT-CERTIFICATE          VALUE 'C'.
003629 01  PASSED-CERT-TERM-MONTHS     PIC 9(03).
003630 01  PASSED-CERT-MATURITY-OPTION PIC X(01).
003631 01  PASSED-CERT-PAYOUT-ACCOUNT-ID
003632                                 PIC X(10).
003633 01  PASSED-EARLY-WITHDRAWAL     PIC X(01).
003634     88  PASSED-EARLY-WITHDRAWAL-YES         VALUE 'Y'.
003635
003640******************************************************************
003650*    0000-MAINLINE
003660******************************************************************
003760                          PASSED-BRANCH-ID
003770                          PASSED-TELLER-ID
003780                          PASSED-BUSINESS-DATE
003790                          PASSED-MEMBER-ID
003792                          PASSED-HOLD-AMOUNT
003794                          PASSED-HOLD-RELEASE-DATE
003796                          PASSED-HOLD-REASON
003797                          PASSED-PRODUCT-TYPE
003798                          PASSED-CERT-TERM-MONTHS
003799                          PASSED-CERT-MATURITY-OPTION
003800                          PASSED-CERT-PAYOUT-ACCOUNT-ID
003801                          PASSED-EARLY-WITHDRAWAL.
003802
003810 0000-MAINLINE.
003820     MOVE PASSED-OPERATION TO OPERATION-TYPE
003830     IF OPERATION-TYPE = 'BATSTART'
004110         MOVE WS-MACHINE-DATE TO WS-TODAYS-DATE
004120     END-IF
004130     MOVE ZEROS TO WS-AUDIT-RATE
004132     SET SWEEP-NOT-NEEDED TO TRUE
004134     MOVE SPACES TO WS-SWEEP-ACCOUNT-ID
004136     MOVE ZEROS TO WS-SWEEP-AMOUNT
004138     SET PENALTY-NOT-DUE TO TRUE
004140     IF FILES-OPEN-NO
004150         PERFORM 1500-OPEN-FILES THRU 1500-EXIT
004160     END-IF.
004400     EXIT.
004410
004420******************************************************************
004430*    1500-OPEN-FILES - OPEN THE ACCOUNT MASTER, AUDIT LOG, AUDIT
004440*    POSITION, HISTORY, HOLDS AND MAINTENANCE LOG FILES, CREATING
004450*    EACH ON FIRST USE THE SAME WAY AS ALWAYS (OPEN EXTEND / I-O
004460*    CANNOT CREATE A FILE THAT DOES NOT EXIST YET, SO A STATUS 35
004470*    FALLS BACK TO OPEN OUTPUT / CLOSE / REOPEN).
004480******************************************************************
004490 1500-OPEN-FILES.
004500     OPEN I-O ACCOUNT-MASTER-FILE
004710         CLOSE ACCT-HIST-FILE
004720         OPEN I-O ACCT-HIST-FILE
004730     END-IF
004731     OPEN I-O HOLD-FILE
004732     IF HOLDFILE-NOT-OPEN
004733         OPEN OUTPUT HOLD-FILE
004734         CLOSE HOLD-FILE
004735         OPEN I-O HOLD-FILE
004736     END-IF
004737     OPEN EXTEND MAINT-LOG-FILE
004738     IF MAINTLOG-NOT-OPEN
004739         OPEN OUTPUT MAINT-LOG-FILE
004740         CLOSE MAINT-LOG-FILE
004741         OPEN EXTEND MAINT-LOG-FILE
004742     END-IF
004743     PERFORM 1600-LOAD-RATE-TABLE THRU 1600-EXIT
004750     SET FILES-OPEN-YES TO TRUE.
004760 1500-EXIT.
004770     EXIT.
005510             PERFORM 2820-UNFREEZE-ACCOUNT THRU 2820-EXIT
005520         WHEN 'CLOSE'
005530             PERFORM 2830-CLOSE-ACCOUNT THRU 2830-EXIT
005533         WHEN 'MAINT'
005536             PERFORM 2840-MAINTAIN-ACCOUNT THRU 2840-EXIT
005537         WHEN 'RENEW'
005538             PERFORM 2850-RENEW-CERTIFICATE THRU 2850-EXIT
005540         WHEN OTHER
005550             SET RC-INVALID-OPERATION TO TRUE
005560             MOVE ZEROS TO WS-AUDIT-PRIOR-BALANCE
006110                 MOVE PASSED-DAILY-LIMIT TO ACCT-DAILY-DEBIT-LIMIT
006120                 MOVE PASSED-MEMBER-NAME TO ACCT-MEMBER-NAME
006130                 MOVE PASSED-MEMBER-ID TO ACCT-MEMBER-ID
006135                 MOVE SPACES TO ACCT-PROTECT-ACCOUNT-ID
006137                 PERFORM 2809-SET-SHARE-PRODUCT THRU 2809-EXIT
006140                 MOVE WS-TODAYS-DATE TO ACCT-OPEN-DATE
006150                 MOVE WS-TODAYS-DATE TO ACCT-LAST-ACTIVITY-DATE
006160                 SET ACCT-STATUS-OPEN TO TRUE
006360
006370******************************************************************
006380*    2300-CREDIT-ACCOUNT - ADD THE PASSED AMOUNT TO THE NAMED
006390*    ACCOUNT'S STORED BALANCE.  A DEPOSIT CARRYING A HOLD
006393*    AMOUNT POSTS IN FULL TO THE LEDGER AND THEN PLACES THE
006396*    HOLD, KEYED ON THE DEPOSIT'S AUDIT DATE AND TIME.
006400******************************************************************
006410 2300-CREDIT-ACCOUNT.
006420     READ ACCOUNT-MASTER-FILE
006550             END-IF
006560             MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
006570     END-READ
006580     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
006581     IF RC-SUCCESS
006582         AND PASSED-HOLD-AMOUNT IS NUMERIC
006583         AND PASSED-HOLD-AMOUNT > ZEROS
006584         PERFORM 7620-PLACE-HOLD THRU 7620-EXIT
006585     END-IF.
006590 2300-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630*    2400-DEBIT-ACCOUNT - SUBTRACT THE PASSED AMOUNT FROM THE
006640*    NAMED ACCOUNT'S STORED BALANCE.  REJECTED IF THE RESULT
006650*    WOULD DROP THE AVAILABLE BALANCE (LEDGER LESS ACTIVE
006655*    HOLDS) BELOW THE ACCOUNT'S MINIMUM, UNLESS THE ACCOUNT'S
006657*    PROTECTING ACCOUNT CAN SWEEP IN THE SHORTFALL FIRST.
006658*    A CERTIFICATE BEFORE MATURITY TAKES ONLY A DEBIT FLAGGED
006659*    AS AN EARLY WITHDRAWAL (RC 53).  ITS PENALTY IS FIGURED
006660*    FIRST (2405) AND THE WITHDRAWAL PLUS THE PENALTY MUST FIT
006661*    THE AVAILABLE BALANCE; 2410 THEN POSTS THE PENALTY AND
006662*    BALANCE GOES BACK NET OF IT.
006663******************************************************************
006670 2400-DEBIT-ACCOUNT.
006673     MOVE BALANCE TO WS-WITHDRAWAL-AMOUNT
006676     MOVE ZEROS TO WS-PENALTY-AMOUNT
006680     READ ACCOUNT-MASTER-FILE
006690         INVALID KEY
006700             SET RC-ACCOUNT-NOT-FOUND TO TRUE
006730         NOT INVALID KEY
006740             MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
006750             PERFORM 7100-CHECK-POSTING-ALLOWED THRU 7100-EXIT
006751             IF RC-SUCCESS
006752                 AND ACCT-PRODUCT-CERTIFICATE
006753                 AND ACCT-CERT-MATURITY-DATE > WS-TODAYS-DATE
006754                 IF PASSED-EARLY-WITHDRAWAL-YES
006755                     SET PENALTY-DUE TO TRUE
006756                 ELSE
006757                     SET RC-CERT-NOT-MATURED TO TRUE
006758                 END-IF
006759             END-IF
006760             IF RC-SUCCESS AND PENALTY-DUE
006761                 PERFORM 2405-COMPUTE-PENALTY THRU 2405-EXIT
006762             END-IF
006763             PERFORM 7600-COMPUTE-AVAILABLE THRU 7600-EXIT
006764             COMPUTE WS-NEW-BALANCE =
006765                 WS-AVAILABLE-BALANCE - BALANCE
006767                 - WS-PENALTY-AMOUNT
006770             IF RC-SUCCESS AND WS-NEW-BALANCE < ACCT-MIN-BALANCE
006780                 PERFORM 7700-CHECK-PROTECTION THRU 7700-EXIT
006790             END-IF
006800             IF RC-SUCCESS
006810                 PERFORM 7300-CHECK-DAILY-LIMIT THRU 7300-EXIT
006820             END-IF
006822             IF RC-SUCCESS AND SWEEP-NEEDED
006824                 PERFORM 7750-POST-SWEEP THRU 7750-EXIT
006826                 MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
006828             END-IF
006830             IF RC-SUCCESS
006840                 SUBTRACT BALANCE FROM ACCT-BALANCE
006850                 PERFORM 7200-STAMP-ACTIVITY THRU 7200-EXIT
006890             END-IF
006900             MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
006910     END-READ
006920     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
006922     IF RC-SUCCESS AND PENALTY-DUE
006924         PERFORM 2410-ASSESS-PENALTY THRU 2410-EXIT
006926     END-IF.
006930 2400-EXIT.
006940     EXIT.
006941
006942******************************************************************
006943*    2405-COMPUTE-PENALTY - THE EARLY-WITHDRAWAL PENALTY: THE
006944*    AMOUNT WITHDRAWN AT THE CERTIFICATE RATE FOR THE PENALTY
006945*    DAYS (MORE DAYS FOR A TERM OVER A YEAR).
006946******************************************************************
006947 2405-COMPUTE-PENALTY.
006948     IF ACCT-CERT-TERM-MONTHS > WS-PENALTY-SHORT-TERM
006949         MOVE WS-PENALTY-LONG-DAYS TO WS-PENALTY-DAYS
006950     ELSE
006951         MOVE WS-PENALTY-SHORT-DAYS TO WS-PENALTY-DAYS
006952     END-IF
006953     COMPUTE WS-PENALTY-AMOUNT ROUNDED =
006954         WS-WITHDRAWAL-AMOUNT * ACCT-CERT-RATE / 100
006955             * WS-PENALTY-DAYS / 365.
006956 2405-EXIT.
006957     EXIT.
006958
006959******************************************************************
006960*    2410-ASSESS-PENALTY - THE EARLY WITHDRAWAL HAS POSTED; TAKE
006961*    THE PENALTY 2405 FIGURED OFF THE CERTIFICATE AS A POSTING
006962*    OF ITS OWN.  2400 HAS ALREADY PROVED THE CERTIFICATE COVERS
006963*    IT ALONG WITH THE WITHDRAWAL.  THE PENALTY GOES TO THE LOG
006964*    AND THE HISTORY BUT NOT THE POSITION FILE OR THE DAY DEBIT
006965*    TABLE - IT IS THE HOUSE'S CHARGE, NOT THE MEMBER'S
006966*    WITHDRAWAL, AND A REVERSAL OF THE WITHDRAWAL RESTORES THE
006967*    BALANCE FROM BEFORE BOTH, REFUNDING IT.  THE CERTIFICATE IS
006968*    STILL IN THE FILE AREA FROM 2400.
006969******************************************************************
006970 2410-ASSESS-PENALTY.
006971     IF WS-PENALTY-AMOUNT = ZEROS
006972         GO TO 2410-EXIT
006973     END-IF
006974     MOVE 'PENALTY' TO OPERATION-TYPE
006975     MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
006976     SUBTRACT WS-PENALTY-AMOUNT FROM ACCT-BALANCE
006977     REWRITE ACCOUNT-MASTER-RECORD
006978     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
006979     MOVE ACCT-CERT-RATE TO WS-AUDIT-RATE
006980     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
006981     MOVE PASSED-OPERATION TO OPERATION-TYPE
006982     MOVE ZEROS TO WS-AUDIT-RATE
006983     MOVE ACCT-BALANCE TO BALANCE.
006984 2410-EXIT.
006985     EXIT.
006986
006987******************************************************************
006988*    2500-ACCRUE-INTEREST - COMPUTE INTEREST ON THE NAMED
006989*    ACCOUNT'S BALANCE AT THE RATE-TABLE RATE FOR ITS BALANCE
006990*    TIER AND POST IT DIRECTLY INTO THE STORED BALANCE.  THE
007000*    SLIP CARRIES NO RATE; AN ACCRUAL WITH NO USABLE TABLE
007010*    ENTRY IS REFUSED (RC 60) RATHER THAN ACCRUED AT ZERO.
007013*    A CERTIFICATE ACCRUES AT THE RATE LOCKED WHEN IT OPENED OR
007016*    LAST RENEWED, WHATEVER THE TABLE SAYS TODAY.
007020******************************************************************
007030 2500-ACCRUE-INTEREST.
007040     READ ACCOUNT-MASTER-FILE
007100             MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
007110             PERFORM 7100-CHECK-POSTING-ALLOWED THRU 7100-EXIT
007120             IF RC-SUCCESS
007122                 IF ACCT-PRODUCT-CERTIFICATE
007124                     MOVE ACCT-CERT-RATE TO WS-APPLIED-RATE
007126                 ELSE
007130                     PERFORM 7500-SELECT-RATE THRU 7500-EXIT
007135                 END-IF
007140             END-IF
007150             IF RC-SUCCESS
007160               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
007630         MOVE PASSED-ACCOUNT-ID TO ACCT-ID
007640         READ ACCOUNT-MASTER-FILE
007650     END-IF
007651*    A POSTING AN OVERDRAFT SWEEP COVERED BACKS OUT WITH ITS
007652*    SWEEP, SO THE PROTECTING ACCOUNT IS PROVED GOOD FIRST TOO.
007653     IF WS-LAST-SWEEP-ACCOUNT-ID NOT = SPACES
007654         PERFORM 2630-CHECK-SWEEP-LEG THRU 2630-EXIT
007655         IF NOT RC-SUCCESS
007656             GO TO 2600-WRITE-AUDIT
007657         END-IF
007658         MOVE PASSED-ACCOUNT-ID TO ACCT-ID
007659         READ ACCOUNT-MASTER-FILE
007660     END-IF
007661     MOVE WS-LAST-AUDIT-PRIOR-BAL TO ACCT-BALANCE
007670     REWRITE ACCOUNT-MASTER-RECORD
007672     IF WS-LAST-AUDIT-OPERATION = 'CREDIT'
007674         PERFORM 7630-DROP-DEPOSIT-HOLDS THRU 7630-EXIT
007676     END-IF
007680     MOVE ACCT-BALANCE TO BALANCE
007690     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
007700     MOVE PASSED-ACCOUNT-ID TO POS-ACCOUNT-ID
007760     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
007770     IF RC-SUCCESS AND WS-LAST-AUDIT-OPERATION = 'TRANSFER'
007780         PERFORM 2610-REVERSE-OTHER-LEG THRU 2610-EXIT
007790     END-IF
007792     IF RC-SUCCESS AND WS-LAST-SWEEP-ACCOUNT-ID NOT = SPACES
007794         PERFORM 2640-REVERSE-SWEEP THRU 2640-EXIT
007796     END-IF.
007800 2600-EXIT.
007810     EXIT.
007820
008650     END-READ.
008660 2620-EXIT.
008670     EXIT.
008671
008672******************************************************************
008673*    2630-CHECK-SWEEP-LEG - PROVE THE SWEEP CAN BE PUT BACK
008674*    BEFORE ANYTHING IS REWRITTEN.  THE COVERED ACCOUNT IS THE
008675*    ONE THE ITEM TOOK MONEY FROM - THE REQUESTED ACCOUNT FOR A
008676*    DEBIT OR THE FROM SIDE OF A TRANSFER, WHICHEVER SIDE THE
008677*    REVERSE WAS KEYED AGAINST.  THE PROTECTING ACCOUNT MUST BE
008678*    ON FILE AND NOT FROZEN OR CLOSED, AND THE COVERED ACCOUNT
008679*    MUST NOT GO NEGATIVE ONCE THE ITEM IS BACKED OUT AND THE
008680*    SWEEP RETURNED.  ANY OF THOSE REFUSES THE REVERSAL WHOLE
008681*    (RC 42), THE SAME RULE AS A TRANSFER'S OTHER LEG.
008682******************************************************************
008683 2630-CHECK-SWEEP-LEG.
008684     MOVE PASSED-ACCOUNT-ID TO WS-SWEEP-COVERED-ID
008685     IF WS-LAST-AUDIT-OPERATION = 'TRANSFER'
008686         AND WS-LAST-AUDIT-NEW-BAL > WS-LAST-AUDIT-PRIOR-BAL
008687         MOVE WS-LAST-AUDIT-TARGET-ID TO WS-SWEEP-COVERED-ID
008688     END-IF
008689     MOVE WS-LAST-SWEEP-ACCOUNT-ID TO ACCT-ID
008690     READ ACCOUNT-MASTER-FILE
008691         INVALID KEY
008692             SET RC-TRANSFER-LEG-BLOCKED TO TRUE
008693         NOT INVALID KEY
008694             IF ACCT-STATUS-FROZEN
008695                 OR ACCT-STATUS-CLOSED
008696                 SET RC-TRANSFER-LEG-BLOCKED TO TRUE
008697             END-IF
008698     END-READ
008699     IF NOT RC-SUCCESS
008700         GO TO 2630-EXIT
008701     END-IF
008702     IF WS-SWEEP-COVERED-ID = PASSED-ACCOUNT-ID
008703         COMPUTE WS-NEW-BALANCE =
008704             WS-LAST-AUDIT-PRIOR-BAL - WS-LAST-SWEEP-AMOUNT
008705     ELSE
008706         COMPUTE WS-XFER-DELTA =
008707             WS-LAST-AUDIT-NEW-BAL - WS-LAST-AUDIT-PRIOR-BAL
008708         MOVE WS-SWEEP-COVERED-ID TO ACCT-ID
008709         READ ACCOUNT-MASTER-FILE
008710         COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-XFER-DELTA
008711             - WS-LAST-SWEEP-AMOUNT
008712     END-IF
008713     IF WS-NEW-BALANCE < ZEROS
008714         SET RC-TRANSFER-LEG-BLOCKED TO TRUE
008715     END-IF.
008716 2630-EXIT.
008717     EXIT.
008718
008719******************************************************************
008720*    2640-REVERSE-SWEEP - THE ITEM IS BACKED OUT, SO THE SWEEP
008721*    THAT COVERED IT GOES BACK: THE SWEPT AMOUNT COMES OFF THE
008722*    COVERED ACCOUNT AND RETURNS TO THE PROTECTING ACCOUNT, AS
008723*    TWO REVERSE LEGS NAMING EACH OTHER.  2630 HAS ALREADY
008724*    PROVED BOTH SIDES CAN POST.  THE PROTECTING ACCOUNT'S
008725*    POSITION WAS DROPPED WHEN THE SWEEP POSTED AND IS LEFT AS
008726*    IT STANDS.
008727******************************************************************
008728 2640-REVERSE-SWEEP.
008729     MOVE WS-SWEEP-COVERED-ID TO ACCT-ID
008730     READ ACCOUNT-MASTER-FILE
008731     MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
008732     SUBTRACT WS-LAST-SWEEP-AMOUNT FROM ACCT-BALANCE
008733     REWRITE ACCOUNT-MASTER-RECORD
008734     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
008735     IF WS-SWEEP-COVERED-ID = PASSED-ACCOUNT-ID
008736         MOVE ACCT-BALANCE TO BALANCE
008737     END-IF
008738     MOVE WS-SWEEP-COVERED-ID TO WS-AUDIT-ACCOUNT-ID
008739     MOVE WS-LAST-SWEEP-ACCOUNT-ID TO WS-AUDIT-TARGET-ID
008740     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
008741     MOVE WS-LAST-SWEEP-ACCOUNT-ID TO ACCT-ID
008742     READ ACCOUNT-MASTER-FILE
008743     MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
008744     ADD WS-LAST-SWEEP-AMOUNT TO ACCT-BALANCE
008745     REWRITE ACCOUNT-MASTER-RECORD
008746     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
008747     IF WS-LAST-SWEEP-ACCOUNT-ID = PASSED-ACCOUNT-ID
008748         MOVE ACCT-BALANCE TO BALANCE
008749     END-IF
008750     MOVE WS-LAST-SWEEP-ACCOUNT-ID TO WS-AUDIT-ACCOUNT-ID
008751     MOVE WS-SWEEP-COVERED-ID TO WS-AUDIT-TARGET-ID
008752     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
008753 2640-EXIT.
008754     EXIT.
008755
008756******************************************************************
008757*    2700-TRANSFER-FUNDS - MOVE THE PASSED AMOUNT FROM THE NAMED
008758*    ACCOUNT TO PASSED-TARGET-ACCOUNT-ID AS ONE UNIT.  NOTHING
008759*    POSTS UNLESS BOTH ACCOUNTS ARE ON FILE, THE TARGET IS A
008760*    DIFFERENT ACCOUNT AND THE FROM SIDE'S AVAILABLE BALANCE
008761*    STAYS AT OR ABOVE ITS MINIMUM BALANCE (AFTER ANY OVERDRAFT
008762*    SWEEP FROM ITS PROTECTING ACCOUNT).  BOTH LEGS ARE
008763*    LOGGED NAMING EACH OTHER AS COUNTERPARTY; A REJECTION LOGS
008764*    A SINGLE NO-CHANGE RECORD AGAINST THE FROM ACCOUNT.
008766*    NOTHING TRANSFERS OUT OF A CERTIFICATE BEFORE IT MATURES
008768*    (RC 53) - AN EARLY WITHDRAWAL IS A FLAGGED DEBIT.
008770******************************************************************
008780 2700-TRANSFER-FUNDS.
008790     MOVE PASSED-TARGET-ACCOUNT-ID TO WS-AUDIT-TARGET-ID
008960     END-READ
008970     MOVE ACCT-BALANCE TO WS-XFER-FROM-PRIOR
008980     PERFORM 7100-CHECK-POSTING-ALLOWED THRU 7100-EXIT
008981     IF RC-SUCCESS
008982         AND ACCT-PRODUCT-CERTIFICATE
008983         AND ACCT-CERT-MATURITY-DATE > WS-TODAYS-DATE
008984         SET RC-CERT-NOT-MATURED TO TRUE
008985     END-IF
008990     IF NOT RC-SUCCESS
009000         MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
009010         MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
009020         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
009030         GO TO 2700-EXIT
009040     END-IF
009045     PERFORM 7600-COMPUTE-AVAILABLE THRU 7600-EXIT
009050     COMPUTE WS-NEW-BALANCE = WS-AVAILABLE-BALANCE - BALANCE
009060     IF WS-NEW-BALANCE < ACCT-MIN-BALANCE
009070         PERFORM 7700-CHECK-PROTECTION THRU 7700-EXIT
009073     END-IF
009076     IF NOT RC-SUCCESS
009080         MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
009090         MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
009100         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
009370*    THE DEBIT SIDE POSTS FIRST: IF THE RUN DIES BETWEEN THE
009380*    TWO REWRITES, THE WORST CASE IS A RECOVERABLE SHORTFALL ON
009390*    THE FROM ACCOUNT (THE RESTART RE-POSTS THE SLIP), NEVER
009400*    MONEY CREDITED TWICE OUT OF THIN AIR.  AN OVERDRAFT SWEEP
009402*    POSTS AHEAD OF BOTH, ONCE EVERY CHECK HAS PASSED.
009404     IF SWEEP-NEEDED
009406         PERFORM 7750-POST-SWEEP THRU 7750-EXIT
009408     END-IF
009410     MOVE PASSED-ACCOUNT-ID TO ACCT-ID
009420     READ ACCOUNT-MASTER-FILE
009425     MOVE ACCT-BALANCE TO WS-XFER-FROM-PRIOR
009430     SUBTRACT BALANCE FROM ACCT-BALANCE
009440     PERFORM 7200-STAMP-ACTIVITY THRU 7200-EXIT
009450     REWRITE ACCOUNT-MASTER-RECORD
009470     MOVE ACCT-BALANCE TO WS-XFER-FROM-NEW
009480     MOVE PASSED-TARGET-ACCOUNT-ID TO ACCT-ID
009490     READ ACCOUNT-MASTER-FILE
009495     MOVE ACCT-BALANCE TO WS-XFER-TO-PRIOR
009500     ADD BALANCE TO ACCT-BALANCE
009510     PERFORM 7200-STAMP-ACTIVITY THRU 7200-EXIT
009520     REWRITE ACCOUNT-MASTER-RECORD
009680*    MEMBER NAME, OPENING BALANCE, OVERDRAFT FLOOR AND TODAY AS
009690*    BOTH OPEN AND LAST-ACTIVITY DATE.  AN ACCOUNT ALREADY ON
009700*    FILE IS REFUSED SO A DOUBLE-KEYED OPEN CANNOT WIPE OUT A
009710*    LIVE BALANCE.  A PROTECTING ACCOUNT NAMED ON THE SLIP IS
009713*    PROVED BY 2805 BEFORE THE ACCOUNT IS WRITTEN AND IS LOGGED
009716*    AS THE OPEN'S COUNTERPARTY.  A CERTIFICATE'S PAY-OUT
009717*    ACCOUNT IS PROVED BY 2806 THE SAME WAY, AND 2807 SETS ITS
009718*    TERMS, LOCKED RATE AND MATURITY DATE BEFORE IT IS WRITTEN.
009720******************************************************************
009730 2800-OPEN-ACCOUNT.
009731     IF PASSED-TARGET-ACCOUNT-ID NOT = SPACES
009732         MOVE PASSED-TARGET-ACCOUNT-ID TO WS-AUDIT-TARGET-ID
009733         MOVE PASSED-TARGET-ACCOUNT-ID TO WS-PROTECT-ACCOUNT-ID
009734         MOVE PASSED-MEMBER-ID TO WS-PROTECT-MEMBER-ID
009735         PERFORM 2805-CHECK-PROTECTOR THRU 2805-EXIT
009736         MOVE PASSED-ACCOUNT-ID TO ACCT-ID
009737         IF NOT RC-SUCCESS
009738             MOVE ZEROS TO WS-AUDIT-PRIOR-BALANCE
009739             MOVE ZEROS TO WS-AUDIT-NEW-BALANCE
009740             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
009741             GO TO 2800-EXIT
009742         END-IF
009743     END-IF
009744     IF PASSED-PRODUCT-CERTIFICATE
009745         AND (PASSED-CERT-PAYOUT-ACCOUNT-ID NOT = SPACES
009746              OR PASSED-CERT-MATURITY-OPTION = 'P')
009747         PERFORM 2806-CHECK-PAYOUT THRU 2806-EXIT
009748         MOVE PASSED-ACCOUNT-ID TO ACCT-ID
009749         IF NOT RC-SUCCESS
009750             MOVE ZEROS TO WS-AUDIT-PRIOR-BALANCE
009751             MOVE ZEROS TO WS-AUDIT-NEW-BALANCE
009752             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
009753             GO TO 2800-EXIT
009754         END-IF
009755     END-IF
009756     READ ACCOUNT-MASTER-FILE
009757         INVALID KEY
009760             MOVE ZEROS TO WS-AUDIT-PRIOR-BALANCE
009770             IF BALANCE < PASSED-MIN-BALANCE
009775                 AND NOT PASSED-PRODUCT-CERTIFICATE
009780                 SET RC-OVERDRAFT-REJECTED TO TRUE
009790                 MOVE ZEROS TO WS-AUDIT-NEW-BALANCE
009800             ELSE
009840                 MOVE PASSED-DAILY-LIMIT TO ACCT-DAILY-DEBIT-LIMIT
009850                 MOVE PASSED-MEMBER-NAME TO ACCT-MEMBER-NAME
009860                 MOVE PASSED-MEMBER-ID TO ACCT-MEMBER-ID
009863                 MOVE PASSED-TARGET-ACCOUNT-ID
009866                     TO ACCT-PROTECT-ACCOUNT-ID
009870                 MOVE WS-TODAYS-DATE TO ACCT-OPEN-DATE
009880                 MOVE WS-TODAYS-DATE TO ACCT-LAST-ACTIVITY-DATE
009890                 SET ACCT-STATUS-OPEN TO TRUE
009891                 IF PASSED-PRODUCT-CERTIFICATE
009892                     PERFORM 2807-SET-CERTIFICATE-TERMS
009893                         THRU 2807-EXIT
009894                 ELSE
009895                     PERFORM 2809-SET-SHARE-PRODUCT
009896                         THRU 2809-EXIT
009897                 END-IF
009898                 IF RC-SUCCESS
009900                     WRITE ACCOUNT-MASTER-RECORD
009910                     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
009912                 ELSE
009914                     MOVE ZEROS TO WS-AUDIT-NEW-BALANCE
009916                 END-IF
009920             END-IF
009930         NOT INVALID KEY
009940             SET RC-ACCOUNT-EXISTS TO TRUE
009980     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
009990 2800-EXIT.
010000     EXIT.
010001
010002******************************************************************
010003*    2805-CHECK-PROTECTOR - THE PROTECTING ACCOUNT NAMED ON AN
010004*    OPEN OR MAINT SLIP (WS-PROTECT-ACCOUNT-ID) MUST BE A
010005*    DIFFERENT ACCOUNT (RC 41), AND MUST BE ON FILE, NOT CLOSED
010006*    AND LINKED TO THE SAME MEMBER AS THE ACCOUNT IT PROTECTS
010007*    (WS-PROTECT-MEMBER-ID, RC 43) - A SWEEP ONLY EVER MOVES A
010008*    MEMBER'S OWN MONEY.  A CERTIFICATE CANNOT PROTECT ANOTHER
010009*    ACCOUNT (RC 43) - ITS MONEY IS COMMITTED FOR THE TERM.
010010*    LEAVES THE PROTECTING ACCOUNT IN THE FILE AREA.
010011******************************************************************
010012 2805-CHECK-PROTECTOR.
010013     IF WS-PROTECT-ACCOUNT-ID = PASSED-ACCOUNT-ID
010014         SET RC-SAME-ACCOUNT TO TRUE
010015         GO TO 2805-EXIT
010016     END-IF
010017     MOVE WS-PROTECT-ACCOUNT-ID TO ACCT-ID
010018     READ ACCOUNT-MASTER-FILE
010019         INVALID KEY
010020             SET RC-PROTECT-NOT-ELIGIBLE TO TRUE
010021         NOT INVALID KEY
010022             IF ACCT-STATUS-CLOSED
010023                 OR ACCT-MEMBER-ID = SPACES
010024                 OR ACCT-MEMBER-ID NOT = WS-PROTECT-MEMBER-ID
010025                 OR ACCT-PRODUCT-CERTIFICATE
010026                 SET RC-PROTECT-NOT-ELIGIBLE TO TRUE
010027             END-IF
010028     END-READ.
010029 2805-EXIT.
010030     EXIT.
010031
010032******************************************************************
010033*    2806-CHECK-PAYOUT - THE SHARE ACCOUNT A CERTIFICATE PAYS
010034*    OUT TO AT MATURITY MUST BE NAMED WHEN THE OPTION IS PAY
010035*    OUT, MUST BE A DIFFERENT ACCOUNT, AND MUST BE ON FILE, NOT
010036*    CLOSED, LINKED TO THE SAME MEMBER AND NOT ITSELF A
010037*    CERTIFICATE (RC 44).  IT IS NAMED AS THE OPEN'S
010038*    COUNTERPARTY UNLESS A PROTECTOR ALREADY IS.
010039******************************************************************
010040 2806-CHECK-PAYOUT.
010041     IF PASSED-CERT-PAYOUT-ACCOUNT-ID = SPACES
010042         OR PASSED-CERT-PAYOUT-ACCOUNT-ID = PASSED-ACCOUNT-ID
010043         SET RC-PAYOUT-NOT-ELIGIBLE TO TRUE
010044         GO TO 2806-EXIT
010045     END-IF
010046     IF WS-AUDIT-TARGET-ID = SPACES
010047         MOVE PASSED-CERT-PAYOUT-ACCOUNT-ID TO WS-AUDIT-TARGET-ID
010048     END-IF
010049     MOVE PASSED-CERT-PAYOUT-ACCOUNT-ID TO ACCT-ID
010050     READ ACCOUNT-MASTER-FILE
010051         INVALID KEY
010052             SET RC-PAYOUT-NOT-ELIGIBLE TO TRUE
010053         NOT INVALID KEY
010054             IF ACCT-STATUS-CLOSED
010055                 OR ACCT-MEMBER-ID = SPACES
010056                 OR ACCT-MEMBER-ID NOT = PASSED-MEMBER-ID
010057                 OR ACCT-PRODUCT-CERTIFICATE
010058                 SET RC-PAYOUT-NOT-ELIGIBLE TO TRUE
010059             END-IF
010060     END-READ.
010061 2806-EXIT.
010062     EXIT.
010063
010064******************************************************************
010065*    2807-SET-CERTIFICATE-TERMS - FILL IN THE NEW ACCOUNT AS A
010066*    CERTIFICATE.  THE RATE IS LOCKED FROM THE RATE TABLE ON
010067*    THE OPENING BALANCE AND DATE (RC 60 REFUSES THE OPEN IF
010068*    NONE QUALIFIES), AND THE MATURITY DATE IS THE OPEN DATE
010069*    PLUS THE TERM.  A CERTIFICATE CARRIES NO MINIMUM BALANCE,
010070*    DAILY LIMIT OR PROTECTING ACCOUNT.  A CALL WITHOUT A TERM
010071*    OR A MATURITY OPTION CANNOT OPEN A CERTIFICATE (RC 54).
010072*    THE NEW RECORD IS IN THE FILE AREA.
010073******************************************************************
010074 2807-SET-CERTIFICATE-TERMS.
010075     IF PASSED-CERT-TERM-MONTHS IS NOT NUMERIC
010076         OR PASSED-CERT-TERM-MONTHS = ZEROS
010077         OR (PASSED-CERT-MATURITY-OPTION NOT = 'R'
010078             AND PASSED-CERT-MATURITY-OPTION NOT = 'P')
010079         SET RC-NOT-A-CERTIFICATE TO TRUE
010080         GO TO 2807-EXIT
010081     END-IF
010082     SET ACCT-PRODUCT-CERTIFICATE TO TRUE
010083     MOVE ZEROS TO ACCT-MIN-BALANCE
010084     MOVE ZEROS TO ACCT-DAILY-DEBIT-LIMIT
010085     MOVE SPACES TO ACCT-PROTECT-ACCOUNT-ID
010086     MOVE PASSED-CERT-TERM-MONTHS TO ACCT-CERT-TERM-MONTHS
010087     MOVE PASSED-CERT-MATURITY-OPTION
010088         TO ACCT-CERT-MATURITY-OPTION
010089     MOVE PASSED-CERT-PAYOUT-ACCOUNT-ID
010090         TO ACCT-CERT-PAYOUT-ACCOUNT-ID
010091     PERFORM 7500-SELECT-RATE THRU 7500-EXIT
010092     IF NOT RC-SUCCESS
010093         GO TO 2807-EXIT
010094     END-IF
010095     MOVE WS-APPLIED-RATE TO ACCT-CERT-RATE
010096     MOVE WS-APPLIED-RATE TO WS-AUDIT-RATE
010097     MOVE WS-TODAYS-DATE TO WS-TERM-DATE-N
010098     MOVE WS-TERM-DAY TO WS-TERM-ANNIV-DAY
010099     MOVE ACCT-CERT-TERM-MONTHS TO WS-TERM-MONTHS
010100     PERFORM 7800-ADD-TERM-MONTHS THRU 7800-EXIT
010101     MOVE WS-TERM-DATE-N TO ACCT-CERT-MATURITY-DATE.
010102 2807-EXIT.
010103     EXIT.
010104
010105******************************************************************
010106*    2809-SET-SHARE-PRODUCT - FILL IN A NEW ACCOUNT AS AN
010107*    ORDINARY SHARE ACCOUNT WITH THE CERTIFICATE FIELDS EMPTY.
010108******************************************************************
010109 2809-SET-SHARE-PRODUCT.
010110     SET ACCT-PRODUCT-SHARE TO TRUE
010111     MOVE ZEROS TO ACCT-CERT-TERM-MONTHS
010112     MOVE ZEROS TO ACCT-CERT-MATURITY-DATE
010113     MOVE ZEROS TO ACCT-CERT-RATE
010114     MOVE SPACES TO ACCT-CERT-MATURITY-OPTION
010115     MOVE SPACES TO ACCT-CERT-PAYOUT-ACCOUNT-ID.
010116 2809-EXIT.
010117     EXIT.
010118
010119******************************************************************
010120*    2810-FREEZE-ACCOUNT - PUT A COMPLIANCE HOLD ON THE ACCOUNT.
010121*    EVERY POSTING PATH REFUSES A FROZEN ACCOUNT UNTIL AN
010122*    UNFREEZE.  FREEZING AN ALREADY-FROZEN ACCOUNT IS A NO-OP
010123*    SO A SECOND HOLD REQUEST CANNOT FAIL; A CLOSED ACCOUNT
010124*    CANNOT BE FROZEN.
010125******************************************************************
010126 2810-FREEZE-ACCOUNT.
010127     READ ACCOUNT-MASTER-FILE
010128         INVALID KEY
010129             SET RC-ACCOUNT-NOT-FOUND TO TRUE
010130             MOVE ZEROS TO WS-AUDIT-PRIOR-BALANCE
010140             MOVE ZEROS TO WS-AUDIT-NEW-BALANCE
010150         NOT INVALID KEY
010780     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
010790 2830-EXIT.
010800     EXIT.
010801
010802******************************************************************
010803*    2840-MAINTAIN-ACCOUNT - CHANGE THE MINIMUM BALANCE, DAILY
010804*    DEBIT LIMIT, MEMBER LINK, MEMBER NAME OR PROTECTING ACCOUNT
010805*    OF AN ACCOUNT ON FILE.  A FIELD PASSED AS SPACES IS LEFT AS
010806*    IT STANDS.  A FROZEN OR CLOSED ACCOUNT TAKES NO MAINTENANCE
010807*    (THE SAME GATE AS A POSTING), A NEW MINIMUM MAY NOT STAND
010808*    ABOVE THE LEDGER BALANCE (RC 22 - THE SAME TEST AN OPEN
010809*    MAKES), AND A PROTECTOR THAT IS NEW OR WHOSE MEMBER LINK
010810*    CHANGES UNDER IT IS PROVED AGAIN BY 2805.  A CERTIFICATE
010811*    TAKES NO MINIMUM, LIMIT, PROTECTOR OR NEW MEMBER LINK
010812*    (RC 55) - THEY WOULD STAND IN THE WAY OF ITS PAY-OUT AT
010813*    MATURITY, OR SEND IT TO AN ACCOUNT OF ANOTHER MEMBER'S
010814*    CHOOSING THAN THE ONE THAT OWNS IT.  NOTHING POSTS,
010815*    SO THE BALANCE AND LAST-ACTIVITY DATE STAND.  THE BEFORE
010816*    AND AFTER IMAGES ARE BUILT IN THE MAINTENANCE LOG RECORD
010817*    AND WRITTEN BY 8000 WITH THE AUDIT RECORD.
010818******************************************************************
010819 2840-MAINTAIN-ACCOUNT.
010820     READ ACCOUNT-MASTER-FILE
010821         INVALID KEY
010822             SET RC-ACCOUNT-NOT-FOUND TO TRUE
010823             MOVE ZEROS TO WS-AUDIT-PRIOR-BALANCE
010824             MOVE ZEROS TO WS-AUDIT-NEW-BALANCE
010825             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
010826             GO TO 2840-EXIT
010827     END-READ
010828     MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
010829     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
010830     PERFORM 2845-BUILD-MAINT-IMAGES THRU 2845-EXIT
010831     PERFORM 7100-CHECK-POSTING-ALLOWED THRU 7100-EXIT
010832     IF RC-SUCCESS
010833         AND ACCT-PRODUCT-CERTIFICATE
010834         AND (MNT-AFTER-MIN-BALANCE NOT = MNT-BEFORE-MIN-BALANCE
010835           OR MNT-AFTER-DAILY-LIMIT NOT = MNT-BEFORE-DAILY-LIMIT
010836           OR MNT-AFTER-MEMBER-ID NOT = MNT-BEFORE-MEMBER-ID
010837           OR (MNT-AFTER-PROTECT-ID NOT = SPACES
010838               AND MNT-AFTER-PROTECT-ID
010839                   NOT = MNT-BEFORE-PROTECT-ID))
010840         SET RC-CERT-NO-MAINT TO TRUE
010841     END-IF
010842     IF RC-SUCCESS
010843         AND PASSED-MIN-BALANCE-X NOT = SPACES
010844         AND MNT-AFTER-MIN-BALANCE > ACCT-BALANCE
010845         SET RC-MIN-ABOVE-BALANCE TO TRUE
010846     END-IF
010847     IF RC-SUCCESS
010848         AND MNT-AFTER-PROTECT-ID NOT = SPACES
010849         AND (MNT-AFTER-PROTECT-ID NOT = MNT-BEFORE-PROTECT-ID
010850              OR MNT-AFTER-MEMBER-ID NOT = MNT-BEFORE-MEMBER-ID)
010851         PERFORM 2846-CHECK-NEW-PROTECTOR THRU 2846-EXIT
010852     END-IF
010853     IF RC-SUCCESS
010854         MOVE MNT-AFTER-MIN-BALANCE TO ACCT-MIN-BALANCE
010855         MOVE MNT-AFTER-DAILY-LIMIT TO ACCT-DAILY-DEBIT-LIMIT
010856         MOVE MNT-AFTER-MEMBER-ID TO ACCT-MEMBER-ID
010857         MOVE MNT-AFTER-MEMBER-NAME TO ACCT-MEMBER-NAME
010858         MOVE MNT-AFTER-PROTECT-ID TO ACCT-PROTECT-ACCOUNT-ID
010859         REWRITE ACCOUNT-MASTER-RECORD
010860     END-IF
010861     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
010862 2840-EXIT.
010863     EXIT.
010864
010865******************************************************************
010866*    2845-BUILD-MAINT-IMAGES - THE BEFORE IMAGE IS THE ACCOUNT
010867*    AS READ; THE AFTER IMAGE IS THE BEFORE IMAGE WITH EACH
010868*    FIELD THE SLIP CARRIES LAID OVER IT.
010869******************************************************************
010870 2845-BUILD-MAINT-IMAGES.
010871     MOVE ACCT-MIN-BALANCE TO MNT-BEFORE-MIN-BALANCE
010872     MOVE ACCT-DAILY-DEBIT-LIMIT TO MNT-BEFORE-DAILY-LIMIT
010873     MOVE ACCT-MEMBER-ID TO MNT-BEFORE-MEMBER-ID
010874     MOVE ACCT-MEMBER-NAME TO MNT-BEFORE-MEMBER-NAME
010875     MOVE ACCT-PROTECT-ACCOUNT-ID TO MNT-BEFORE-PROTECT-ID
010876     MOVE MNT-BEFORE-IMAGE TO MNT-AFTER-IMAGE
010877     IF PASSED-MIN-BALANCE-X NOT = SPACES
010878         MOVE PASSED-MIN-BALANCE TO MNT-AFTER-MIN-BALANCE
010879     END-IF
010880     IF PASSED-DAILY-LIMIT-X NOT = SPACES
010881         MOVE PASSED-DAILY-LIMIT TO MNT-AFTER-DAILY-LIMIT
010882     END-IF
010883     IF PASSED-MEMBER-ID NOT = SPACES
010884         MOVE PASSED-MEMBER-ID TO MNT-AFTER-MEMBER-ID
010885     END-IF
010886     IF PASSED-MEMBER-NAME NOT = SPACES
010887         MOVE PASSED-MEMBER-NAME TO MNT-AFTER-MEMBER-NAME
010888     END-IF
010889     IF PASSED-PROTECT-REMOVE
010890         MOVE SPACES TO MNT-AFTER-PROTECT-ID
010891     ELSE
010892         IF PASSED-TARGET-ACCOUNT-ID NOT = SPACES
010893             MOVE PASSED-TARGET-ACCOUNT-ID
010894                 TO MNT-AFTER-PROTECT-ID
010895         END-IF
010896     END-IF.
010897 2845-EXIT.
010898     EXIT.
010899
010900******************************************************************
010901*    2846-CHECK-NEW-PROTECTOR - PROVE THE AFTER IMAGE'S
010902*    PROTECTING ACCOUNT AGAINST THE AFTER IMAGE'S MEMBER, THEN
010903*    READ THE MAINTAINED ACCOUNT BACK INTO THE FILE AREA FOR
010904*    THE REWRITE (2805 LEFT THE PROTECTOR THERE).
010905******************************************************************
010906 2846-CHECK-NEW-PROTECTOR.
010907     MOVE MNT-AFTER-PROTECT-ID TO WS-PROTECT-ACCOUNT-ID
010908     MOVE MNT-AFTER-MEMBER-ID TO WS-PROTECT-MEMBER-ID
010909     PERFORM 2805-CHECK-PROTECTOR THRU 2805-EXIT
010910     MOVE PASSED-ACCOUNT-ID TO ACCT-ID
010911     READ ACCOUNT-MASTER-FILE
010912         INVALID KEY
010913             SET RC-ACCOUNT-NOT-FOUND TO TRUE
010914     END-READ.
010915 2846-EXIT.
010916     EXIT.
010917
010918******************************************************************
010919*    2850-RENEW-CERTIFICATE - ROLL A MATURED CERTIFICATE OVER
010920*    FOR ANOTHER TERM AT THE RATE THE TABLE GIVES TODAY FOR ITS
010921*    BALANCE (RC 60 IF NONE).  THE MATURITY DATE MOVES ON BY
010922*    THE TERM UNTIL IT IS PAST TODAY, SO A CERTIFICATE THAT
010923*    SAT MATURED OVER A HOLIDAY KEEPS ITS OWN ANNIVERSARY - THE
010924*    DAY OF ITS OPEN DATE (OF THE OLD MATURITY WHEN NO OPEN DATE
010925*    IS ON FILE), WHATEVER SHORT MONTH THE LAST TERM ENDED IN.
010926*    REFUSED FOR AN ACCOUNT THAT IS NOT A CERTIFICATE (RC 54)
010927*    OR HAS NOT MATURED (RC 53), AND BY THE USUAL STATUS GATE.
010928*    NO MONEY MOVES, SO THE BALANCE AND LAST-ACTIVITY DATE
010929*    STAND AND NOTHING GOES TO THE HISTORY OR POSITION FILES;
010930*    THE AUDIT RECORD CARRIES THE NEW RATE.
010931******************************************************************
010932 2850-RENEW-CERTIFICATE.
010933     READ ACCOUNT-MASTER-FILE
010934         INVALID KEY
010935             SET RC-ACCOUNT-NOT-FOUND TO TRUE
010936             MOVE ZEROS TO WS-AUDIT-PRIOR-BALANCE
010937             MOVE ZEROS TO WS-AUDIT-NEW-BALANCE
010938             PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
010939             GO TO 2850-EXIT
010940     END-READ
010941     MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
010942     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
010943     PERFORM 7100-CHECK-POSTING-ALLOWED THRU 7100-EXIT
010944     IF RC-SUCCESS
010945         AND (NOT ACCT-PRODUCT-CERTIFICATE
010946              OR ACCT-CERT-TERM-MONTHS = ZEROS)
010947         SET RC-NOT-A-CERTIFICATE TO TRUE
010948     END-IF
010949     IF RC-SUCCESS
010950         AND ACCT-CERT-MATURITY-DATE > WS-TODAYS-DATE
010951         SET RC-CERT-NOT-MATURED TO TRUE
010952     END-IF
010953     IF RC-SUCCESS
010954         PERFORM 7500-SELECT-RATE THRU 7500-EXIT
010955     END-IF
010956     IF RC-SUCCESS
010957         MOVE WS-APPLIED-RATE TO ACCT-CERT-RATE
010958         MOVE WS-APPLIED-RATE TO WS-AUDIT-RATE
010959         IF ACCT-OPEN-DATE > ZEROS
010960             MOVE ACCT-OPEN-DATE TO WS-TERM-DATE-N
010961         ELSE
010962             MOVE ACCT-CERT-MATURITY-DATE TO WS-TERM-DATE-N
010963         END-IF
010964         MOVE WS-TERM-DAY TO WS-TERM-ANNIV-DAY
010965         MOVE ACCT-CERT-MATURITY-DATE TO WS-TERM-DATE-N
010966         MOVE ACCT-CERT-TERM-MONTHS TO WS-TERM-MONTHS
010967         PERFORM 7800-ADD-TERM-MONTHS THRU 7800-EXIT
010968             UNTIL WS-TERM-DATE-N > WS-TODAYS-DATE
010969         MOVE WS-TERM-DATE-N TO ACCT-CERT-MATURITY-DATE
010970         REWRITE ACCOUNT-MASTER-RECORD
010971         MOVE ACCT-BALANCE TO BALANCE
010972     END-IF
010973     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
010974 2850-EXIT.
010975     EXIT.
010976
010977******************************************************************
010978*    7100-CHECK-POSTING-ALLOWED - COMMON STATUS GATE FOR EVERY
010979*    PATH THAT WOULD CHANGE A BALANCE.  A FROZEN ACCOUNT REFUSES
010980*    EVERYTHING; A CLOSED ACCOUNT REFUSES EVERYTHING BUT A READ
010981*    (WHICH NEVER COMES THROUGH HERE).  A STATUS OF SPACE IS A
010982*    RECORD FROM BEFORE THE STATUS BYTE EXISTED AND POSTS AS
010983*    OPEN.  CALLER MUST HAVE THE ACCOUNT RECORD CURRENT.
010984******************************************************************
010985 7100-CHECK-POSTING-ALLOWED.
010986     IF ACCT-STATUS-FROZEN
010987         SET RC-ACCOUNT-FROZEN TO TRUE
010988     ELSE
010989         IF ACCT-STATUS-CLOSED
010990             SET RC-ACCOUNT-CLOSED TO TRUE
010991         END-IF
010992     END-IF.
010993 7100-EXIT.
010994     EXIT.
011000
011010******************************************************************
011020*    7200-STAMP-ACTIVITY - STAMP THE ACCOUNT'S LAST-ACTIVITY DATE
011870 7400-EXIT.
011880     EXIT.
011890
011891******************************************************************
011892*    7600-COMPUTE-AVAILABLE - SUM THE CURRENT ACCOUNT'S ACTIVE
011893*    HOLDS (RELEASE DATE AFTER THE POSTING DATE) AND TAKE THEM
011894*    OFF THE LEDGER BALANCE TO GIVE THE AVAILABLE BALANCE.  A
011895*    HOLD WHOSE RELEASE DATE HAS COME BUT THAT THE NIGHTLY
011896*    RELEASE HAS NOT YET DELETED NO LONGER COUNTS.  CALLER MUST
011897*    HAVE THE ACCOUNT RECORD CURRENT.
011898******************************************************************
011899 7600-COMPUTE-AVAILABLE.
011900     MOVE ZEROS TO WS-HELD-AMOUNT
011901     MOVE ACCT-ID TO HOLD-ACCOUNT-ID
011902     MOVE ZEROS TO HOLD-PLACED-DATE
011903     MOVE ZEROS TO HOLD-PLACED-TIME
011904     MOVE ZEROS TO HOLD-SEQ
011905     SET HOLD-EOF-NO TO TRUE
011906     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
011907         INVALID KEY
011908             SET HOLD-EOF-YES TO TRUE
011909     END-START
011910     PERFORM 7610-ADD-ONE-HOLD THRU 7610-EXIT
011911         UNTIL HOLD-EOF-YES
011912     COMPUTE WS-AVAILABLE-BALANCE = ACCT-BALANCE - WS-HELD-AMOUNT.
011913 7600-EXIT.
011914     EXIT.
011915
011916******************************************************************
011917*    7610-ADD-ONE-HOLD - STEP TO THE ACCOUNT'S NEXT HOLD AND
011918*    COUNT IT IF IT IS STILL ACTIVE.
011919******************************************************************
011920 7610-ADD-ONE-HOLD.
011921     READ HOLD-FILE NEXT RECORD
011922         AT END
011923             SET HOLD-EOF-YES TO TRUE
011924             GO TO 7610-EXIT
011925     END-READ
011926     IF HOLD-ACCOUNT-ID NOT = ACCT-ID
011927         SET HOLD-EOF-YES TO TRUE
011928         GO TO 7610-EXIT
011929     END-IF
011930     IF HOLD-RELEASE-DATE > WS-TODAYS-DATE
011931         ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
011932     END-IF.
011933 7610-EXIT.
011934     EXIT.
011935
011936******************************************************************
011937*    7620-PLACE-HOLD - FILE THE HOLD CARRIED ON AN ACCEPTED
011938*    DEPOSIT.  KEYED ON THE DEPOSIT'S AUDIT DATE AND TIME SO A
011939*    REVERSAL OF THE DEPOSIT CAN FIND IT AGAIN; A DUPLICATE KEY
011940*    BUMPS THE TIE-BREAK SEQUENCE THE SAME WAY AS THE HISTORY.
011941******************************************************************
011942 7620-PLACE-HOLD.
011943     MOVE PASSED-ACCOUNT-ID TO HOLD-ACCOUNT-ID
011944     MOVE AUDIT-DATE TO HOLD-PLACED-DATE
011945     MOVE AUDIT-TIME TO HOLD-PLACED-TIME
011946     MOVE ZEROS TO HOLD-SEQ
011947     MOVE PASSED-HOLD-AMOUNT TO HOLD-AMOUNT
011948     MOVE PASSED-HOLD-RELEASE-DATE TO HOLD-RELEASE-DATE
011949     MOVE PASSED-HOLD-REASON TO HOLD-REASON
011950     MOVE PASSED-BRANCH-ID TO HOLD-BRANCH-ID
011951     MOVE PASSED-TELLER-ID TO HOLD-TELLER-ID
011952     SET HOLD-WRITTEN-NO TO TRUE
011953     PERFORM 7625-TRY-HOLD-WRITE THRU 7625-EXIT
011954         UNTIL HOLD-WRITTEN-YES OR HOLD-SEQ > 9998.
011955 7620-EXIT.
011956     EXIT.
011957
011958******************************************************************
011959*    7625-TRY-HOLD-WRITE - ONE WRITE ATTEMPT; A DUPLICATE KEY
011960*    BUMPS THE SEQUENCE FOR THE NEXT TRY.
011961******************************************************************
011962 7625-TRY-HOLD-WRITE.
011963     WRITE HOLD-RECORD
011964         INVALID KEY
011965             ADD 1 TO HOLD-SEQ
011966         NOT INVALID KEY
011967             SET HOLD-WRITTEN-YES TO TRUE
011968     END-WRITE.
011969 7625-EXIT.
011970     EXIT.
011971
011972******************************************************************
011973*    7630-DROP-DEPOSIT-HOLDS - A REVERSED DEPOSIT NEVER
011974*    HAPPENED, SO ANY HOLD IT PLACED COMES OFF WITH IT - LEFT
011975*    ON FILE IT WOULD TIE UP MONEY THAT IS NO LONGER THERE.
011976*    THE HOLDS ARE FOUND BY THE DEPOSIT'S POSTING DATE AND TIME
011977*    FROM THE POSITION RECORD.
011978******************************************************************
011979 7630-DROP-DEPOSIT-HOLDS.
011980     MOVE PASSED-ACCOUNT-ID TO HOLD-ACCOUNT-ID
011981     MOVE WS-LAST-AUDIT-POST-DATE TO HOLD-PLACED-DATE
011982     MOVE WS-LAST-AUDIT-POST-TIME TO HOLD-PLACED-TIME
011983     MOVE ZEROS TO HOLD-SEQ
011984     SET HOLD-EOF-NO TO TRUE
011985     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
011986         INVALID KEY
011987             SET HOLD-EOF-YES TO TRUE
011988     END-START
011989     PERFORM 7640-DROP-ONE-HOLD THRU 7640-EXIT
011990         UNTIL HOLD-EOF-YES.
011991 7630-EXIT.
011992     EXIT.
011993
011994******************************************************************
011995*    7640-DROP-ONE-HOLD - DELETE THE NEXT HOLD IF IT BELONGS TO
011996*    THE REVERSED DEPOSIT.
011997******************************************************************
011998 7640-DROP-ONE-HOLD.
011999     READ HOLD-FILE NEXT RECORD
012000         AT END
012001             SET HOLD-EOF-YES TO TRUE
012002             GO TO 7640-EXIT
012003     END-READ
012004     IF HOLD-ACCOUNT-ID NOT = PASSED-ACCOUNT-ID
012005         OR HOLD-PLACED-DATE NOT = WS-LAST-AUDIT-POST-DATE
012006         OR HOLD-PLACED-TIME NOT = WS-LAST-AUDIT-POST-TIME
012007         SET HOLD-EOF-YES TO TRUE
012008         GO TO 7640-EXIT
012009     END-IF
012010     DELETE HOLD-FILE RECORD
012011         INVALID KEY
012012             CONTINUE
012013     END-DELETE.
012014 7640-EXIT.
012015     EXIT.
012016
012017******************************************************************
012018*    7700-CHECK-PROTECTION - THE DEBIT OR TRANSFER-OUT WOULD
012019*    TAKE THE CURRENT ACCOUNT'S AVAILABLE BALANCE BELOW ITS
012020*    MINIMUM (WS-NEW-BALANCE HOLDS THE RESULT).  IF THE ACCOUNT
012021*    NAMES A PROTECTING ACCOUNT THAT IS STILL THE SAME MEMBER'S,
012022*    IS NOT FROZEN OR CLOSED, AND CAN GIVE UP JUST THE SHORTFALL
012023*    WITHOUT ITS OWN AVAILABLE BALANCE DROPPING BELOW ITS OWN
012024*    MINIMUM, THE SWEEP IS SET UP AND THE ITEM GOES ON;
012025*    OTHERWISE THE ITEM IS REFUSED AS AN OVERDRAFT (RC 20)
012026*    EXACTLY AS BEFORE.  NOTHING IS POSTED HERE - THE ITEM'S
012027*    REMAINING CHECKS COME FIRST.  THE DAILY DEBIT LIMIT IS THE
012028*    COVERED ACCOUNT'S AND DOES NOT APPLY TO THE SWEEP.  ENDS
012029*    WITH THE COVERED ACCOUNT BACK IN THE FILE AREA.  A
012030*    CERTIFICATE IS NEVER SWEPT INTO OR OUT OF.
012031******************************************************************
012032 7700-CHECK-PROTECTION.
012033     SET RC-OVERDRAFT-REJECTED TO TRUE
012034     IF ACCT-PROTECT-ACCOUNT-ID = SPACES
012035         OR ACCT-MEMBER-ID = SPACES
012036         OR ACCT-PRODUCT-CERTIFICATE
012037         GO TO 7700-EXIT
012038     END-IF
012039     COMPUTE WS-SWEEP-SHORTFALL =
012040       ACCT-MIN-BALANCE - WS-NEW-BALANCE
012041     MOVE ACCT-ID TO WS-SWEEP-COVERED-ID
012042     MOVE ACCT-MEMBER-ID TO WS-SWEEP-MEMBER-ID
012043     MOVE ACCT-PROTECT-ACCOUNT-ID TO WS-SWEEP-ACCOUNT-ID
012044     MOVE WS-SWEEP-ACCOUNT-ID TO ACCT-ID
012045     READ ACCOUNT-MASTER-FILE
012046         INVALID KEY
012047             GO TO 7700-REREAD
012048     END-READ
012049     IF ACCT-STATUS-FROZEN
012050         OR ACCT-STATUS-CLOSED
012051         OR ACCT-MEMBER-ID NOT = WS-SWEEP-MEMBER-ID
012052         OR ACCT-PRODUCT-CERTIFICATE
012053         GO TO 7700-REREAD
012054     END-IF
012055     PERFORM 7600-COMPUTE-AVAILABLE THRU 7600-EXIT
012056     COMPUTE WS-NEW-BALANCE =
012057         WS-AVAILABLE-BALANCE - WS-SWEEP-SHORTFALL
012058     IF WS-NEW-BALANCE < ACCT-MIN-BALANCE
012059         GO TO 7700-REREAD
012060     END-IF
012061     MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT
012062     SET SWEEP-NEEDED TO TRUE
012063     SET RC-SUCCESS TO TRUE.
012064 7700-REREAD.
012065     MOVE WS-SWEEP-COVERED-ID TO ACCT-ID
012066     READ ACCOUNT-MASTER-FILE.
012067 7700-EXIT.
012068     EXIT.
012069
012070******************************************************************
012071*    7750-POST-SWEEP - MOVE THE SHORTFALL 7700 SET UP FROM THE
012072*    PROTECTING ACCOUNT TO THE COVERED ACCOUNT AS TWO ODSWEEP
012073*    LEGS NAMING EACH OTHER, PROTECTING SIDE FIRST (THE SAME
012074*    DEBIT-BEFORE-CREDIT ORDER AS A TRANSFER).  THE LEGS GO TO
012075*    THE LOG AND THE HISTORY BUT NOT THE POSITION FILE - THE
012076*    SWEEP IS REVERSED ONLY WITH THE ITEM IT COVERED.  THE
012077*    PROTECTING ACCOUNT'S OLD POSITION IS DROPPED SO A LATER
012078*    REVERSE THERE CANNOT RESTORE A BALANCE FROM BEFORE THE
012079*    SWEEP.  ENDS WITH THE COVERED ACCOUNT IN THE FILE AREA AND
012080*    THE CALL'S OWN OPERATION AND AUDIT IDS PUT BACK.
012081******************************************************************
012082 7750-POST-SWEEP.
012083     MOVE 'ODSWEEP' TO OPERATION-TYPE
012084     MOVE WS-SWEEP-ACCOUNT-ID TO ACCT-ID
012085     READ ACCOUNT-MASTER-FILE
012086     MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
012087     SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-BALANCE
012088     PERFORM 7200-STAMP-ACTIVITY THRU 7200-EXIT
012089     REWRITE ACCOUNT-MASTER-RECORD
012090     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
012091     MOVE WS-SWEEP-ACCOUNT-ID TO WS-AUDIT-ACCOUNT-ID
012092     MOVE WS-SWEEP-COVERED-ID TO WS-AUDIT-TARGET-ID
012093     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
012094     MOVE WS-SWEEP-ACCOUNT-ID TO POS-ACCOUNT-ID
012095     DELETE AUDIT-POSITION-FILE RECORD
012096         INVALID KEY
012097             CONTINUE
012098     END-DELETE
012099     MOVE WS-SWEEP-COVERED-ID TO ACCT-ID
012100     READ ACCOUNT-MASTER-FILE
012101     MOVE ACCT-BALANCE TO WS-AUDIT-PRIOR-BALANCE
012102     ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
012103     PERFORM 7200-STAMP-ACTIVITY THRU 7200-EXIT
012104     REWRITE ACCOUNT-MASTER-RECORD
012105     MOVE ACCT-BALANCE TO WS-AUDIT-NEW-BALANCE
012106     MOVE WS-SWEEP-COVERED-ID TO WS-AUDIT-ACCOUNT-ID
012107     MOVE WS-SWEEP-ACCOUNT-ID TO WS-AUDIT-TARGET-ID
012108     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
012109     MOVE PASSED-OPERATION TO OPERATION-TYPE
012110     MOVE PASSED-ACCOUNT-ID TO WS-AUDIT-ACCOUNT-ID
012111     IF OPERATION-TYPE = 'TRANSFER'
012112         MOVE PASSED-TARGET-ACCOUNT-ID TO WS-AUDIT-TARGET-ID
012113     ELSE
012114         MOVE SPACES TO WS-AUDIT-TARGET-ID
012115     END-IF.
012116 7750-EXIT.
012117     EXIT.
012118
012119******************************************************************
012120*    7500-SELECT-RATE - PICK THE RATE FOR THE CURRENT ACCOUNT
012121*    FROM THE IN-CORE RATE TABLE: LATEST EFFECTIVE DATE ON OR
012122*    BEFORE THE POSTING DATE, THEN HIGHEST TIER FLOOR AT OR
012123*    BELOW THE ACCOUNT'S BALANCE.  NO QUALIFYING ENTRY REFUSES
012124*    THE ACCRUAL (RC 60).  CALLER MUST HAVE THE ACCOUNT RECORD
012125*    CURRENT.
012126******************************************************************
012127 7500-SELECT-RATE.
012128     MOVE ZEROS TO WS-RATE-BEST
012129     PERFORM 7510-JUDGE-RATE-ENTRY THRU 7510-EXIT
012130         VARYING WS-RATE-IDX FROM 1 BY 1
012131         UNTIL WS-RATE-IDX > WS-RATE-COUNT
012132     IF WS-RATE-BEST = ZEROS
012133         SET RC-NO-RATE-ON-FILE TO TRUE
012134     ELSE
012135         MOVE WS-RT-TBL-RATE(WS-RATE-BEST) TO WS-APPLIED-RATE
012136     END-IF.
012137 7500-EXIT.
012138     EXIT.
012139
012140******************************************************************
012141*    7510-JUDGE-RATE-ENTRY - DOES THIS TABLE ENTRY BEAT THE BEST
012142*    QUALIFIER FOUND SO FAR?
012143******************************************************************
012150 7510-JUDGE-RATE-ENTRY.
012160     IF WS-RT-TBL-EFFECTIVE(WS-RATE-IDX) > WS-TODAYS-DATE
012170         OR WS-RT-TBL-FLOOR(WS-RATE-IDX) > ACCT-BALANCE
012340     END-IF.
012350 7510-EXIT.
012360     EXIT.
012361
012362******************************************************************
012363*    7800-ADD-TERM-MONTHS - MOVE WS-TERM-DATE ON BY
012364*    WS-TERM-MONTHS CALENDAR MONTHS.  A DAY PAST THE END OF THE
012365*    NEW MONTH IS HELD BACK TO ITS LAST DAY (A ONE-MONTH TERM
012366*    OPENED JANUARY 31 MATURES ON THE LAST DAY OF FEBRUARY).
012367*    THE DAY IS FIRST SET BACK TO WS-TERM-ANNIV-DAY, SO A DAY
012368*    HELD BACK IN ONE STEP IS NOT CARRIED INTO THE NEXT (THE
012369*    SAME CERTIFICATE'S NEXT TERM ENDS MARCH 31, NOT MARCH 28).
012370******************************************************************
012371 7800-ADD-TERM-MONTHS.
012372     DIVIDE WS-TERM-MONTHS BY 12
012373         GIVING WS-TERM-YEARS-ADDED
012374         REMAINDER WS-TERM-MONTHS-ADDED
012375     ADD WS-TERM-YEARS-ADDED TO WS-TERM-YEAR
012376     ADD WS-TERM-MONTHS-ADDED TO WS-TERM-MONTH
012377     IF WS-TERM-MONTH > 12
012378         SUBTRACT 12 FROM WS-TERM-MONTH
012379         ADD 1 TO WS-TERM-YEAR
012380     END-IF
012381     MOVE WS-TERM-ANNIV-DAY TO WS-TERM-DAY
012382     PERFORM 7810-SET-DAYS-IN-MONTH THRU 7810-EXIT
012383     IF WS-TERM-DAY > WS-DAYS-IN-MONTH
012384         MOVE WS-DAYS-IN-MONTH TO WS-TERM-DAY
012385     END-IF.
012386 7800-EXIT.
012387     EXIT.
012388
012389******************************************************************
012390*    7810-SET-DAYS-IN-MONTH - LENGTH OF THE TERM DATE'S MONTH,
012391*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
012392*    ONLY WHEN DIVISIBLE BY 400).
012393******************************************************************
012394 7810-SET-DAYS-IN-MONTH.
012395     EVALUATE WS-TERM-MONTH
012396         WHEN 01
012397         WHEN 03
012398         WHEN 05
012399         WHEN 07
012400         WHEN 08
012401         WHEN 10
012402         WHEN 12
012403             MOVE 31 TO WS-DAYS-IN-MONTH
012404         WHEN 04
012405         WHEN 06
012406         WHEN 09
012407         WHEN 11
012408             MOVE 30 TO WS-DAYS-IN-MONTH
012409         WHEN 02
012410             MOVE 28 TO WS-DAYS-IN-MONTH
012411             DIVIDE WS-TERM-YEAR BY 4
012412                 GIVING WS-LEAP-QUOTIENT
012413                 REMAINDER WS-LEAP-REMAINDER
012414             IF WS-LEAP-REMAINDER = ZEROS
012415                 MOVE 29 TO WS-DAYS-IN-MONTH
012416                 DIVIDE WS-TERM-YEAR BY 100
012417                     GIVING WS-LEAP-QUOTIENT
012418                     REMAINDER WS-LEAP-REMAINDER
012419                 IF WS-LEAP-REMAINDER = ZEROS
012420                     MOVE 28 TO WS-DAYS-IN-MONTH
012421                     DIVIDE WS-TERM-YEAR BY 400
012422                         GIVING WS-LEAP-QUOTIENT
012423                         REMAINDER WS-LEAP-REMAINDER
012424                     IF WS-LEAP-REMAINDER = ZEROS
012425                         MOVE 29 TO WS-DAYS-IN-MONTH
012426                     END-IF
012427                 END-IF
012428             END-IF
012429     END-EVALUATE.
012430 7810-EXIT.
012431     EXIT.
012432
012433******************************************************************
012434*    8000-WRITE-AUDIT-RECORD - APPEND ONE HISTORY RECORD FOR THE
012435*    CALL JUST PROCESSED.
012436******************************************************************
012437 8000-WRITE-AUDIT-RECORD.
012438     MOVE WS-TODAYS-DATE TO AUDIT-DATE
012440     MOVE WS-MACHINE-DATE TO AUDIT-MACHINE-DATE
012450     ACCEPT AUDIT-TIME FROM TIME
012460     MOVE WS-AUDIT-ACCOUNT-ID TO AUDIT-ACCOUNT-ID
012670              OPERATION-TYPE = 'DEBIT' OR
012680              OPERATION-TYPE = 'ACCR' OR
012690              OPERATION-TYPE = 'TRANSFER' OR
012695              OPERATION-TYPE = 'ODSWEEP' OR
012697              OPERATION-TYPE = 'PENALTY' OR
012700              OPERATION-TYPE = 'REVERSE' OR
012710              OPERATION-TYPE = 'OPEN')
012720         PERFORM 8300-WRITE-HISTORY THRU 8300-EXIT
012730     END-IF
012732     IF OPERATION-TYPE = 'MAINT'
012734         AND NOT RC-ACCOUNT-NOT-FOUND
012736         PERFORM 8400-WRITE-MAINT-LOG THRU 8400-EXIT
012738     END-IF.
012740 8000-EXIT.
012750     EXIT.
012760
012840     SET REVERSE-FOUND-NO TO TRUE
012850     MOVE SPACES TO WS-LAST-AUDIT-OPERATION
012860     MOVE SPACES TO WS-LAST-AUDIT-TARGET-ID
012863     MOVE SPACES TO WS-LAST-SWEEP-ACCOUNT-ID
012866     MOVE ZEROS TO WS-LAST-SWEEP-AMOUNT
012870     MOVE PASSED-ACCOUNT-ID TO POS-ACCOUNT-ID
012880     READ AUDIT-POSITION-FILE
012890         INVALID KEY
012940             MOVE POS-NEW-BALANCE TO WS-LAST-AUDIT-NEW-BAL
012950             MOVE POS-OPERATION TO WS-LAST-AUDIT-OPERATION
012960             MOVE POS-TARGET-ACCOUNT-ID TO WS-LAST-AUDIT-TARGET-ID
012963             MOVE POS-POST-DATE TO WS-LAST-AUDIT-POST-DATE
012966             MOVE POS-POST-TIME TO WS-LAST-AUDIT-POST-TIME
012967             IF POS-SWEEP-AMOUNT IS NUMERIC
012968                 AND POS-SWEEP-AMOUNT > ZEROS
012969                 MOVE POS-SWEEP-ACCOUNT-ID
012970                     TO WS-LAST-SWEEP-ACCOUNT-ID
012971                 MOVE POS-SWEEP-AMOUNT TO WS-LAST-SWEEP-AMOUNT
012972             END-IF
012973     END-READ.
012980 8100-EXIT.
012990     EXIT.
013000
013200
013210******************************************************************
013220*    8210-FILL-POSITION - COPY THE AUDIT RECORD JUST WRITTEN
013230*    INTO THE POSITION RECORD FOR ITS ACCOUNT, WITH ANY
013235*    OVERDRAFT SWEEP THAT COVERED IT.
013240******************************************************************
013250 8210-FILL-POSITION.
013260     MOVE WS-AUDIT-ACCOUNT-ID TO POS-ACCOUNT-ID
013290     MOVE WS-AUDIT-NEW-BALANCE TO POS-NEW-BALANCE
013300     MOVE WS-AUDIT-TARGET-ID TO POS-TARGET-ACCOUNT-ID
013310     MOVE AUDIT-DATE TO POS-POST-DATE
013320     MOVE AUDIT-TIME TO POS-POST-TIME
013321     IF SWEEP-NEEDED
013322         MOVE WS-SWEEP-ACCOUNT-ID TO POS-SWEEP-ACCOUNT-ID
013323         MOVE WS-SWEEP-AMOUNT TO POS-SWEEP-AMOUNT
013324     ELSE
013325         MOVE SPACES TO POS-SWEEP-ACCOUNT-ID
013326         MOVE ZEROS TO POS-SWEEP-AMOUNT
013327     END-IF.
013330 8210-EXIT.
013340     EXIT.
013350
013720     END-WRITE.
013730 8310-EXIT.
013740     EXIT.
013741
013742******************************************************************
013743*    8400-WRITE-MAINT-LOG - FINISH AND WRITE THE MAINTENANCE LOG
013744*    RECORD WHOSE BEFORE AND AFTER IMAGES 2845 BUILT, STAMPED
013745*    WITH THE AUDIT RECORD JUST WRITTEN SO THE TWO TIE UP.
013746******************************************************************
013747 8400-WRITE-MAINT-LOG.
013748     MOVE AUDIT-DATE TO MNT-POST-DATE
013749     MOVE AUDIT-TIME TO MNT-POST-TIME
013750     MOVE AUDIT-MACHINE-DATE TO MNT-MACHINE-DATE
013751     MOVE PASSED-ACCOUNT-ID TO MNT-ACCOUNT-ID
013752     MOVE RETURN-STATUS TO MNT-RETURN-STATUS
013753     MOVE PASSED-BRANCH-ID TO MNT-BRANCH-ID
013754     MOVE PASSED-TELLER-ID TO MNT-TELLER-ID
013755     WRITE MAINTENANCE-LOG-RECORD.
013756 8400-EXIT.
013757     EXIT.
013758
013760******************************************************************
013770*    9000-TERMINATE - OUTSIDE A BATCH SESSION THE FILES CLOSE
013780*    PER CALL AS ALWAYS; INSIDE ONE THEY STAY OPEN UNTIL BATEND.
014060     CLOSE AUDIT-LOG-FILE
014070     CLOSE AUDIT-POSITION-FILE
014080     CLOSE ACCT-HIST-FILE
014085     CLOSE HOLD-FILE
014087     CLOSE MAINT-LOG-FILE
014090     SET FILES-OPEN-NO TO TRUE.
014100 9500-EXIT.
014110     EXIT.
