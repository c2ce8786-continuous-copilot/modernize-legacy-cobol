000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CertMaturity.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  NIGHTLY TERM SHARE
000120*                     CERTIFICATE MATURITY RUN.  WALKS ACCTMAS IN
000130*                     KEY ORDER AND, FOR EVERY CERTIFICATE WHOSE
000140*                     MATURITY DATE HAS COME BY THE BUSINESS
000150*                     DATE, CARRIES OUT THE MEMBER'S MATURITY
000160*                     INSTRUCTION: A RENEWAL GETS A RENEW SLIP
000170*                     (DATAPROGRAM LOCKS IN THE CURRENT RATETAB
000180*                     RATE AND SETS THE NEXT MATURITY DATE), A
000190*                     PAYOUT GETS A TRANSFER SLIP FOR THE WHOLE
000200*                     BALANCE TO THE DESIGNATED SHARE ACCOUNT
000210*                     AND A CLOSE SLIP BEHIND IT.  THE SLIPS GO
000220*                     TO CERTTRAN IN TRANREC FORMAT AND RIDE INTO
000230*                     THE NIGHT'S TRANIN BEHIND THE BRANCH
000240*                     TRAILER LIKE FEEGEN'S FEETRAN SLIPS, SO
000250*                     EVERY MATURITY POSTS THROUGH THE NORMAL
000260*                     EDIT, CONTROL-TRAILER AND AUDIT PATH.  A
000270*                     FROZEN CERTIFICATE, ONE WITH NO TERM OR
000280*                     INSTRUCTION ON FILE, OR ONE WHOSE PAYOUT
000290*                     ACCOUNT CAN NO LONGER TAKE THE MONEY IS
000300*                     HELD FOR THE BRANCH (RC 4).  CERTRPT IS THE
000310*                     REGISTER OF EVERY MATURED CERTIFICATE AND
000320*                     WHAT WAS DONE WITH IT.  MATLIST IS THE
000330*                     MATURITY NOTICE LIST: EVERY CERTIFICATE
000340*                     MATURING 30 DAYS AHEAD, WITH THE MEMBER'S
000350*                     MAILING ADDRESS OFF MBRMAS, SO EACH MEMBER
000360*                     IS NOTIFIED ONCE BEFORE THE TERM ENDS.
000362*    2026-10-15 RH    A RUN ENDED RC 16 (CERTIFICATE LOST FROM
000364*                     ACCTMAS AT PAY-OUT) STILL CLOSES ITS FILES
000366*                     BUT IS NO LONGER RECORDED COMPLETE ON THE
000368*                     CYCLE CONTROL, SO THE STEPS BEHIND IT WAIT.
000370******************************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ACCT-ID
000460         FILE STATUS IS WS-ACCTMAS-STATUS.
000470
000480     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS MBR-ID
000520         FILE STATUS IS WS-MBRMAS-STATUS.
000530
000540     SELECT CERT-TRAN-FILE ASSIGN TO "CERTTRAN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CERTTRAN-STATUS.
000570
000580     SELECT CERT-REPORT-FILE ASSIGN TO "CERTRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CERTRPT-STATUS.
000610
000620     SELECT NOTICE-LIST-FILE ASSIGN TO "MATLIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-MATLIST-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ACCOUNT-MASTER-FILE.
000690     COPY ACCTMAS.
000700
000710 FD  MEMBER-MASTER-FILE.
000720     COPY MBRMAS.
000730
000740 FD  CERT-TRAN-FILE.
000750     COPY TRANREC.
000760
000770 FD  CERT-REPORT-FILE.
000780 01  CERT-REPORT-RECORD              PIC X(80).
000790
000800 FD  NOTICE-LIST-FILE.
000810 01  NOTICE-LIST-RECORD              PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 77  WS-ACCTMAS-STATUS           PIC X(02) VALUE SPACES.
000850     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
000860 77  WS-MBRMAS-STATUS            PIC X(02) VALUE SPACES.
000870     88  MBRMAS-NOT-OPEN                     VALUE '35'.
000880 77  WS-CERTTRAN-STATUS          PIC X(02) VALUE SPACES.
000890 77  WS-CERTRPT-STATUS           PIC X(02) VALUE SPACES.
000900 77  WS-MATLIST-STATUS           PIC X(02) VALUE SPACES.
000910
000920 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000930     88  EOF-YES                             VALUE 'Y'.
000940     88  EOF-NO                              VALUE 'N'.
000950
000960 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000970     88  RUN-REFUSED                         VALUE 'Y'.
000980     88  RUN-ACCEPTED                        VALUE 'N'.
000990
001000 77  WS-PAYOUT-SWITCH            PIC X(01) VALUE 'N'.
001010     88  PAYOUT-ACCOUNT-OK                   VALUE 'Y'.
001020     88  PAYOUT-ACCOUNT-BAD                  VALUE 'N'.
001030
001040*    THE BUSINESS DATE AND THE NOTICE WINDOW.  A CERTIFICATE IS
001050*    LISTED FOR NOTICE ON THE NIGHT ITS MATURITY DATE FIRST
001060*    FALLS WITHIN 30 DAYS - AFTER THE PRIOR BUSINESS DATE PLUS
001070*    30, UP TO TONIGHT'S PLUS 30 - SO A WEEKEND OR HOLIDAY
001080*    BETWEEN RUNS NEVER SKIPS A NOTICE OR SENDS ONE TWICE.
001090 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001100 77  WS-NOTICE-LOW               PIC 9(08) VALUE ZEROS.
001110 77  WS-NOTICE-HIGH              PIC 9(08) VALUE ZEROS.
001120 77  WS-NOTICE-DAYS              PIC 9(03) VALUE 30.
001130 01  WS-WORK-DATE.
001140     05  WS-WORK-YEAR                PIC 9(04).
001150     05  WS-WORK-MONTH               PIC 9(02).
001160     05  WS-WORK-DAY                 PIC 9(02).
001170 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001180                                 PIC 9(08).
001190 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
001200 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
001210 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
001220
001230*    THE MATURED CERTIFICATE, HELD WHILE THE PAYOUT ACCOUNT IS
001240*    READ OVER IT.
001250 01  WS-CERT-SAVE.
001260     05  WS-CERT-ACCOUNT-ID          PIC X(10).
001270     05  WS-CERT-BALANCE             PIC 9(6)V99.
001280     05  WS-CERT-PAYOUT-ID           PIC X(10).
001290
001300*    THE SLIP TO BE WRITTEN BY 3300.
001310 77  WS-SLIP-OPERATION           PIC X(10) VALUE SPACES.
001320 77  WS-SLIP-AMOUNT              PIC 9(6)V99 VALUE ZEROS.
001330 77  WS-SLIP-TARGET-ID           PIC X(10) VALUE SPACES.
001340
001350 77  WS-ACCOUNTS-READ            PIC 9(06) COMP VALUE ZEROS.
001360 77  WS-CERTS-MATURED            PIC 9(06) COMP VALUE ZEROS.
001370 77  WS-CERTS-RENEWED            PIC 9(06) COMP VALUE ZEROS.
001380 77  WS-CERTS-PAID-OUT           PIC 9(06) COMP VALUE ZEROS.
001390 77  WS-CERTS-HELD               PIC 9(06) COMP VALUE ZEROS.
001400 77  WS-SLIPS-WRITTEN            PIC 9(06) COMP VALUE ZEROS.
001410 77  WS-NOTICES-LISTED           PIC 9(06) COMP VALUE ZEROS.
001420 77  WS-TOTAL-PAID-OUT           PIC 9(9)V99 VALUE ZEROS.
001430
001440*    THE MEMBER'S SECOND ADDRESS LINE, HELD FOR THE NOTICE.
001450 77  WS-MAIL-ADDRESS-2           PIC X(30) VALUE SPACES.
001460
001470 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001480     'CERTMAT - CERTIFICATE MATURITY REGISTER'.
001490 01  WS-HEADING-LINE-2.
001500     05  FILLER                  PIC X(15) VALUE
001510         'BUSINESS DATE: '.
001520     05  H2-RUN-DATE                 PIC 9(08).
001530     05  FILLER                      PIC X(57) VALUE SPACES.
001540 01  WS-HEADING-LINE-3               PIC X(80) VALUE
001550     'ACCOUNT ID  ACTION              MATURED      BALANCE  PAYOUT
001560-    ' TO   TERM'.
001570 01  WS-HEADING-LINE-4               PIC X(80) VALUE
001580     '----------  ------------------  --------  ----------  ------
001590-    '----  ----'.
001600
001610 01  WS-DETAIL-LINE.
001620     05  DL-ACCOUNT-ID               PIC X(10).
001630     05  FILLER                      PIC X(02) VALUE SPACES.
001640     05  DL-ACTION                   PIC X(18).
001650     05  FILLER                      PIC X(02) VALUE SPACES.
001660     05  DL-MATURITY-DATE            PIC 9(08).
001670     05  FILLER                      PIC X(02) VALUE SPACES.
001680     05  DL-BALANCE                  PIC ZZZ,ZZ9.99.
001690     05  FILLER                      PIC X(02) VALUE SPACES.
001700     05  DL-PAYOUT-ID                PIC X(10).
001710     05  FILLER                      PIC X(02) VALUE SPACES.
001720     05  DL-TERM                     PIC ZZ9.
001730     05  FILLER                      PIC X(11) VALUE SPACES.
001740
001750 01  WS-NOTICE-HEADING-1             PIC X(80) VALUE
001760     'CERTMAT - CERTIFICATE MATURITY NOTICE LIST'.
001770 01  WS-NOTICE-HEADING-2.
001780     05  FILLER                  PIC X(16) VALUE
001790         'MATURING AFTER: '.
001800     05  NH2-NOTICE-LOW              PIC 9(08).
001810     05  FILLER                  PIC X(10) VALUE
001820         '  THROUGH '.
001830     05  NH2-NOTICE-HIGH             PIC 9(08).
001840     05  FILLER                      PIC X(38) VALUE SPACES.
001850 01  WS-NOTICE-HEADING-3             PIC X(80) VALUE
001860     'ACCOUNT ID  MEMBER NAME / MAILING ADDRESS   MATURES      BAL
001870-    'ANCE  AT MATURITY'.
001880 01  WS-NOTICE-HEADING-4             PIC X(80) VALUE
001890     '----------  ------------------------------  --------  ------
001900-    '----  -----------'.
001910
001920 01  WS-NOTICE-LINE-1.
001930     05  NL1-ACCOUNT-ID              PIC X(10).
001940     05  FILLER                      PIC X(02) VALUE SPACES.
001950     05  NL1-MEMBER-NAME             PIC X(30).
001960     05  FILLER                      PIC X(02) VALUE SPACES.
001970     05  NL1-MATURITY-DATE           PIC 9(08).
001980     05  FILLER                      PIC X(02) VALUE SPACES.
001990     05  NL1-BALANCE                 PIC ZZZ,ZZ9.99.
002000     05  FILLER                      PIC X(02) VALUE SPACES.
002010     05  NL1-INSTRUCTION             PIC X(14).
002020 01  WS-NOTICE-LINE-2.
002030     05  FILLER                      PIC X(12) VALUE SPACES.
002040     05  NL2-ADDRESS                 PIC X(30).
002050     05  FILLER                      PIC X(24) VALUE SPACES.
002060     05  NL2-PAYOUT-ID               PIC X(10).
002070     05  FILLER                      PIC X(04) VALUE SPACES.
002080
002090 01  WS-TOTAL-LINE.
002100     05  TL-LABEL                    PIC X(30).
002110     05  TL-COUNT                    PIC ZZZ,ZZ9.
002120     05  FILLER                      PIC X(43) VALUE SPACES.
002130
002140 01  WS-TOTAL-AMOUNT-LINE.
002150     05  TA-LABEL                    PIC X(30).
002160     05  TA-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.
002170     05  FILLER                      PIC X(36) VALUE SPACES.
002180
002190 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
002200
002210     COPY CYCLCTL.
002220
002230******************************************************************
002240*    0000-MAINLINE
002250******************************************************************
002260 PROCEDURE DIVISION.
002270
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300     PERFORM 2000-PROCESS-ACCOUNTS THRU 2000-EXIT
002310         UNTIL EOF-YES
002320*    A REFUSED RUN NEVER OPENED THE SLIP FILE OR THE REPORTS, SO
002330*    THERE IS NOTHING TO WRITE OR CLOSE.
002340     IF RUN-ACCEPTED
002350         PERFORM 9000-TERMINATE THRU 9000-EXIT
002360     END-IF
002370     STOP RUN.
002380
002390******************************************************************
002400*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE
002410*    PROCESSING CALENDAR, SET THE NOTICE WINDOW, OPEN THE FILES
002420*    AND POSITION THE MASTER.  A CALENDAR REFUSAL STOPS THE RUN.
002430******************************************************************
002440 1000-INITIALIZE.
002450     SET CYC-FN-START TO TRUE
002460     MOVE 'CERTMAT' TO CYC-STEP-NAME
002470     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002480     IF NOT CYC-OK
002490         DISPLAY 'CERTMAT - ' CYC-MESSAGE
002500         DISPLAY 'CERTMAT - RUN REFUSED'
002510         MOVE 16 TO RETURN-CODE
002520         SET RUN-REFUSED TO TRUE
002530         SET EOF-YES TO TRUE
002540         GO TO 1000-EXIT
002550     END-IF
002560     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
002570     PERFORM 1050-SET-NOTICE-WINDOW THRU 1050-EXIT
002580     OPEN INPUT ACCOUNT-MASTER-FILE
002590     OPEN INPUT MEMBER-MASTER-FILE
002600     OPEN OUTPUT CERT-TRAN-FILE
002610     OPEN OUTPUT CERT-REPORT-FILE
002620     OPEN OUTPUT NOTICE-LIST-FILE
002630     MOVE WS-RUN-DATE TO H2-RUN-DATE
002640     WRITE CERT-REPORT-RECORD FROM WS-HEADING-LINE-1
002650     WRITE CERT-REPORT-RECORD FROM WS-HEADING-LINE-2
002660     WRITE CERT-REPORT-RECORD FROM WS-BLANK-LINE
002670     WRITE CERT-REPORT-RECORD FROM WS-HEADING-LINE-3
002680     WRITE CERT-REPORT-RECORD FROM WS-HEADING-LINE-4
002690     MOVE WS-NOTICE-LOW TO NH2-NOTICE-LOW
002700     MOVE WS-NOTICE-HIGH TO NH2-NOTICE-HIGH
002710     WRITE NOTICE-LIST-RECORD FROM WS-NOTICE-HEADING-1
002720     WRITE NOTICE-LIST-RECORD FROM WS-NOTICE-HEADING-2
002730     WRITE NOTICE-LIST-RECORD FROM WS-BLANK-LINE
002740     WRITE NOTICE-LIST-RECORD FROM WS-NOTICE-HEADING-3
002750     WRITE NOTICE-LIST-RECORD FROM WS-NOTICE-HEADING-4
002760     IF MBRMAS-NOT-OPEN
002770         DISPLAY 'CERTMAT - MBRMAS NOT FOUND, NOTICES CARRY THE'
002780                 ' ACCOUNT NAME ONLY'
002790     END-IF
002800     IF ACCTMAS-NOT-OPEN
002810         DISPLAY 'CERTMAT - ACCTMAS NOT FOUND, NOTHING TO DO'
002820         SET EOF-YES TO TRUE
002830         GO TO 1000-EXIT
002840     END-IF
002850     MOVE LOW-VALUES TO ACCT-ID
002860     START ACCOUNT-MASTER-FILE KEY NOT LESS THAN ACCT-ID
002870         INVALID KEY
002880             SET EOF-YES TO TRUE
002890     END-START
002900     IF EOF-NO
002910         PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
002920     END-IF.
002930 1000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970*    1050-SET-NOTICE-WINDOW - THE WINDOW RUNS FROM THE PRIOR
002980*    BUSINESS DATE PLUS 30 DAYS (EXCLUSIVE) TO THE BUSINESS DATE
002990*    PLUS 30 DAYS (INCLUSIVE).  ON THE CALENDAR'S FIRST NIGHT
003000*    THERE IS NO PRIOR DATE, AND EVERYTHING MATURING WITHIN THE
003010*    NEXT 30 DAYS IS LISTED.
003020******************************************************************
003030 1050-SET-NOTICE-WINDOW.
003040     MOVE WS-RUN-DATE TO WS-WORK-DATE-N
003050     PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
003060         WS-NOTICE-DAYS TIMES
003070     MOVE WS-WORK-DATE-N TO WS-NOTICE-HIGH
003080     IF CYC-PRIOR-BUSINESS-DATE = ZEROS
003090         MOVE WS-RUN-DATE TO WS-NOTICE-LOW
003100         GO TO 1050-EXIT
003110     END-IF
003120     MOVE CYC-PRIOR-BUSINESS-DATE TO WS-WORK-DATE-N
003130     PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
003140         WS-NOTICE-DAYS TIMES
003150     MOVE WS-WORK-DATE-N TO WS-NOTICE-LOW.
003160 1050-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200*    2000-PROCESS-ACCOUNTS - HANDLE THE CURRENT ACCOUNT AND STEP
003210*    TO THE NEXT ONE, UNLESS HANDLING IT ENDED THE RUN.
003220******************************************************************
003230 2000-PROCESS-ACCOUNTS.
003240     PERFORM 3000-CHECK-ONE-ACCOUNT THRU 3000-EXIT
003250     IF EOF-NO
003260         PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
003270     END-IF.
003280 2000-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320*    2100-READ-NEXT-ACCOUNT - STEP THE MASTER FORWARD IN KEY
003330*    ORDER.
003340******************************************************************
003350 2100-READ-NEXT-ACCOUNT.
003360     READ ACCOUNT-MASTER-FILE NEXT RECORD
003370         AT END
003380             SET EOF-YES TO TRUE
003390     END-READ.
003400 2100-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440*    3000-CHECK-ONE-ACCOUNT - ONLY A CERTIFICATE STILL ON THE
003450*    BOOKS IS OF INTEREST.  ONE NOT YET MATURED IS CHECKED FOR
003460*    THE NOTICE LIST; ONE MATURED BY THE BUSINESS DATE HAS ITS
003470*    INSTRUCTION CARRIED OUT, UNLESS IT IS FROZEN (THE
003480*    COMPLIANCE DESK'S BUSINESS) OR ITS TERM OR INSTRUCTION IS
003490*    MISSING FROM THE MASTER, IN WHICH CASE IT IS HELD FOR THE
003500*    BRANCH AND COMES UP AGAIN EVERY NIGHT UNTIL DEALT WITH.
003510******************************************************************
003520 3000-CHECK-ONE-ACCOUNT.
003530     ADD 1 TO WS-ACCOUNTS-READ
003540     IF NOT ACCT-PRODUCT-CERTIFICATE
003550         OR ACCT-STATUS-CLOSED
003560         GO TO 3000-EXIT
003570     END-IF
003580     IF ACCT-CERT-MATURITY-DATE > WS-RUN-DATE
003590         PERFORM 3500-CHECK-NOTICE THRU 3500-EXIT
003600         GO TO 3000-EXIT
003610     END-IF
003620     ADD 1 TO WS-CERTS-MATURED
003630     MOVE ACCT-ID TO DL-ACCOUNT-ID
003640     MOVE ACCT-CERT-MATURITY-DATE TO DL-MATURITY-DATE
003650     MOVE ACCT-BALANCE TO DL-BALANCE
003660     MOVE ACCT-CERT-PAYOUT-ACCOUNT-ID TO DL-PAYOUT-ID
003670     MOVE ACCT-CERT-TERM-MONTHS TO DL-TERM
003680     IF ACCT-STATUS-FROZEN
003690         MOVE 'HELD - FROZEN' TO DL-ACTION
003700         PERFORM 3400-HOLD-CERTIFICATE THRU 3400-EXIT
003710         GO TO 3000-EXIT
003720     END-IF
003730     IF ACCT-CERT-TERM-MONTHS = ZEROS
003740         OR (NOT ACCT-CERT-ROLLOVER AND NOT ACCT-CERT-PAYOUT)
003750         MOVE 'HELD - NO TERMS' TO DL-ACTION
003760         PERFORM 3400-HOLD-CERTIFICATE THRU 3400-EXIT
003770         GO TO 3000-EXIT
003780     END-IF
003790     IF ACCT-CERT-ROLLOVER
003800         PERFORM 3100-RENEW-CERTIFICATE THRU 3100-EXIT
003810     ELSE
003820         PERFORM 3200-PAY-OUT-CERTIFICATE THRU 3200-EXIT
003830     END-IF.
003840 3000-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    3100-RENEW-CERTIFICATE - ONE RENEW SLIP.  THE NEW RATE AND
003890*    MATURITY DATE ARE SET AT POSTING, FROM THE RATE TABLE IN
003900*    FORCE THAT NIGHT.
003910******************************************************************
003920 3100-RENEW-CERTIFICATE.
003930     MOVE 'RENEW' TO WS-SLIP-OPERATION
003940     MOVE ZEROS TO WS-SLIP-AMOUNT
003950     MOVE SPACES TO WS-SLIP-TARGET-ID
003960     PERFORM 3300-WRITE-SLIP THRU 3300-EXIT
003970     ADD 1 TO WS-CERTS-RENEWED
003980     MOVE 'RENEWAL SLIP' TO DL-ACTION
003990     WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE.
004000 3100-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*    3200-PAY-OUT-CERTIFICATE - A TRANSFER OF THE WHOLE BALANCE
004050*    TO THE PAYOUT ACCOUNT (NONE WHEN THE BALANCE IS ALREADY
004060*    NIL) AND A CLOSE BEHIND IT.  THE PAYOUT ACCOUNT IS PROVED
004070*    FIRST - IT WAS GOOD AT OPENING BUT MAY SINCE HAVE BEEN
004080*    CLOSED OR FROZEN - AND A PAYOUT THAT WOULD ONLY BE REFUSED
004090*    AT POSTING IS HELD INSTEAD.  READING THE PAYOUT ACCOUNT
004100*    MOVES THE MASTER OFF THE CERTIFICATE, SO THE CERTIFICATE IS
004110*    READ BACK BY KEY, WHICH ALSO PUTS THE SEQUENTIAL WALK BACK
004120*    WHERE IT WAS.
004130******************************************************************
004140 3200-PAY-OUT-CERTIFICATE.
004150     MOVE ACCT-ID TO WS-CERT-ACCOUNT-ID
004160     MOVE ACCT-BALANCE TO WS-CERT-BALANCE
004170     MOVE ACCT-CERT-PAYOUT-ACCOUNT-ID TO WS-CERT-PAYOUT-ID
004180     PERFORM 3210-CHECK-PAYOUT-ACCOUNT THRU 3210-EXIT
004190     MOVE WS-CERT-ACCOUNT-ID TO ACCT-ID
004200     READ ACCOUNT-MASTER-FILE
004210         INVALID KEY
004220             DISPLAY 'CERTMAT - ' WS-CERT-ACCOUNT-ID
004230                     ' LOST FROM ACCTMAS - RUN ENDED'
004240             MOVE 16 TO RETURN-CODE
004250             SET EOF-YES TO TRUE
004260             GO TO 3200-EXIT
004270     END-READ
004280     IF PAYOUT-ACCOUNT-BAD
004290         MOVE 'HELD - PAYOUT ACCT' TO DL-ACTION
004300         PERFORM 3400-HOLD-CERTIFICATE THRU 3400-EXIT
004310         GO TO 3200-EXIT
004320     END-IF
004330     IF WS-CERT-BALANCE > ZEROS
004340         MOVE 'TRANSFER' TO WS-SLIP-OPERATION
004350         MOVE WS-CERT-BALANCE TO WS-SLIP-AMOUNT
004360         MOVE WS-CERT-PAYOUT-ID TO WS-SLIP-TARGET-ID
004370         PERFORM 3300-WRITE-SLIP THRU 3300-EXIT
004380         ADD WS-CERT-BALANCE TO WS-TOTAL-PAID-OUT
004390     END-IF
004400     MOVE 'CLOSE' TO WS-SLIP-OPERATION
004410     MOVE ZEROS TO WS-SLIP-AMOUNT
004420     MOVE SPACES TO WS-SLIP-TARGET-ID
004430     PERFORM 3300-WRITE-SLIP THRU 3300-EXIT
004440     ADD 1 TO WS-CERTS-PAID-OUT
004450     MOVE 'PAYOUT SLIPS' TO DL-ACTION
004460     WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE.
004470 3200-EXIT.
004480     EXIT.
004490
004500******************************************************************
004510*    3210-CHECK-PAYOUT-ACCOUNT - THE PAYOUT ACCOUNT MUST BE ON
004520*    FILE, NOT CLOSED OR FROZEN, AND A SHARE ACCOUNT.  A DORMANT
004530*    ONE IS FINE - THE PAYOUT WAKES IT.
004540******************************************************************
004550 3210-CHECK-PAYOUT-ACCOUNT.
004560     SET PAYOUT-ACCOUNT-BAD TO TRUE
004570     IF WS-CERT-PAYOUT-ID = SPACES
004580         OR WS-CERT-PAYOUT-ID = WS-CERT-ACCOUNT-ID
004590         GO TO 3210-EXIT
004600     END-IF
004610     MOVE WS-CERT-PAYOUT-ID TO ACCT-ID
004620     READ ACCOUNT-MASTER-FILE
004630         INVALID KEY
004640             GO TO 3210-EXIT
004650     END-READ
004660     IF ACCT-STATUS-CLOSED
004670         OR ACCT-STATUS-FROZEN
004680         OR ACCT-PRODUCT-CERTIFICATE
004690         GO TO 3210-EXIT
004700     END-IF
004710     SET PAYOUT-ACCOUNT-OK TO TRUE.
004720 3210-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760*    3300-WRITE-SLIP - ONE SLIP TO CERTTRAN AGAINST THE MATURED
004770*    CERTIFICATE.  HOUSE BRANCH/TELLER 0000, LIKE EVERY OTHER
004780*    GENERATED SLIP.
004790******************************************************************
004800 3300-WRITE-SLIP.
004810     MOVE SPACES TO TRANSACTION-RECORD
004820     MOVE WS-SLIP-OPERATION TO TRAN-OPERATION
004830     MOVE ACCT-ID TO TRAN-ACCOUNT-ID
004840     MOVE WS-SLIP-AMOUNT TO TRAN-AMOUNT
004850     MOVE ZEROS TO TRAN-RATE
004860     MOVE ZEROS TO TRAN-MIN-BALANCE
004870     MOVE ZEROS TO TRAN-DAILY-LIMIT
004880     MOVE WS-SLIP-TARGET-ID TO TRAN-TARGET-ACCOUNT-ID
004890     MOVE SPACES TO TRAN-MEMBER-NAME
004900     MOVE SPACES TO TRAN-MEMBER-ID
004910     MOVE '0000' TO TRAN-BRANCH-ID
004920     MOVE '0000' TO TRAN-TELLER-ID
004930     MOVE ZEROS TO TRAN-HOLD-AMOUNT
004940     MOVE ZEROS TO TRAN-HOLD-RELEASE-DATE
004950     MOVE ZEROS TO TRAN-CERT-TERM-MONTHS
004960     WRITE TRANSACTION-RECORD
004970     ADD 1 TO WS-SLIPS-WRITTEN.
004980 3300-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    3400-HOLD-CERTIFICATE - NO SLIP; THE REGISTER LINE TELLS THE
005030*    BRANCH WHY, AND THE STEP ENDS RC 4 SO THE LINE IS READ.
005040******************************************************************
005050 3400-HOLD-CERTIFICATE.
005060     ADD 1 TO WS-CERTS-HELD
005070     WRITE CERT-REPORT-RECORD FROM WS-DETAIL-LINE
005080     IF RETURN-CODE < 4
005090         MOVE 4 TO RETURN-CODE
005100     END-IF.
005110 3400-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150*    3500-CHECK-NOTICE - A CERTIFICATE WHOSE MATURITY DATE FALLS
005160*    IN TONIGHT'S NOTICE WINDOW GOES ON THE NOTICE LIST WITH THE
005170*    MEMBER'S MAILING ADDRESS AND WHAT WILL HAPPEN AT MATURITY.
005180*    A MEMBER NOT ON MBRMAS IS LISTED UNDER THE ACCOUNT NAME FOR
005190*    THE BRANCH TO ADDRESS BY HAND.
005200******************************************************************
005210 3500-CHECK-NOTICE.
005220     IF ACCT-CERT-MATURITY-DATE NOT > WS-NOTICE-LOW
005230         OR ACCT-CERT-MATURITY-DATE > WS-NOTICE-HIGH
005240         GO TO 3500-EXIT
005250     END-IF
005260     ADD 1 TO WS-NOTICES-LISTED
005270     MOVE ACCT-ID TO NL1-ACCOUNT-ID
005280     MOVE ACCT-MEMBER-NAME TO NL1-MEMBER-NAME
005290     MOVE ACCT-CERT-MATURITY-DATE TO NL1-MATURITY-DATE
005300     MOVE ACCT-BALANCE TO NL1-BALANCE
005310     MOVE SPACES TO NL2-PAYOUT-ID
005320     EVALUATE TRUE
005330         WHEN ACCT-CERT-ROLLOVER
005340             MOVE 'RENEWS' TO NL1-INSTRUCTION
005350         WHEN ACCT-CERT-PAYOUT
005360             MOVE 'PAYS OUT TO' TO NL1-INSTRUCTION
005370             MOVE ACCT-CERT-PAYOUT-ACCOUNT-ID TO NL2-PAYOUT-ID
005380         WHEN OTHER
005390             MOVE 'SEE BRANCH' TO NL1-INSTRUCTION
005400     END-EVALUATE
005410     PERFORM 3510-READ-MEMBER THRU 3510-EXIT
005420     WRITE NOTICE-LIST-RECORD FROM WS-NOTICE-LINE-1
005430     WRITE NOTICE-LIST-RECORD FROM WS-NOTICE-LINE-2
005440     MOVE SPACES TO NL2-PAYOUT-ID
005450     MOVE WS-MAIL-ADDRESS-2 TO NL2-ADDRESS
005460     WRITE NOTICE-LIST-RECORD FROM WS-NOTICE-LINE-2
005470     WRITE NOTICE-LIST-RECORD FROM WS-BLANK-LINE.
005480 3500-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    3510-READ-MEMBER - PULL THE MEMBER'S NAME AND ADDRESS.  THE
005530*    FIRST ADDRESS LINE GOES STRAIGHT TO THE NOTICE LINE; THE
005540*    SECOND IS HELD FOR 3500.
005550******************************************************************
005560 3510-READ-MEMBER.
005570     MOVE SPACES TO WS-MAIL-ADDRESS-2
005580     MOVE 'ADDRESS NOT ON FILE' TO NL2-ADDRESS
005590     IF MBRMAS-NOT-OPEN
005600         OR ACCT-MEMBER-ID = SPACES
005610         GO TO 3510-EXIT
005620     END-IF
005630     MOVE ACCT-MEMBER-ID TO MBR-ID
005640     READ MEMBER-MASTER-FILE
005650         INVALID KEY
005660             GO TO 3510-EXIT
005670     END-READ
005680     MOVE MBR-NAME TO NL1-MEMBER-NAME
005690     MOVE MBR-ADDRESS-1 TO NL2-ADDRESS
005700     MOVE MBR-ADDRESS-2 TO WS-MAIL-ADDRESS-2.
005710 3510-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    7100-ADD-ONE-DAY - STEP THE WORK DATE FORWARD ONE CALENDAR
005760*    DAY, ROLLING MONTH AND YEAR AS NEEDED.
005770******************************************************************
005780 7100-ADD-ONE-DAY.
005790     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
005800     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
005810         ADD 1 TO WS-WORK-DAY
005820     ELSE
005830         MOVE 1 TO WS-WORK-DAY
005840         IF WS-WORK-MONTH < 12
005850             ADD 1 TO WS-WORK-MONTH
005860         ELSE
005870             MOVE 1 TO WS-WORK-MONTH
005880             ADD 1 TO WS-WORK-YEAR
005890         END-IF
005900     END-IF.
005910 7100-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
005960*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
005970*    ONLY WHEN DIVISIBLE BY 400).
005980******************************************************************
005990 7300-SET-DAYS-IN-MONTH.
006000     EVALUATE WS-WORK-MONTH
006010         WHEN 01
006020         WHEN 03
006030         WHEN 05
006040         WHEN 07
006050         WHEN 08
006060         WHEN 10
006070         WHEN 12
006080             MOVE 31 TO WS-DAYS-IN-MONTH
006090         WHEN 04
006100         WHEN 06
006110         WHEN 09
006120         WHEN 11
006130             MOVE 30 TO WS-DAYS-IN-MONTH
006140         WHEN 02
006150             MOVE 28 TO WS-DAYS-IN-MONTH
006160             DIVIDE WS-WORK-YEAR BY 4
006170                 GIVING WS-LEAP-QUOTIENT
006180                 REMAINDER WS-LEAP-REMAINDER
006190             IF WS-LEAP-REMAINDER = ZEROS
006200                 MOVE 29 TO WS-DAYS-IN-MONTH
006210                 DIVIDE WS-WORK-YEAR BY 100
006220                     GIVING WS-LEAP-QUOTIENT
006230                     REMAINDER WS-LEAP-REMAINDER
006240                 IF WS-LEAP-REMAINDER = ZEROS
006250                     MOVE 28 TO WS-DAYS-IN-MONTH
006260                     DIVIDE WS-WORK-YEAR BY 400
006270                         GIVING WS-LEAP-QUOTIENT
006280                         REMAINDER WS-LEAP-REMAINDER
006290                     IF WS-LEAP-REMAINDER = ZEROS
006300                         MOVE 29 TO WS-DAYS-IN-MONTH
006310                     END-IF
006320                 END-IF
006330             END-IF
006340     END-EVALUATE.
006350 7300-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*    9000-TERMINATE - TOTALS, CLOSE, SYSOUT SUMMARY, AND RECORD
006400*    THE STEP COMPLETE.  THE CALL RESETS RETURN-CODE, SO IT IS
006410*    CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
006420******************************************************************
006430 9000-TERMINATE.
006440     WRITE CERT-REPORT-RECORD FROM WS-BLANK-LINE
006450     MOVE 'ACCOUNTS READ:' TO TL-LABEL
006460     MOVE WS-ACCOUNTS-READ TO TL-COUNT
006470     WRITE CERT-REPORT-RECORD FROM WS-TOTAL-LINE
006480     MOVE 'CERTIFICATES MATURED:' TO TL-LABEL
006490     MOVE WS-CERTS-MATURED TO TL-COUNT
006500     WRITE CERT-REPORT-RECORD FROM WS-TOTAL-LINE
006510     MOVE 'CERTIFICATES RENEWED:' TO TL-LABEL
006520     MOVE WS-CERTS-RENEWED TO TL-COUNT
006530     WRITE CERT-REPORT-RECORD FROM WS-TOTAL-LINE
006540     MOVE 'CERTIFICATES PAID OUT:' TO TL-LABEL
006550     MOVE WS-CERTS-PAID-OUT TO TL-COUNT
006560     WRITE CERT-REPORT-RECORD FROM WS-TOTAL-LINE
006570     MOVE 'CERTIFICATES HELD:' TO TL-LABEL
006580     MOVE WS-CERTS-HELD TO TL-COUNT
006590     WRITE CERT-REPORT-RECORD FROM WS-TOTAL-LINE
006600     MOVE 'SLIPS WRITTEN:' TO TL-LABEL
006610     MOVE WS-SLIPS-WRITTEN TO TL-COUNT
006620     WRITE CERT-REPORT-RECORD FROM WS-TOTAL-LINE
006630     MOVE 'TOTAL PAID OUT:' TO TA-LABEL
006640     MOVE WS-TOTAL-PAID-OUT TO TA-AMOUNT
006650     WRITE CERT-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
006660     WRITE NOTICE-LIST-RECORD FROM WS-BLANK-LINE
006670     MOVE 'NOTICES LISTED:' TO TL-LABEL
006680     MOVE WS-NOTICES-LISTED TO TL-COUNT
006690     WRITE NOTICE-LIST-RECORD FROM WS-TOTAL-LINE
006700     CLOSE ACCOUNT-MASTER-FILE
006710     CLOSE MEMBER-MASTER-FILE
006720     CLOSE CERT-TRAN-FILE
006730     CLOSE CERT-REPORT-FILE
006740     CLOSE NOTICE-LIST-FILE
006750     DISPLAY 'CERTMAT - CERTIFICATES MATURED: ' WS-CERTS-MATURED
006760     DISPLAY 'CERTMAT - CERTIFICATES HELD:    ' WS-CERTS-HELD
006770     DISPLAY 'CERTMAT - SLIPS WRITTEN:        ' WS-SLIPS-WRITTEN
006780     DISPLAY 'CERTMAT - NOTICES LISTED:       ' WS-NOTICES-LISTED
006781*    A RUN ENDED RC 16 PART WAY THROUGH THE MASTER IS NOT
006782*    COMPLETE - LEAVE THE STEP OPEN SO THE CYCLE STOPS HERE.
006783     IF RETURN-CODE NOT < 16
006784         DISPLAY 'CERTMAT - STEP NOT RECORDED COMPLETE'
006785         GO TO 9000-EXIT
006786     END-IF
006790     SET CYC-FN-COMPLETE TO TRUE
006800     MOVE RETURN-CODE TO CYC-STEP-RC
006810     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
006820     MOVE CYC-STEP-RC TO RETURN-CODE
006830     IF NOT CYC-OK
006840         DISPLAY 'CERTMAT - ' CYC-MESSAGE
006850         DISPLAY 'CERTMAT - STEP NOT RECORDED COMPLETE'
006860     END-IF.
006870 9000-EXIT.
006880     EXIT.
