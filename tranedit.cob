000840*                     MARKED INACTIVE IS REASON 14.  A MISSING
000850*                     MEMBER MASTER FAILS THE RUN THE SAME WAY
000860*                     AS A MISSING BRANCH TABLE.
000861*    2026-10-15 RH    DEPOSIT HOLD EDITS.  A SLIP SENT WITHOUT
000862*                     THE HOLD FIELDS (BRANCH EXTRACTS NOT YET
000863*                     CUT OVER, IN-HOUSE GENERATORS) HAS THEM
000864*                     ZEROED BEFORE EDITING.  NON-NUMERIC HOLD
000865*                     FIGURES ARE REASON 15; A HOLD ON ANYTHING
000866*                     BUT A CREDIT, OR OVER THE DEPOSIT, IS 16;
000867*                     A RELEASE DATE NOT AFTER THE BUSINESS DATE
000868*                     IS 17; AN UNKNOWN HOLD REASON IS 18.
000869*    2026-10-15 RH    AN OPEN SLIP MAY NAME A PROTECTING ACCOUNT
000870*                     FOR OVERDRAFT SWEEP IN TRAN-TARGET-ACCOUNT-
000871*                     ID; NAMING THE NEW ACCOUNT ITSELF IS
000872*                     REASON 19.  DATAPROGRAM PROVES THE REST
000873*                     (ON FILE, SAME MEMBER) AT POSTING.
000874*    2026-10-15 RH    PROCESSING CALENDAR.  THE BUSDATE CARD IS
000875*                     RETIRED: THE BUSINESS DATE NOW COMES FROM
000876*                     THE PROCESSING CALENDAR THROUGH CYCLECTL,
000877*                     WHICH REFUSES THE RUN (RC 16) UNLESS
000878*                     STANDGEN IS COMPLETE FOR THE DATE AND THE
000879*                     EDIT IS NOT.  A RUN THAT PROVES ITS
000880*                     CONTROLS IS RECORDED COMPLETE.
000881*    2026-10-15 RH    ACCEPT THE MAINT (ACCOUNT MAINTENANCE)
000882*                     OPERATION.  ITS MINIMUM BALANCE AND DAILY
000883*                     LIMIT MAY BE SPACES (LEAVE AS IT STANDS)
000884*                     AS WELL AS NUMERIC; A SLIP THAT CHANGES
000885*                     NOTHING IS REASON 20.  A NEW MEMBER ID
000886*                     MUST BE ON MBRMAS AND ACTIVE (REASON 14,
000887*                     AS ON AN OPEN) AND A NEW PROTECTING
000888*                     ACCOUNT MUST NOT BE THE ACCOUNT ITSELF
000889*                     (REASON 19).
000890*    2026-10-15 RH    TERM SHARE CERTIFICATES.  ACCEPT THE RENEW
000891*                     OPERATION.  THE PRODUCT TYPE MUST BE
000892*                     SPACE, S OR C, AND AN OPEN OF A
000893*                     CERTIFICATE MUST CARRY A TERM, A MATURITY
000894*                     OPTION OF R OR P, A PAY-OUT ACCOUNT (NOT
000895*                     THE CERTIFICATE ITSELF) WHEN THE OPTION IS
000896*                     P, AND NO PROTECTING ACCOUNT (REASON 21).
000897*                     THE EARLY-WITHDRAWAL FLAG MUST BE SPACE OR
000898*                     Y AND RIDES ONLY ON A DEBIT (REASON 22).
000899*    2026-10-15 RH    BRANCH 0900 (THE ELECTRONIC CHANNEL - ACH
000900*                     SLIPS FROM ACHIN) PASSES THE BRANCH CHECK
000901*                     LIKE THE HOUSE BRANCH.
000902*    2026-10-15 RH    BLANK MINIMUM BALANCE, DAILY LIMIT AND
000903*                     HOLD AMOUNT ARE TESTED THROUGH THE NEW
000904*                     CHARACTER VIEWS IN TRANREC, NOT AGAINST
000905*                     THE NUMERIC FIELDS.
000906******************************************************************
000907
000908 ENVIRONMENT DIVISION.
000909 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT TRANSACTION-FILE ASSIGN TO "TRANIN"
000930         ORGANIZATION IS LINE SEQUENTIAL
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-BRANCHTB-STATUS.
001130
001164     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAS"
001165         ORGANIZATION IS INDEXED
001166         ACCESS MODE IS DYNAMIC
001210     COPY TRANREC.
001220
001230 FD  CLEAN-FILE.
001240 01  CLEAN-RECORD                    PIC X(140).
001250
001260 FD  SUSPENSE-FILE.
001270     COPY SUSPREC.
001340     05  BR-ID                       PIC X(04).
001350     05  BR-NAME                     PIC X(30).
001360
001400 FD  MEMBER-MASTER-FILE.
001410     COPY MBRMAS.
001420
001490 77  WS-EDITRPT-STATUS           PIC X(02) VALUE SPACES.
001500 77  WS-BRANCHTB-STATUS          PIC X(02) VALUE SPACES.
001510     88  BRANCHTB-NOT-OPEN                   VALUE '35'.
001550 77  WS-MBRMAS-STATUS            PIC X(02) VALUE SPACES.
001560     88  MBRMAS-NOT-OPEN                     VALUE '35'.
001570
001750     88  EDIT-BLANK-TELLER                   VALUE 12.
001760     88  EDIT-BLANK-MEMBER-ID                VALUE 13.
001770     88  EDIT-UNKNOWN-MEMBER                 VALUE 14.
001772     88  EDIT-BAD-HOLD-FIGURES               VALUE 15.
001774     88  EDIT-HOLD-NOT-ALLOWED               VALUE 16.
001776     88  EDIT-BAD-HOLD-RELEASE               VALUE 17.
001778     88  EDIT-BAD-HOLD-REASON                VALUE 18.
001779     88  EDIT-SELF-PROTECT                   VALUE 19.
001780     88  EDIT-MAINT-NO-CHANGE                VALUE 20.
001781     88  EDIT-BAD-CERT-TERMS                 VALUE 21.
001782     88  EDIT-BAD-EARLY-FLAG                 VALUE 22.
001783
001790 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
001800 77  WS-CLEAN-COUNT              PIC 9(06) COMP VALUE ZEROS.
001810 77  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZEROS.
002640     '----------   ---------  --  --------------------------
002650-    '    ------'.
002660 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
002663
002666     COPY CYCLCTL.
002670
002680******************************************************************
002690*    0000-MAINLINE
003460     EXIT.
003470
003480******************************************************************
003490*    1150-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
003500*    FROM THE PROCESSING CALENDAR.  EVERYTHING THE EDIT STAMPS -
003510*    THE SUSPENSE BUSINESS DATES AND THE CLEAN-FILE TRAILER'S
003520*    BUSINESS DATE - RIDES THIS DATE, AND BATCHDRV PROVES ITS
003530*    OWN CALENDAR DATE AGAINST THE TRAILER.  CYCLECTL REFUSES
003540*    THE STEP IF STANDGEN IS NOT COMPLETE FOR THE DATE OR THE
003550*    EDIT ALREADY IS, AND THE RUN FAILS HERE.
003560******************************************************************
003570 1150-READ-BUSINESS-DATE.
003580     SET CYC-FN-START TO TRUE
003590     MOVE 'TRANEDIT' TO CYC-STEP-NAME
003600     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
003610     IF NOT CYC-OK
003620         DISPLAY 'TRANEDIT - ' CYC-MESSAGE
003630         DISPLAY 'TRANEDIT - PROCESSING CALENDAR REFUSED THE '
003640                 'STEP - RUN FAILED'
003650         PERFORM 1160-FAIL-BUSINESS-DATE THRU 1160-EXIT
003660         GO TO 1150-EXIT
003670     END-IF
003680     MOVE CYC-BUSINESS-DATE TO WS-ENTRY-DATE.
003690 1150-EXIT.
003700     EXIT.
003830
003840******************************************************************
003850*    1160-FAIL-BUSINESS-DATE - FAIL THE RUN WHEN THE PROCESSING
003860*    CALENDAR REFUSES THE STEP.
003870******************************************************************
003880 1160-FAIL-BUSINESS-DATE.
003890     SET CONTROL-FAILED TO TRUE
004930******************************************************************
004940 2200-EDIT-ONE-TRANSACTION.
004950     MOVE ZEROS TO WS-REASON-CODE
004951     IF TRAN-HOLD-AMOUNT-X = SPACES
004952         MOVE ZEROS TO TRAN-HOLD-AMOUNT
004953     END-IF
004954     IF TRAN-HOLD-RELEASE-DATE = SPACES
004955         MOVE ZEROS TO TRAN-HOLD-RELEASE-DATE
004956     END-IF
004957     IF TRAN-CERT-TERM-MONTHS = SPACES
004958         MOVE ZEROS TO TRAN-CERT-TERM-MONTHS
004959     END-IF
004960     IF TRAN-OPERATION NOT = 'READ'
004970         AND TRAN-OPERATION NOT = 'WRITE'
004980         AND TRAN-OPERATION NOT = 'CREDIT'
005040         AND TRAN-OPERATION NOT = 'FREEZE'
005050         AND TRAN-OPERATION NOT = 'UNFREEZE'
005060         AND TRAN-OPERATION NOT = 'CLOSE'
005065         AND TRAN-OPERATION NOT = 'MAINT'
005067         AND TRAN-OPERATION NOT = 'RENEW'
005070         SET EDIT-BAD-OPERATION TO TRUE
005080         GO TO 2200-EXIT
005090     END-IF
005200         GO TO 2200-EXIT
005210     END-IF
005220     IF TRAN-MIN-BALANCE IS NOT NUMERIC
005223         AND NOT (TRAN-OPERATION = 'MAINT'
005226                  AND TRAN-MIN-BALANCE-X = SPACES)
005230         SET EDIT-BAD-MIN-BALANCE TO TRUE
005240         GO TO 2200-EXIT
005250     END-IF
005260     IF TRAN-DAILY-LIMIT IS NOT NUMERIC
005263         AND NOT (TRAN-OPERATION = 'MAINT'
005266                  AND TRAN-DAILY-LIMIT-X = SPACES)
005270         SET EDIT-BAD-DAILY-LIMIT TO TRUE
005280         GO TO 2200-EXIT
005290     END-IF
005291     IF TRAN-HOLD-AMOUNT IS NOT NUMERIC
005292         OR TRAN-HOLD-RELEASE-DATE IS NOT NUMERIC
005293         SET EDIT-BAD-HOLD-FIGURES TO TRUE
005294         GO TO 2200-EXIT
005295     END-IF
005300     PERFORM 2250-CHECK-BRANCH THRU 2250-EXIT
005310     IF EDIT-BAD-BRANCH
005320         GO TO 2200-EXIT
005524         GO TO 2200-EXIT
005525     END-IF
005526     IF TRAN-OPERATION = 'OPEN'
005527         AND TRAN-TARGET-ACCOUNT-ID = TRAN-ACCOUNT-ID
005528         SET EDIT-SELF-PROTECT TO TRUE
005529         GO TO 2200-EXIT
005530     END-IF
005531     IF TRAN-OPERATION = 'OPEN'
005532         PERFORM 2270-CHECK-MEMBER THRU 2270-EXIT
005533     END-IF
005534     IF TRAN-OPERATION = 'MAINT'
005535         PERFORM 2290-CHECK-MAINTENANCE THRU 2290-EXIT
005536     END-IF
005537     IF EDIT-CLEAN
005538         PERFORM 2295-CHECK-CERTIFICATE THRU 2295-EXIT
005539     END-IF
005540     IF EDIT-CLEAN AND TRAN-HOLD-AMOUNT > ZEROS
005541         PERFORM 2280-CHECK-HOLD THRU 2280-EXIT
005542     END-IF.
005543 2200-EXIT.
005544     EXIT.
005550
005560******************************************************************
005570*    2250-CHECK-BRANCH - IS THE SLIP'S BRANCH THE HOUSE (0000),
005580*    THE ELECTRONIC CHANNEL (0900) OR ON THE KNOWN-BRANCH
005590*    TABLE?  A BLANK BRANCH FAILS THE SAME LOOKUP.
005600******************************************************************
005610 2250-CHECK-BRANCH.
005620     IF TRAN-BRANCH-ID = '0000' OR '0900'
005630         GO TO 2250-EXIT
005640     END-IF
005650     SET BRANCH-FOUND-NO TO TRUE
005870******************************************************************
005880*    2270-CHECK-MEMBER - IS THE OPEN SLIP'S MEMBER ON THE
005890*    MEMBER MASTER AND STILL ACTIVE?  AN INACTIVE MEMBER KEEPS
005900*    ITS HISTORY BUT CANNOT OPEN NEW ACCOUNTS OR TAKE ACCOUNTS
005905*    RELINKED TO IT BY A MAINT SLIP.
005910******************************************************************
005920 2270-CHECK-MEMBER.
005930     MOVE TRAN-MEMBER-ID TO MBR-ID
006020 2270-EXIT.
006030     EXIT.
006040
006041******************************************************************
006042*    2280-CHECK-HOLD - A HOLD RIDES ONLY ON A CREDIT (DEPOSIT)
006043*    SLIP AND CANNOT EXCEED THE DEPOSIT; IT MUST COME OFF AFTER
006044*    THE BUSINESS DATE IT IS PLACED ON AND CARRY A KNOWN REASON.
006045******************************************************************
006046 2280-CHECK-HOLD.
006047     IF TRAN-OPERATION NOT = 'CREDIT'
006048         OR TRAN-HOLD-AMOUNT > TRAN-AMOUNT
006049         SET EDIT-HOLD-NOT-ALLOWED TO TRUE
006050         GO TO 2280-EXIT
006051     END-IF
006052     IF TRAN-HOLD-RELEASE-DATE NOT > WS-ENTRY-DATE
006053         SET EDIT-BAD-HOLD-RELEASE TO TRUE
006054         GO TO 2280-EXIT
006055     END-IF
006056     IF TRAN-HOLD-REASON NOT = 'LG'
006057         AND TRAN-HOLD-REASON NOT = 'NA'
006058         AND TRAN-HOLD-REASON NOT = 'RD'
006059         AND TRAN-HOLD-REASON NOT = 'RC'
006060         SET EDIT-BAD-HOLD-REASON TO TRUE
006061     END-IF.
006062 2280-EXIT.
006063     EXIT.
006064
006065******************************************************************
006066*    2290-CHECK-MAINTENANCE - A MAINT SLIP MUST CHANGE AT LEAST
006067*    ONE FIELD (SPACES LEAVE A FIELD AS IT STANDS).  A NEW
006068*    PROTECTING ACCOUNT CANNOT BE THE ACCOUNT ITSELF, AND A NEW
006069*    MEMBER LINK MUST NAME A LIVE MEMBER.  DATAPROGRAM PROVES
006070*    THE REST (ACCOUNT ON FILE AND OPEN, PROTECTOR SAME MEMBER,
006071*    BALANCE HOLDING A NEW MINIMUM) AT POSTING.
006072******************************************************************
006073 2290-CHECK-MAINTENANCE.
006074     IF TRAN-MIN-BALANCE-X = SPACES
006075         AND TRAN-DAILY-LIMIT-X = SPACES
006076         AND TRAN-MEMBER-ID = SPACES
006077         AND TRAN-MEMBER-NAME = SPACES
006078         AND TRAN-TARGET-ACCOUNT-ID = SPACES
006079         SET EDIT-MAINT-NO-CHANGE TO TRUE
006080         GO TO 2290-EXIT
006081     END-IF
006082     IF TRAN-TARGET-ACCOUNT-ID = TRAN-ACCOUNT-ID
006083         SET EDIT-SELF-PROTECT TO TRUE
006084         GO TO 2290-EXIT
006085     END-IF
006086     IF TRAN-MEMBER-ID NOT = SPACES
006087         PERFORM 2270-CHECK-MEMBER THRU 2270-EXIT
006088     END-IF.
006089 2290-EXIT.
006090     EXIT.
006091
006092******************************************************************
006093*    2295-CHECK-CERTIFICATE - THE PRODUCT TYPE IS SPACE OR S
006094*    (SHARE) OR C (TERM SHARE CERTIFICATE).  AN OPEN OF A
006095*    CERTIFICATE NEEDS A TERM, A MATURITY OPTION OF R (ROLL
006096*    OVER) OR P (PAY OUT), A PAY-OUT SHARE ACCOUNT OTHER THAN
006097*    ITSELF WHEN THE OPTION IS P, AND NO PROTECTING ACCOUNT - A
006098*    CERTIFICATE IS NOT SWEPT.  THE EARLY-WITHDRAWAL FLAG IS
006099*    SPACE OR Y AND BELONGS ON A DEBIT ONLY.  DATAPROGRAM
006100*    PROVES THE PAY-OUT ACCOUNT ITSELF AT POSTING.
006101******************************************************************
006102 2295-CHECK-CERTIFICATE.
006103     IF TRAN-PRODUCT-TYPE NOT = SPACE
006104         AND TRAN-PRODUCT-TYPE NOT = 'S'
006105         AND TRAN-PRODUCT-TYPE NOT = 'C'
006106         SET EDIT-BAD-CERT-TERMS TO TRUE
006107         GO TO 2295-EXIT
006108     END-IF
006109     IF TRAN-CERT-TERM-MONTHS IS NOT NUMERIC
006110         SET EDIT-BAD-CERT-TERMS TO TRUE
006111         GO TO 2295-EXIT
006112     END-IF
006113     IF TRAN-EARLY-WITHDRAWAL NOT = SPACE
006114         AND NOT TRAN-EARLY-WITHDRAWAL-YES
006115         SET EDIT-BAD-EARLY-FLAG TO TRUE
006116         GO TO 2295-EXIT
006117     END-IF
006118     IF TRAN-EARLY-WITHDRAWAL-YES
006119         AND TRAN-OPERATION NOT = 'DEBIT'
006120         SET EDIT-BAD-EARLY-FLAG TO TRUE
006121         GO TO 2295-EXIT
006122     END-IF
006123     IF TRAN-OPERATION NOT = 'OPEN'
006124         OR TRAN-PRODUCT-TYPE NOT = 'C'
006125         GO TO 2295-EXIT
006126     END-IF
006127     IF TRAN-CERT-TERM-MONTHS = ZEROS
006128         OR (TRAN-CERT-MATURITY-OPTION NOT = 'R'
006129             AND TRAN-CERT-MATURITY-OPTION NOT = 'P')
006130         OR TRAN-TARGET-ACCOUNT-ID NOT = SPACES
006131         OR TRAN-CERT-PAYOUT-ACCOUNT-ID = TRAN-ACCOUNT-ID
006132         SET EDIT-BAD-CERT-TERMS TO TRUE
006133         GO TO 2295-EXIT
006134     END-IF
006135     IF TRAN-CERT-MATURITY-OPTION = 'P'
006136         AND TRAN-CERT-PAYOUT-ACCOUNT-ID = SPACES
006137         SET EDIT-BAD-CERT-TERMS TO TRUE
006138     END-IF.
006139 2295-EXIT.
006140     EXIT.
006141
006142******************************************************************
006143*    2300-WRITE-REJECT - FILE THE SLIP IN THE SUSPENSE FILE
006144*    UNDER THE NEXT SUSPENSE NUMBER AND LIST THE SLIP (WITH ITS
006145*    NUMBER) ON THE EDIT REPORT.
006146******************************************************************
006147 2300-WRITE-REJECT.
006148     MOVE WS-NEXT-SUSP-NUMBER TO SUSP-NUMBER
006149     SET SUSP-STATUS-OPEN TO TRUE
006150     MOVE WS-REASON-CODE TO SUSP-REASON-CODE
006151     MOVE WS-ENTRY-DATE TO SUSP-BUSINESS-DATE
006152     MOVE ZEROS TO SUSP-RELEASE-DATE
006160     MOVE ZEROS TO SUSP-RECYCLE-DATE
006170     MOVE TRANSACTION-RECORD TO SUSP-TRAN-IMAGE
006180     WRITE SUSPENSE-RECORD
006524             MOVE 'OPEN SLIP MEMBER ID BLANK' TO DL-REASON-TEXT
006526         WHEN EDIT-UNKNOWN-MEMBER
006528             MOVE 'MEMBER UNKNOWN OR INACTIVE' TO DL-REASON-TEXT
006529         WHEN EDIT-BAD-HOLD-FIGURES
006530             MOVE 'HOLD FIGURES NOT NUMERIC' TO DL-REASON-TEXT
006531         WHEN EDIT-HOLD-NOT-ALLOWED
006532             MOVE 'HOLD NOT ALLOWED ON SLIP' TO DL-REASON-TEXT
006533         WHEN EDIT-BAD-HOLD-RELEASE
006534             MOVE 'HOLD RELEASE DATE NOT FUTURE' TO DL-REASON-TEXT
006535         WHEN EDIT-BAD-HOLD-REASON
006536             MOVE 'HOLD REASON NOT KNOWN' TO DL-REASON-TEXT
006537         WHEN EDIT-SELF-PROTECT
006538             MOVE 'ACCOUNT PROTECTS ITSELF' TO DL-REASON-TEXT
006539         WHEN EDIT-MAINT-NO-CHANGE
006540             MOVE 'MAINT SLIP CHANGES NOTHING' TO DL-REASON-TEXT
006541         WHEN EDIT-BAD-CERT-TERMS
006542             MOVE 'CERTIFICATE TERMS NOT VALID' TO DL-REASON-TEXT
006543         WHEN EDIT-BAD-EARLY-FLAG
006544             MOVE 'EARLY WITHDRAWAL FLAG INVALID'
006545                 TO DL-REASON-TEXT
006546         WHEN OTHER
006547             MOVE 'UNCLASSIFIED EDIT FAILURE' TO DL-REASON-TEXT
006550     END-EVALUATE
006560     WRITE EDIT-REPORT-RECORD FROM WS-DETAIL-LINE.
006570 2300-EXIT.
007990     CLOSE EDIT-REPORT-FILE
008000     DISPLAY 'TRANEDIT - SLIPS READ:     ' WS-READ-COUNT
008010     DISPLAY 'TRANEDIT - SLIPS CLEAN:    ' WS-CLEAN-COUNT
008020     DISPLAY 'TRANEDIT - SLIPS REJECTED: ' WS-REJECT-COUNT
008022     IF CONTROL-OK
008024         PERFORM 9300-COMPLETE-CYCLE-STEP THRU 9300-EXIT
008026     END-IF.
008030 9000-EXIT.
008040     EXIT.
008050
008430     WRITE CLEAN-RECORD FROM TRANSACTION-RECORD.
008440 9200-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480*    9300-COMPLETE-CYCLE-STEP - RECORD THE EDIT COMPLETE FOR THE
008490*    BUSINESS DATE ON THE PROCESSING CALENDAR SO BATCHDRV MAY
008500*    RUN.  THE CALL RESETS RETURN-CODE, SO IT IS CARRIED
008510*    THROUGH CYC-STEP-RC AND PUT BACK.
008520******************************************************************
008530 9300-COMPLETE-CYCLE-STEP.
008540     SET CYC-FN-COMPLETE TO TRUE
008550     MOVE RETURN-CODE TO CYC-STEP-RC
008560     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
008570     MOVE CYC-STEP-RC TO RETURN-CODE
008580     IF NOT CYC-OK
008590         DISPLAY 'TRANEDIT - ' CYC-MESSAGE
008600         DISPLAY 'TRANEDIT - STEP NOT RECORDED COMPLETE'
008610     END-IF.
008620 9300-EXIT.
008630     EXIT.
