000250*    2026-09-02 RH    STAMP HOUSE BRANCH/TELLER 0000 ON
000252*                     GENERATED SLIPS FOR THE NEW IDENTITY
000254*                     FIELDS.
000255*    2026-10-15 RH    ZERO THE NEW DEPOSIT HOLD FIELDS ON
000256*                     GENERATED SLIPS - A STANDING CREDIT NEVER
000257*                     CARRIES A HOLD.
000258*    2026-10-15 RH    PROCESSING CALENDAR.  THE STANPARM CARD IS
000259*                     RETIRED: THE RUN DATE COMES FROM THE
000260*                     PROCESSING CALENDAR THROUGH CYCLECTL, WHICH
000261*                     REFUSES THE RUN (RC 16) UNLESS SUSPRCYL IS
000262*                     COMPLETE FOR THE DATE AND STANDGEN IS NOT.
000263*                     A NEXT-DUE DATE ON A WEEKEND OR HOLIDAY IS
000264*                     MOVED TO THE NEXT BUSINESS DAY.  THE NEW
000265*                     SI-SCHEDULED-DATE KEEPS THE UNMOVED DATE SO
000266*                     WEEKLY AND MONTHLY INSTRUCTIONS ROLL FROM
000267*                     THEIR OWN CADENCE, NOT FROM THE MOVED DAY.
000268*    2026-10-15 RH    ZERO THE NEW CERTIFICATE TERM FIELD ON
000269*                     GENERATED SLIPS.
000270******************************************************************
000271
000272 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT STANDING-IN-FILE ASSIGN TO "STANDINS"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TRANGEN-STATUS.
000410
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000490     COPY STANDINS.
000500
000510 FD  STANDING-OUT-FILE.
000520 01  STANDING-OUT-RECORD             PIC X(67).
000530
000540 FD  GENERATED-TRAN-FILE.
000550     COPY TRANREC.
000560
000590
000600 WORKING-STORAGE SECTION.
000610 77  WS-STANDINS-STATUS          PIC X(02) VALUE SPACES.
000620     88  STANDINS-NOT-OPEN                   VALUE '35'.
000630 77  WS-STANDOUT-STATUS          PIC X(02) VALUE SPACES.
000640 77  WS-TRANGEN-STATUS           PIC X(02) VALUE SPACES.
000670
000680 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000690     88  EOF-YES                             VALUE 'Y'.
000700     88  EOF-NO                              VALUE 'N'.
000710
000716 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000722     88  RUN-REFUSED                         VALUE 'Y'.
000728     88  RUN-ACCEPTED                        VALUE 'N'.
000734 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
000740
000750 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
000760 77  WS-DUE-COUNT                PIC 9(06) COMP VALUE ZEROS.
000770 77  WS-EXPIRED-COUNT            PIC 9(06) COMP VALUE ZEROS.
000780 77  WS-BAD-FREQ-COUNT           PIC 9(06) COMP VALUE ZEROS.
000785 77  WS-MOVED-COUNT              PIC 9(06) COMP VALUE ZEROS.
000790
000800*    WORK DATE BROKEN INTO PIECES FOR THE ROLL-FORWARD
000810*    ARITHMETIC.  CYCLECTL ONLY MOVES THE RESULT OFF A HOLIDAY.
000820 01  WS-WORK-DATE.
000830     05  WS-WORK-YEAR                PIC 9(04).
000840     05  WS-WORK-MONTH               PIC 9(02).
000910 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
000920 77  WS-DAY-STEPS                PIC 9(02) COMP VALUE ZEROS.
000930 77  WS-STEP-IDX                 PIC 9(02) COMP VALUE ZEROS.
000933
000936     COPY CYCLCTL.
000940
000950******************************************************************
000960*    0000-MAINLINE
001050     STOP RUN.
001060
001070******************************************************************
001080*    1000-INITIALIZE - TAKE THE RUN DATE FROM THE PROCESSING
001090*    CALENDAR AND OPEN THE FILES.  A REFUSAL STOPS THE RUN
001100*    RATHER THAN GENERATING THE WRONG NIGHT'S TRANSACTIONS OR
001110*    THE SAME NIGHT'S TWICE.
001120******************************************************************
001130 1000-INITIALIZE.
001140     SET CYC-FN-START TO TRUE
001150     MOVE 'STANDGEN' TO CYC-STEP-NAME
001160     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001170     IF NOT CYC-OK
001180         DISPLAY 'STANDGEN - ' CYC-MESSAGE
001190         DISPLAY 'STANDGEN - RUN REFUSED'
001200         SET RUN-REFUSED TO TRUE
001210         MOVE 16 TO RETURN-CODE
001220         SET EOF-YES TO TRUE
001230         GO TO 1000-EXIT
001240     END-IF
001250     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
001370     OPEN INPUT STANDING-IN-FILE
001380     OPEN OUTPUT STANDING-OUT-FILE
001390     OPEN OUTPUT GENERATED-TRAN-FILE
001730*    NEXT-DUE DATE, AND CARRY THE INSTRUCTION TO THE NEW FILE.
001740*    AN UNKNOWN FREQUENCY IS CARRIED UNCHANGED AND FLAGGED ON
001750*    SYSOUT RATHER THAN GENERATING A SLIP THAT CAN NEVER ROLL.
001751*    AN INSTRUCTION WITH NO SCHEDULED DATE (WRITTEN BEFORE THE
001752*    FIELD EXISTED, OR RE-KEYED BY HAND) TAKES ITS NEXT-DUE
001753*    DATE.  ONE NOT YET DUE STILL HAS ITS NEXT-DUE DATE MOVED
001754*    OFF A NON-BUSINESS DAY, SO A HOLIDAY SET UP AFTER THE LAST
001755*    ROLL IS HONOURED.
001760******************************************************************
001770 2200-PROCESS-ONE-INSTRUCTION.
001780     ADD 1 TO WS-READ-COUNT
001782     IF SI-SCHEDULED-DATE IS NOT NUMERIC
001784         OR SI-SCHEDULED-DATE = ZEROS
001786         MOVE SI-NEXT-DUE-DATE TO SI-SCHEDULED-DATE
001788     END-IF
001790     IF SI-NEXT-DUE-DATE > WS-RUN-DATE
001795         PERFORM 7500-MOVE-TO-BUSINESS-DAY THRU 7500-EXIT
001800         GO TO 2200-WRITE-OUT
001810     END-IF
001820     IF SI-EXPIRY-DATE > ZEROS
002165     MOVE ZEROS TO TRAN-DAILY-LIMIT
002166     MOVE '0000' TO TRAN-BRANCH-ID
002167     MOVE '0000' TO TRAN-TELLER-ID
002168     MOVE ZEROS TO TRAN-HOLD-AMOUNT
002169     MOVE ZEROS TO TRAN-HOLD-RELEASE-DATE
002170     MOVE ZEROS TO TRAN-CERT-TERM-MONTHS
002171     MOVE SI-TARGET-ACCOUNT-ID TO TRAN-TARGET-ACCOUNT-ID
002180     MOVE SPACES TO TRAN-MEMBER-NAME
002190     WRITE TRANSACTION-RECORD.
002200 2300-EXIT.
002230******************************************************************
002240*    7000-ROLL-NEXT-DUE - STEP THE INSTRUCTION'S NEXT-DUE DATE
002250*    FORWARD ONE PERIOD FROM ITS SCHEDULED DATE (NOT FROM THE
002260*    RUN DATE, SO A MISSED NIGHT KEEPS ITS ORIGINAL CADENCE),
002262*    THEN MOVE IT OFF ANY WEEKEND OR HOLIDAY.  A DAILY
002264*    INSTRUCTION STEPS FROM THE DAY IT ACTUALLY RAN, SO ITS
002266*    NON-BUSINESS DAYS FOLD INTO THE NEXT BUSINESS DAY RATHER
002268*    THAN GENERATING THE SAME DAY AGAIN.
002270******************************************************************
002280 7000-ROLL-NEXT-DUE.
002283     IF SI-FREQ-DAILY
002286         MOVE SI-NEXT-DUE-DATE TO WS-WORK-DATE-N
002289     ELSE
002292         MOVE SI-SCHEDULED-DATE TO WS-WORK-DATE-N
002295     END-IF
002300     EVALUATE TRUE
002310         WHEN SI-FREQ-DAILY
002320             MOVE 1 TO WS-DAY-STEPS
002410         WHEN SI-FREQ-MONTHLY
002420             PERFORM 7200-ADD-ONE-MONTH THRU 7200-EXIT
002430     END-EVALUATE
002440     MOVE WS-WORK-DATE-N TO SI-NEXT-DUE-DATE
002443     MOVE WS-WORK-DATE-N TO SI-SCHEDULED-DATE
002446     PERFORM 7500-MOVE-TO-BUSINESS-DAY THRU 7500-EXIT.
002450 7000-EXIT.
002460     EXIT.
002470
003280     END-EVALUATE.
003290 7300-EXIT.
003300     EXIT.
003301
003302******************************************************************
003303*    7500-MOVE-TO-BUSINESS-DAY - A NEXT-DUE DATE ON A WEEKEND OR
003304*    A CALENDAR HOLIDAY MOVES FORWARD TO THE NEXT BUSINESS DAY.
003305*    THE SCHEDULED DATE IS LEFT WHERE IT WAS.  A DATE THE
003306*    CALENDAR CANNOT PLACE IS LEFT ALONE AND SHOWN ON SYSOUT.
003307******************************************************************
003308 7500-MOVE-TO-BUSINESS-DAY.
003309     SET CYC-FN-BUSDAY TO TRUE
003310     MOVE SI-NEXT-DUE-DATE TO CYC-WORK-DATE
003311     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
003312     IF NOT CYC-OK
003313         DISPLAY 'STANDGEN - ' CYC-MESSAGE
003314         DISPLAY 'STANDGEN - NEXT-DUE NOT CHECKED ON ACCOUNT '
003315                 SI-ACCOUNT-ID
003316         GO TO 7500-EXIT
003317     END-IF
003318     IF CYC-WORK-DATE NOT = SI-NEXT-DUE-DATE
003319         MOVE CYC-WORK-DATE TO SI-NEXT-DUE-DATE
003320         ADD 1 TO WS-MOVED-COUNT
003321     END-IF.
003322 7500-EXIT.
003323     EXIT.
003324
003325******************************************************************
003330*    9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS.
003332*    A RUN THE CALENDAR ACCEPTED IS RECORDED COMPLETE.  THE
003334*    CALLS RESET RETURN-CODE, SO IT IS CARRIED THROUGH
003336*    CYC-STEP-RC AND PUT BACK.
003340******************************************************************
003350 9000-TERMINATE.
003360     CLOSE STANDING-IN-FILE
003400     DISPLAY 'STANDGEN - SLIPS GENERATED:       ' WS-DUE-COUNT
003410     DISPLAY 'STANDGEN - PAST EXPIRY:           ' WS-EXPIRED-COUNT
003420     DISPLAY 'STANDGEN - UNKNOWN FREQUENCY: '
003421             WS-BAD-FREQ-COUNT
003422     DISPLAY 'STANDGEN - MOVED TO BUSINESS DAY: ' WS-MOVED-COUNT
003423     IF RUN-REFUSED
003424         GO TO 9000-EXIT
003425     END-IF
003426     SET CYC-FN-COMPLETE TO TRUE
003427     MOVE RETURN-CODE TO CYC-STEP-RC
003428     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
003429     MOVE CYC-STEP-RC TO RETURN-CODE
003430     IF NOT CYC-OK
003431         DISPLAY 'STANDGEN - ' CYC-MESSAGE
003432         DISPLAY 'STANDGEN - STEP NOT RECORDED COMPLETE'
003433     END-IF.
003434 9000-EXIT.
003440     EXIT.
