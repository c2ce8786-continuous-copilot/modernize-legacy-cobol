000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CycleControl.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  CALLED SUBPROGRAM THAT
000120*                     OWNS THE PROCESSING CALENDAR (PROCCAL).
000130*                     EVERY NIGHTLY STEP CALLS IT AT START TO
000140*                     GET THE BUSINESS DATE - REPLACING THE DATE
000150*                     CARD EACH JOB USED TO CARRY - AND TO BE
000160*                     TOLD WHETHER IT MAY RUN: ITS PREDECESSORS
000170*                     MUST BE COMPLETE FOR THE DATE, IT MUST NOT
000180*                     ALREADY BE, AND NO STEP THAT HAS TO FOLLOW
000190*                     IT MAY HAVE RUN.  AT A NORMAL END THE STEP
000200*                     CALLS IT AGAIN TO RECORD ITSELF COMPLETE.
000210*                     ALSO ANSWERS BUSINESS-DAY QUESTIONS FROM
000220*                     THE WEEKEND PATTERN AND HOLIDAY RECORDS,
000230*                     AND ADVANCES THE BUSINESS DATE FOR CALROLL.
000240*                     THE FILE IS OPENED ON THE FIRST CALL AND
000250*                     STAYS OPEN FOR THE REST OF THE RUN.  THE
000260*                     STEP ORDER OF THE NIGHTLY CYCLE IS THE
000270*                     WS-STEP-TABLE BELOW.
000272*    2026-10-15 RH    MAINTRPT ADDED TO THE CYCLE AFTER BATCHDRV.
000274*                     CALROLL NOW WAITS FOR IT, SO THE NIGHT'S
000276*                     MAINTENANCE REVIEW LIST IS ALWAYS PRINTED.
000277*    2026-10-15 RH    CERTMAT ADDED TO THE CYCLE AFTER SUSPRCYL.
000278*                     STANDGEN NOW WAITS FOR IT, SO THE NIGHT'S
000279*                     CERTIFICATE MATURITY SLIPS ARE ALWAYS IN
000280*                     THE RECYCLE FILE BEFORE THE MERGE.
000281*    2026-10-15 RH    RTNPURGE ADDED TO THE CYCLE AFTER BATCHDRV
000282*                     AS AN OPTIONAL STEP, RUN WHEN DATA
000283*                     ADMINISTRATION SCHEDULES A PURGE.
000284*    2026-10-15 RH    ACHIN ADDED AFTER SUSPRCYL AS AN OPTIONAL
000285*                     STEP CLOSED BY STANDGEN, LIKE FEEGEN, RUN
000286*                     WHEN AN INBOUND ACH FILE HAS ARRIVED.
000287*                     ACHRTN ADDED AFTER BATCHDRV; PEXNOTC NOW
000288*                     WAITS FOR IT, SO THE NIGHT'S ACH RETURNS
000289*                     ARE BUILT BEFORE THE POSTING EXCEPTIONS
000290*                     FILE IS RETIRED.
000291*    2026-10-15 RH    DATE FUNCTION: RETURNS THE BUSINESS DATE
000292*                     AND THE PRIOR ONE AND TOUCHES NO STEP, SO
000293*                     ACCTINQ CAN COUNT HOLDS AGAINST THE SAME
000294*                     DATE POSTING DOES.
000295******************************************************************
000296
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CAL-KEY
000370         FILE STATUS IS WS-PROCCAL-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PROCESSING-CALENDAR-FILE.
000420     COPY PROCCAL.
000430
000440 WORKING-STORAGE SECTION.
000450 77  WS-PROCCAL-STATUS           PIC X(02) VALUE SPACES.
000460     88  PROCCAL-NOT-OPEN                    VALUE '35'.
000470
000480 77  WS-FILE-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000490     88  FILE-OPEN-YES                       VALUE 'Y'.
000500     88  FILE-OPEN-NO                        VALUE 'N'.
000510
000520 77  WS-STEP-DONE-SWITCH         PIC X(01) VALUE 'N'.
000530     88  STEP-DONE-YES                       VALUE 'Y'.
000540     88  STEP-DONE-NO                        VALUE 'N'.
000550
000560 77  WS-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
000570     88  DATE-VALID-YES                      VALUE 'Y'.
000580     88  DATE-VALID-NO                       VALUE 'N'.
000590
000600 77  WS-MACHINE-DATE             PIC 9(08) VALUE ZEROS.
000610 77  WS-MACHINE-TIME             PIC 9(08) VALUE ZEROS.
000620 77  WS-CHECK-STEP               PIC X(08) VALUE SPACES.
000630 77  WS-STEP-IDX                 PIC 9(04) COMP VALUE ZEROS.
000640 77  WS-FOUND-IDX                PIC 9(04) COMP VALUE ZEROS.
000650 77  WS-PRED-IDX                 PIC 9(04) COMP VALUE ZEROS.
000660 77  WS-SKIP-COUNT               PIC 9(04) COMP VALUE ZEROS.
000670
000680*    CONTROL RECORD AS READ AT THE TOP OF EVERY CALL - THE
000690*    RECORD AREA IS REUSED FOR HOLIDAY AND STEP LOOKUPS.
000700 77  WS-CURRENT-BUSINESS-DATE    PIC 9(08) VALUE ZEROS.
000710 77  WS-CURRENT-PRIOR-DATE       PIC 9(08) VALUE ZEROS.
000720 01  WS-WEEKEND-PATTERN.
000730     05  WS-WEEKEND-FLAG         PIC X(01) OCCURS 7 TIMES.
000740
000750*    THE NIGHTLY CYCLE.  ONE ENTRY PER STEP: THE STEP NAME, UP
000760*    TO FOUR PREDECESSORS THAT MUST BE COMPLETE FOR THE SAME
000770*    BUSINESS DATE BEFORE IT MAY START, AND THE STEP (IF ANY)
000780*    WHOSE COMPLETION CLOSES IT - FEEGEN'S SLIPS RIDE STANDGEN'S
000790*    MERGE, SO ONCE STANDGEN HAS RUN IT IS TOO LATE FOR FEEGEN.
000800*    A STEP NO OTHER STEP NAMES (FEEGEN, ACHIN, DORMSCAN,
000810*    STMTGEN, RTNPURGE) IS OPTIONAL AND THE NIGHT CLOSES WITHOUT
000815*    IT.
000820 01  WS-STEP-TABLE-VALUES.
000830     05  FILLER                  PIC X(24) VALUE
000840         'SUSPRCYL                '.
000850     05  FILLER                  PIC X(24) VALUE SPACES.
000860     05  FILLER                  PIC X(24) VALUE
000870         'FEEGEN  SUSPRCYL        '.
000880     05  FILLER                  PIC X(24) VALUE
000890         '                STANDGEN'.
000895     05  FILLER                  PIC X(24) VALUE
000900         'CERTMAT SUSPRCYL        '.
000905     05  FILLER                  PIC X(24) VALUE SPACES.
000906     05  FILLER                  PIC X(24) VALUE
000907         'ACHIN   SUSPRCYL        '.
000908     05  FILLER                  PIC X(24) VALUE
000909         '                STANDGEN'.
000910     05  FILLER                  PIC X(24) VALUE
000915         'STANDGENSUSPRCYLCERTMAT '.
000920     05  FILLER                  PIC X(24) VALUE SPACES.
000930     05  FILLER                  PIC X(24) VALUE
000940         'TRANEDITSTANDGEN        '.
000950     05  FILLER                  PIC X(24) VALUE SPACES.
000960     05  FILLER                  PIC X(24) VALUE
000970         'BATCHDRVTRANEDIT        '.
000980     05  FILLER                  PIC X(24) VALUE SPACES.
000990     05  FILLER                  PIC X(24) VALUE
001000         'HOLDRLS BATCHDRV        '.
001010     05  FILLER                  PIC X(24) VALUE SPACES.
001020     05  FILLER                  PIC X(24) VALUE
001030         'GLEXTRCTBATCHDRV        '.
001040     05  FILLER                  PIC X(24) VALUE SPACES.
001050     05  FILLER                  PIC X(24) VALUE
001060         'BRSETTLEBATCHDRV        '.
001070     05  FILLER                  PIC X(24) VALUE SPACES.
001080     05  FILLER                  PIC X(24) VALUE
001090         'RECONRPTBATCHDRV        '.
001100     05  FILLER                  PIC X(24) VALUE SPACES.
001110     05  FILLER                  PIC X(24) VALUE
001120         'CTRSCAN BATCHDRV        '.
001130     05  FILLER                  PIC X(24) VALUE SPACES.
001132     05  FILLER                  PIC X(24) VALUE
001134         'ACHRTN  BATCHDRV        '.
001136     05  FILLER                  PIC X(24) VALUE SPACES.
001140     05  FILLER                  PIC X(24) VALUE
001150         'PEXNOTC BATCHDRVACHRTN  '.
001160     05  FILLER                  PIC X(24) VALUE SPACES.
001170     05  FILLER                  PIC X(24) VALUE
001180         'DORMSCANBATCHDRV        '.
001190     05  FILLER                  PIC X(24) VALUE SPACES.
001200     05  FILLER                  PIC X(24) VALUE
001210         'STMTGEN BATCHDRV        '.
001220     05  FILLER                  PIC X(24) VALUE SPACES.
001222     05  FILLER                  PIC X(24) VALUE
001224         'MAINTRPTBATCHDRV        '.
001226     05  FILLER                  PIC X(24) VALUE SPACES.
001227     05  FILLER                  PIC X(24) VALUE
001228         'RTNPURGEBATCHDRV        '.
001229     05  FILLER                  PIC X(24) VALUE SPACES.
001230     05  FILLER                  PIC X(24) VALUE
001240         'AUDARCH GLEXTRCTBRSETTLE'.
001250     05  FILLER                  PIC X(24) VALUE
001260         'RECONRPTCTRSCAN         '.
001270     05  FILLER                  PIC X(24) VALUE
001280         'CALROLL AUDARCH HOLDRLS '.
001290     05  FILLER                  PIC X(24) VALUE
001300         'PEXNOTC MAINTRPT        '.
001310 01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
001320     05  WS-STEP-ENTRY               OCCURS 20 TIMES.
001330         10  WS-STEP-NAME            PIC X(08).
001340         10  WS-STEP-PREDECESSOR     PIC X(08) OCCURS 4 TIMES.
001350         10  WS-STEP-CLOSED-BY       PIC X(08).
001360 77  WS-STEP-COUNT               PIC 9(04) COMP VALUE 20.
001370
001380*    ONE-LINE EXPLANATION RETURNED IN CYC-MESSAGE.
001390 01  WS-MESSAGE-LINE.
001400     05  MSG-STEP-NAME               PIC X(08).
001410     05  FILLER                      PIC X(01) VALUE SPACE.
001420     05  MSG-TEXT                    PIC X(30).
001430     05  FILLER                      PIC X(01) VALUE SPACE.
001440     05  MSG-DATE                    PIC 9(08).
001450     05  FILLER                      PIC X(01) VALUE SPACE.
001460     05  MSG-TRAILER                 PIC X(11).
001470
001480*    WORK DATE BROKEN INTO PIECES FOR THE CALENDAR ARITHMETIC.
001490 01  WS-WORK-DATE.
001500     05  WS-WORK-YEAR                PIC 9(04).
001510     05  WS-WORK-MONTH               PIC 9(02).
001520     05  WS-WORK-DAY                 PIC 9(02).
001530 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001540                                 PIC 9(08).
001550
001560 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
001570 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
001580 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
001590
001600*    DAY-OF-WEEK WORK FIELDS (ZELLER'S CONGRUENCE - JANUARY AND
001610*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE).
001620 77  WS-DOW-YEAR                 PIC 9(04) VALUE ZEROS.
001630 77  WS-DOW-MONTH                PIC 9(02) VALUE ZEROS.
001640 77  WS-DOW-CENTURY              PIC 9(04) VALUE ZEROS.
001650 77  WS-DOW-YEAR-OF-CENTURY      PIC 9(04) VALUE ZEROS.
001660 77  WS-DOW-MONTH-TERM           PIC 9(04) VALUE ZEROS.
001670 77  WS-DOW-YEAR-TERM            PIC 9(04) VALUE ZEROS.
001680 77  WS-DOW-CENTURY-TERM         PIC 9(04) VALUE ZEROS.
001690 77  WS-DOW-SUM                  PIC 9(06) VALUE ZEROS.
001700 77  WS-DOW-QUOTIENT             PIC 9(06) VALUE ZEROS.
001710 77  WS-DOW-REMAINDER            PIC 9(02) VALUE ZEROS.
001720*    1 = SUNDAY ... 7 = SATURDAY, MATCHING CAL-WEEKEND-FLAG.
001730 77  WS-DAY-OF-WEEK              PIC 9(01) VALUE ZEROS.
001740
001750 LINKAGE SECTION.
001760     COPY CYCLCTL.
001770
001780******************************************************************
001790*    0000-MAINLINE
001800******************************************************************
001810 PROCEDURE DIVISION USING CYCLE-CONTROL-AREA.
001820
001830 0000-MAINLINE.
001840     MOVE ZEROS TO CYC-RETURN-CODE
001850     MOVE SPACES TO CYC-MESSAGE
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     IF NOT CYC-OK
001880         GOBACK
001890     END-IF
001900     EVALUATE TRUE
001910         WHEN CYC-FN-START
001920             PERFORM 2000-START-STEP THRU 2000-EXIT
001930         WHEN CYC-FN-COMPLETE
001940             PERFORM 3000-COMPLETE-STEP THRU 3000-EXIT
001950         WHEN CYC-FN-BUSDAY
001960             PERFORM 4000-NEXT-BUSINESS-DAY THRU 4000-EXIT
001970         WHEN CYC-FN-DAYTYPE
001980             PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT
001990         WHEN CYC-FN-SETDATE
002000             PERFORM 6000-SET-BUSINESS-DATE THRU 6000-EXIT
002003             WHEN CYC-FN-DATE
002006                 PERFORM 6500-RETURN-BUSINESS-DATE THRU 6500-EXIT
002010         WHEN OTHER
002020             SET CYC-BAD-REQUEST TO TRUE
002030             MOVE 'UNKNOWN CYCLE CONTROL FUNCTION' TO CYC-MESSAGE
002040     END-EVALUATE
002050     GOBACK.
002060
002070******************************************************************
002080*    1000-INITIALIZE - OPEN THE CALENDAR ON THE FIRST CALL AND
002090*    READ THE CONTROL RECORD ON EVERY CALL, SO A STEP ALWAYS
002100*    SEES THE DATE AND WEEKEND PATTERN AS THEY STAND NOW.  THE
002110*    CALENDAR IS NEVER CREATED HERE - A MISSING ONE IS AN
002120*    INSTALLATION PROBLEM FOR CALMAINT, NOT SOMETHING TO PAPER
002130*    OVER WITH AN EMPTY FILE.
002140******************************************************************
002150 1000-INITIALIZE.
002160     IF FILE-OPEN-NO
002170         OPEN I-O PROCESSING-CALENDAR-FILE
002180         IF PROCCAL-NOT-OPEN
002190             SET CYC-NO-CALENDAR TO TRUE
002200             MOVE 'PROCESSING CALENDAR PROCCAL NOT FOUND'
002210                 TO CYC-MESSAGE
002220             GO TO 1000-EXIT
002230         END-IF
002240         SET FILE-OPEN-YES TO TRUE
002250     END-IF
002260     MOVE SPACES TO CAL-KEY
002270     SET CAL-TYPE-CONTROL TO TRUE
002280     MOVE ZEROS TO CAL-KEY-DATE
002290     READ PROCESSING-CALENDAR-FILE
002300         INVALID KEY
002310             SET CYC-NO-CALENDAR TO TRUE
002320             MOVE 'NO CONTROL RECORD ON PROCCAL - RUN CALMAINT'
002330                 TO CYC-MESSAGE
002340             GO TO 1000-EXIT
002350     END-READ
002360     MOVE CAL-BUSINESS-DATE TO WS-CURRENT-BUSINESS-DATE
002370     MOVE CAL-PRIOR-BUSINESS-DATE TO WS-CURRENT-PRIOR-DATE
002380     MOVE CAL-WEEKEND-PATTERN TO WS-WEEKEND-PATTERN.
002390 1000-EXIT.
002400     EXIT.
002410
002420******************************************************************
002430*    2000-START-STEP - RETURN THE BUSINESS DATE AND DECIDE
002440*    WHETHER THE NAMED STEP MAY RUN AGAINST IT.  THE CHECKS RUN
002450*    IN THE ORDER AN OPERATOR WOULD WANT THEM EXPLAINED: AN
002460*    UNKNOWN STEP, A STEP ALREADY DONE FOR THE DATE, A
002470*    PREDECESSOR STILL OUTSTANDING, A FOLLOWING STEP ALREADY
002480*    RUN.
002490******************************************************************
002500 2000-START-STEP.
002510     MOVE WS-CURRENT-BUSINESS-DATE TO CYC-BUSINESS-DATE
002520     MOVE WS-CURRENT-PRIOR-DATE TO CYC-PRIOR-BUSINESS-DATE
002530     MOVE ZEROS TO WS-FOUND-IDX
002540     PERFORM 2100-FIND-STEP THRU 2100-EXIT
002550         VARYING WS-STEP-IDX FROM 1 BY 1
002560         UNTIL WS-STEP-IDX > WS-STEP-COUNT
002570            OR WS-FOUND-IDX > ZEROS
002580     IF WS-FOUND-IDX = ZEROS
002590         SET CYC-UNKNOWN-STEP TO TRUE
002600         MOVE 'STEP NAME IS NOT A STEP OF THE NIGHTLY CYCLE'
002610             TO CYC-MESSAGE
002620         GO TO 2000-EXIT
002630     END-IF
002640     MOVE CYC-STEP-NAME TO WS-CHECK-STEP
002650     PERFORM 2200-READ-STEP-DONE THRU 2200-EXIT
002660     IF STEP-DONE-YES
002670         SET CYC-ALREADY-COMPLETE TO TRUE
002680         MOVE CYC-STEP-NAME TO MSG-STEP-NAME
002690         MOVE 'ALREADY COMPLETE FOR' TO MSG-TEXT
002700         MOVE CYC-BUSINESS-DATE TO MSG-DATE
002710         MOVE SPACES TO MSG-TRAILER
002720         MOVE WS-MESSAGE-LINE TO CYC-MESSAGE
002730         GO TO 2000-EXIT
002740     END-IF
002750     PERFORM 2300-CHECK-PREDECESSOR THRU 2300-EXIT
002760         VARYING WS-PRED-IDX FROM 1 BY 1
002770         UNTIL WS-PRED-IDX > 4
002780            OR NOT CYC-OK
002790     IF NOT CYC-OK
002800         GO TO 2000-EXIT
002810     END-IF
002820     IF WS-STEP-CLOSED-BY (WS-FOUND-IDX) = SPACES
002830         GO TO 2000-EXIT
002840     END-IF
002850     MOVE WS-STEP-CLOSED-BY (WS-FOUND-IDX) TO WS-CHECK-STEP
002860     PERFORM 2200-READ-STEP-DONE THRU 2200-EXIT
002870     IF STEP-DONE-YES
002880         SET CYC-SUCCESSOR-RAN TO TRUE
002890         MOVE WS-CHECK-STEP TO MSG-STEP-NAME
002900         MOVE 'HAS ALREADY RUN FOR' TO MSG-TEXT
002910         MOVE CYC-BUSINESS-DATE TO MSG-DATE
002920         MOVE '- TOO LATE' TO MSG-TRAILER
002930         MOVE WS-MESSAGE-LINE TO CYC-MESSAGE
002940     END-IF.
002950 2000-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    2100-FIND-STEP - LOOK THE CALLER'S STEP UP IN THE CYCLE.
003000******************************************************************
003010 2100-FIND-STEP.
003020     IF WS-STEP-NAME (WS-STEP-IDX) = CYC-STEP-NAME
003030         MOVE WS-STEP-IDX TO WS-FOUND-IDX
003040     END-IF.
003050 2100-EXIT.
003060     EXIT.
003070
003080******************************************************************
003090*    2200-READ-STEP-DONE - IS WS-CHECK-STEP RECORDED COMPLETE
003100*    FOR THE BUSINESS DATE BEING STARTED?
003110******************************************************************
003120 2200-READ-STEP-DONE.
003130     SET STEP-DONE-NO TO TRUE
003140     SET CAL-TYPE-STEP-DONE TO TRUE
003150     MOVE CYC-BUSINESS-DATE TO CAL-KEY-DATE
003160     MOVE WS-CHECK-STEP TO CAL-KEY-STEP
003170     READ PROCESSING-CALENDAR-FILE
003180         INVALID KEY
003190             CONTINUE
003200         NOT INVALID KEY
003210             SET STEP-DONE-YES TO TRUE
003220     END-READ.
003230 2200-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270*    2300-CHECK-PREDECESSOR - ONE PREDECESSOR SLOT OF THE STEP
003280*    BEING STARTED.  A BLANK SLOT IS NOTHING TO WAIT FOR.
003290******************************************************************
003300 2300-CHECK-PREDECESSOR.
003310     IF WS-STEP-PREDECESSOR (WS-FOUND-IDX WS-PRED-IDX) = SPACES
003320         GO TO 2300-EXIT
003330     END-IF
003340     MOVE WS-STEP-PREDECESSOR (WS-FOUND-IDX WS-PRED-IDX)
003350         TO WS-CHECK-STEP
003360     PERFORM 2200-READ-STEP-DONE THRU 2200-EXIT
003370     IF STEP-DONE-NO
003380         SET CYC-PREDECESSOR-OPEN TO TRUE
003390         MOVE WS-CHECK-STEP TO MSG-STEP-NAME
003400         MOVE 'HAS NOT COMPLETED FOR' TO MSG-TEXT
003410         MOVE CYC-BUSINESS-DATE TO MSG-DATE
003420         MOVE SPACES TO MSG-TRAILER
003430         MOVE WS-MESSAGE-LINE TO CYC-MESSAGE
003440     END-IF.
003450 2300-EXIT.
003460     EXIT.
003470
003480******************************************************************
003490*    3000-COMPLETE-STEP - RECORD THE STEP COMPLETE FOR THE
003500*    BUSINESS DATE THE CALLER STARTED UNDER (NOT THE CURRENT
003510*    ONE - CALROLL HAS MOVED THE DATE ON BY THE TIME IT ENDS),
003520*    WITH THE STEP'S RETURN CODE AND THE MACHINE TIMESTAMP.  A
003530*    RECORD ALREADY THERE IS REPLACED.
003540******************************************************************
003550 3000-COMPLETE-STEP.
003560     IF CYC-BUSINESS-DATE IS NOT NUMERIC
003570         OR CYC-BUSINESS-DATE = ZEROS
003580         OR CYC-STEP-NAME = SPACES
003590         SET CYC-BAD-REQUEST TO TRUE
003600         MOVE 'COMPLETE NEEDS THE STEP NAME AND BUSINESS DATE'
003610             TO CYC-MESSAGE
003620         GO TO 3000-EXIT
003630     END-IF
003640     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD
003650     ACCEPT WS-MACHINE-TIME FROM TIME
003660     MOVE SPACES TO PROCESSING-CALENDAR-RECORD
003670     SET CAL-TYPE-STEP-DONE TO TRUE
003680     MOVE CYC-BUSINESS-DATE TO CAL-KEY-DATE
003690     MOVE CYC-STEP-NAME TO CAL-KEY-STEP
003700     MOVE WS-MACHINE-DATE TO CAL-STEP-DONE-DATE
003710     MOVE WS-MACHINE-TIME TO CAL-STEP-DONE-TIME
003720     MOVE CYC-STEP-RC TO CAL-STEP-RC
003730     WRITE PROCESSING-CALENDAR-RECORD
003740         INVALID KEY
003750             REWRITE PROCESSING-CALENDAR-RECORD
003760     END-WRITE.
003770 3000-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810*    4000-NEXT-BUSINESS-DAY - MOVE CYC-WORK-DATE FORWARD TO THE
003820*    FIRST BUSINESS DAY ON OR AFTER IT.  A MONTH WITHOUT ONE
003830*    MEANS THE CALENDAR IS SET UP WRONG, NOT A DATE TO RETURN.
003840******************************************************************
003850 4000-NEXT-BUSINESS-DAY.
003860     PERFORM 7400-VALIDATE-WORK-DATE THRU 7400-EXIT
003870     IF DATE-VALID-NO
003880         GO TO 4000-EXIT
003890     END-IF
003900     MOVE ZEROS TO WS-SKIP-COUNT
003910     PERFORM 7000-CLASSIFY-DAY THRU 7000-EXIT
003920     PERFORM 4100-SKIP-ONE-DAY THRU 4100-EXIT
003930         UNTIL CYC-BUSINESS-DAY
003940            OR WS-SKIP-COUNT > 31
003950     IF NOT CYC-BUSINESS-DAY
003960         SET CYC-BAD-REQUEST TO TRUE
003970         MOVE 'CALENDAR' TO MSG-STEP-NAME
003980         MOVE 'NO BUSINESS DAY IN 31 DAYS FROM' TO MSG-TEXT
003990         MOVE CYC-WORK-DATE TO MSG-DATE
004000         MOVE SPACES TO MSG-TRAILER
004010         MOVE WS-MESSAGE-LINE TO CYC-MESSAGE
004020         GO TO 4000-EXIT
004030     END-IF
004040     MOVE WS-WORK-DATE-N TO CYC-WORK-DATE.
004050 4000-EXIT.
004060     EXIT.
004070
004080******************************************************************
004090*    4100-SKIP-ONE-DAY - STEP PAST A NON-BUSINESS DAY.
004100******************************************************************
004110 4100-SKIP-ONE-DAY.
004120     ADD 1 TO WS-SKIP-COUNT
004130     PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
004140     PERFORM 7000-CLASSIFY-DAY THRU 7000-EXIT.
004150 4100-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    5000-CLASSIFY-DATE - BUSINESS DAY, WEEKEND OR HOLIDAY FOR
004200*    CYC-WORK-DATE.
004210******************************************************************
004220 5000-CLASSIFY-DATE.
004230     PERFORM 7400-VALIDATE-WORK-DATE THRU 7400-EXIT
004240     IF DATE-VALID-NO
004250         GO TO 5000-EXIT
004260     END-IF
004270     PERFORM 7000-CLASSIFY-DAY THRU 7000-EXIT.
004280 5000-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320*    6000-SET-BUSINESS-DATE - CALROLL'S ROLL: CYC-WORK-DATE
004330*    BECOMES THE BUSINESS DATE AND THE OLD ONE THE PRIOR.  THE
004340*    DATE ONLY EVER MOVES FORWARD.
004350******************************************************************
004360 6000-SET-BUSINESS-DATE.
004370     PERFORM 7400-VALIDATE-WORK-DATE THRU 7400-EXIT
004380     IF DATE-VALID-NO
004390         GO TO 6000-EXIT
004400     END-IF
004410     IF CYC-WORK-DATE NOT > WS-CURRENT-BUSINESS-DATE
004420         SET CYC-BAD-REQUEST TO TRUE
004430         MOVE 'NEW DATE' TO MSG-STEP-NAME
004440         MOVE 'IS NOT AFTER BUSINESS DATE' TO MSG-TEXT
004450         MOVE WS-CURRENT-BUSINESS-DATE TO MSG-DATE
004460         MOVE SPACES TO MSG-TRAILER
004470         MOVE WS-MESSAGE-LINE TO CYC-MESSAGE
004480         GO TO 6000-EXIT
004490     END-IF
004500     ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD
004510     ACCEPT WS-MACHINE-TIME FROM TIME
004520     MOVE SPACES TO CAL-KEY
004530     SET CAL-TYPE-CONTROL TO TRUE
004540     MOVE ZEROS TO CAL-KEY-DATE
004550     READ PROCESSING-CALENDAR-FILE
004560         INVALID KEY
004570             SET CYC-NO-CALENDAR TO TRUE
004580             MOVE 'NO CONTROL RECORD ON PROCCAL - RUN CALMAINT'
004590                 TO CYC-MESSAGE
004600             GO TO 6000-EXIT
004610     END-READ
004620     MOVE CAL-BUSINESS-DATE TO CAL-PRIOR-BUSINESS-DATE
004630     MOVE CYC-WORK-DATE TO CAL-BUSINESS-DATE
004640     MOVE WS-MACHINE-DATE TO CAL-ROLLED-DATE
004650     MOVE WS-MACHINE-TIME TO CAL-ROLLED-TIME
004660     REWRITE PROCESSING-CALENDAR-RECORD
004670     MOVE CAL-BUSINESS-DATE TO WS-CURRENT-BUSINESS-DATE
004680     MOVE CAL-PRIOR-BUSINESS-DATE TO WS-CURRENT-PRIOR-DATE
004690     MOVE CAL-BUSINESS-DATE TO CYC-BUSINESS-DATE
004700     MOVE CAL-PRIOR-BUSINESS-DATE TO CYC-PRIOR-BUSINESS-DATE.
004710 6000-EXIT.
004720     EXIT.
004721
004722******************************************************************
004723*    6500-RETURN-BUSINESS-DATE - THE BUSINESS DATE AND THE PRIOR
004724*    ONE AS THE CONTROL RECORD HAS THEM NOW.  NO STEP IS CHECKED
004725*    OR RECORDED.
004726******************************************************************
004727 6500-RETURN-BUSINESS-DATE.
004728     MOVE WS-CURRENT-BUSINESS-DATE TO CYC-BUSINESS-DATE
004729     MOVE WS-CURRENT-PRIOR-DATE TO CYC-PRIOR-BUSINESS-DATE.
004730 6500-EXIT.
004731     EXIT.
004732
004740******************************************************************
004750*    7000-CLASSIFY-DAY - SET CYC-DAY-TYPE FOR THE WORK DATE: A
004760*    WEEKEND DAY BY THE CONTROL RECORD'S PATTERN, OTHERWISE A
004770*    HOLIDAY IF THERE IS A HOLIDAY RECORD FOR IT, OTHERWISE A
004780*    BUSINESS DAY.
004790******************************************************************
004800 7000-CLASSIFY-DAY.
004810     MOVE SPACES TO CYC-HOLIDAY-NAME
004820     PERFORM 7500-SET-DAY-OF-WEEK THRU 7500-EXIT
004830     IF WS-WEEKEND-FLAG (WS-DAY-OF-WEEK) = 'Y'
004840         SET CYC-WEEKEND-DAY TO TRUE
004850         GO TO 7000-EXIT
004860     END-IF
004870     SET CAL-TYPE-HOLIDAY TO TRUE
004880     MOVE WS-WORK-DATE-N TO CAL-KEY-DATE
004890     MOVE SPACES TO CAL-KEY-STEP
004900     READ PROCESSING-CALENDAR-FILE
004910         INVALID KEY
004920             SET CYC-BUSINESS-DAY TO TRUE
004930         NOT INVALID KEY
004940             SET CYC-HOLIDAY TO TRUE
004950             MOVE CAL-HOLIDAY-NAME TO CYC-HOLIDAY-NAME
004960     END-READ.
004970 7000-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010*    7100-ADD-ONE-DAY - STEP THE WORK DATE FORWARD ONE CALENDAR
005020*    DAY, ROLLING MONTH AND YEAR AS NEEDED.
005030******************************************************************
005040 7100-ADD-ONE-DAY.
005050     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
005060     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
005070         ADD 1 TO WS-WORK-DAY
005080     ELSE
005090         MOVE 1 TO WS-WORK-DAY
005100         IF WS-WORK-MONTH < 12
005110             ADD 1 TO WS-WORK-MONTH
005120         ELSE
005130             MOVE 1 TO WS-WORK-MONTH
005140             ADD 1 TO WS-WORK-YEAR
005150         END-IF
005160     END-IF.
005170 7100-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
005220*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
005230*    ONLY WHEN DIVISIBLE BY 400).
005240******************************************************************
005250 7300-SET-DAYS-IN-MONTH.
005260     EVALUATE WS-WORK-MONTH
005270         WHEN 01
005280         WHEN 03
005290         WHEN 05
005300         WHEN 07
005310         WHEN 08
005320         WHEN 10
005330         WHEN 12
005340             MOVE 31 TO WS-DAYS-IN-MONTH
005350         WHEN 04
005360         WHEN 06
005370         WHEN 09
005380         WHEN 11
005390             MOVE 30 TO WS-DAYS-IN-MONTH
005400         WHEN 02
005410             MOVE 28 TO WS-DAYS-IN-MONTH
005420             DIVIDE WS-WORK-YEAR BY 4
005430                 GIVING WS-LEAP-QUOTIENT
005440                 REMAINDER WS-LEAP-REMAINDER
005450             IF WS-LEAP-REMAINDER = ZEROS
005460                 MOVE 29 TO WS-DAYS-IN-MONTH
005470                 DIVIDE WS-WORK-YEAR BY 100
005480                     GIVING WS-LEAP-QUOTIENT
005490                     REMAINDER WS-LEAP-REMAINDER
005500                 IF WS-LEAP-REMAINDER = ZEROS
005510                     MOVE 28 TO WS-DAYS-IN-MONTH
005520                     DIVIDE WS-WORK-YEAR BY 400
005530                         GIVING WS-LEAP-QUOTIENT
005540                         REMAINDER WS-LEAP-REMAINDER
005550                     IF WS-LEAP-REMAINDER = ZEROS
005560                         MOVE 29 TO WS-DAYS-IN-MONTH
005570                     END-IF
005580                 END-IF
005590             END-IF
005600         WHEN OTHER
005610             MOVE ZEROS TO WS-DAYS-IN-MONTH
005620     END-EVALUATE.
005630 7300-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670*    7400-VALIDATE-WORK-DATE - LOAD CYC-WORK-DATE INTO THE WORK
005680*    DATE AND REFUSE ANYTHING THAT IS NOT A REAL CALENDAR DATE.
005690******************************************************************
005700 7400-VALIDATE-WORK-DATE.
005710     SET DATE-VALID-NO TO TRUE
005720     IF CYC-WORK-DATE IS NOT NUMERIC
005730         SET CYC-BAD-REQUEST TO TRUE
005740         MOVE 'WORK DATE NOT NUMERIC' TO CYC-MESSAGE
005750         GO TO 7400-EXIT
005760     END-IF
005770     MOVE CYC-WORK-DATE TO WS-WORK-DATE-N
005780     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
005790     IF WS-WORK-YEAR < 1900
005800         OR WS-WORK-DAY < 1
005810         OR WS-WORK-DAY > WS-DAYS-IN-MONTH
005820         SET CYC-BAD-REQUEST TO TRUE
005830         MOVE 'DATE' TO MSG-STEP-NAME
005840         MOVE 'IS NOT A CALENDAR DATE' TO MSG-TEXT
005850         MOVE CYC-WORK-DATE TO MSG-DATE
005860         MOVE SPACES TO MSG-TRAILER
005870         MOVE WS-MESSAGE-LINE TO CYC-MESSAGE
005880         GO TO 7400-EXIT
005890     END-IF
005900     SET DATE-VALID-YES TO TRUE.
005910 7400-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950*    7500-SET-DAY-OF-WEEK - DAY OF THE WEEK FOR THE WORK DATE BY
005960*    ZELLER'S CONGRUENCE.  EACH DIVISION IS ITS OWN DIVIDE SO
005970*    EVERY TERM TRUNCATES THE WAY THE FORMULA NEEDS.  ZELLER
005980*    GIVES 0 FOR SATURDAY, 1 FOR SUNDAY ... 6 FOR FRIDAY;
005990*    SATURDAY IS TURNED INTO 7 TO MATCH THE WEEKEND FLAGS.
006000******************************************************************
006010 7500-SET-DAY-OF-WEEK.
006020     MOVE WS-WORK-YEAR TO WS-DOW-YEAR
006030     MOVE WS-WORK-MONTH TO WS-DOW-MONTH
006040     IF WS-DOW-MONTH < 3
006050         ADD 12 TO WS-DOW-MONTH
006060         SUBTRACT 1 FROM WS-DOW-YEAR
006070     END-IF
006080     DIVIDE WS-DOW-YEAR BY 100
006090         GIVING WS-DOW-CENTURY
006100         REMAINDER WS-DOW-YEAR-OF-CENTURY
006110     COMPUTE WS-DOW-MONTH-TERM = 13 * (WS-DOW-MONTH + 1)
006120     DIVIDE WS-DOW-MONTH-TERM BY 5
006130         GIVING WS-DOW-MONTH-TERM
006140     DIVIDE WS-DOW-YEAR-OF-CENTURY BY 4
006150         GIVING WS-DOW-YEAR-TERM
006160     DIVIDE WS-DOW-CENTURY BY 4
006170         GIVING WS-DOW-CENTURY-TERM
006180     COMPUTE WS-DOW-SUM = WS-WORK-DAY
006190                        + WS-DOW-MONTH-TERM
006200                        + WS-DOW-YEAR-OF-CENTURY
006210                        + WS-DOW-YEAR-TERM
006220                        + WS-DOW-CENTURY-TERM
006230                        + (5 * WS-DOW-CENTURY)
006240     DIVIDE WS-DOW-SUM BY 7
006250         GIVING WS-DOW-QUOTIENT
006260         REMAINDER WS-DOW-REMAINDER
006270     IF WS-DOW-REMAINDER = ZEROS
006280         MOVE 7 TO WS-DAY-OF-WEEK
006290     ELSE
006300         MOVE WS-DOW-REMAINDER TO WS-DAY-OF-WEEK
006310     END-IF.
006320 7500-EXIT.
006330     EXIT.
