000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CalendarMaint.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  CARD-DRIVEN MAINTENANCE
000120*                     OF THE PROCESSING CALENDAR.  ONE CALCARDS
000130*                     CARD PER ACTION: 'I' INSTALLS THE CONTROL
000140*                     RECORD (FIRST BUSINESS DATE AND WEEKEND
000150*                     PATTERN), 'B' RESETS THE BUSINESS DATE BY
000160*                     HAND AFTER A RECOVERY, 'W' REPLACES THE
000170*                     WEEKEND PATTERN, 'A' AND 'D' ADD AND
000180*                     DELETE HOLIDAYS, AND 'R' REOPENS A STEP
000190*                     ALREADY RECORDED COMPLETE SO OPERATIONS
000200*                     CAN RERUN IT.  EVERY CARD PRINTS ITS
000210*                     RESULT ON CALRPT, FOLLOWED BY THE CONTROL
000220*                     RECORD AND THE HOLIDAYS AS THEY NOW STAND;
000230*                     REFUSED CARDS END THE JOB RC 8.
000240******************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CAL-KEY
000330         FILE STATUS IS WS-PROCCAL-STATUS.
000340
000350     SELECT CAL-CARD-FILE ASSIGN TO "CALCARDS"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CALCARDS-STATUS.
000380
000390     SELECT CAL-REPORT-FILE ASSIGN TO "CALRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CALRPT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PROCESSING-CALENDAR-FILE.
000460     COPY PROCCAL.
000470
000480 FD  CAL-CARD-FILE.
000490 01  CAL-CARD-RECORD.
000500     05  CC-ACTION                   PIC X(01).
000510         88  CC-ACTION-INSTALL               VALUE 'I'.
000520         88  CC-ACTION-BUSINESS-DATE         VALUE 'B'.
000530         88  CC-ACTION-WEEKEND               VALUE 'W'.
000540         88  CC-ACTION-ADD-HOLIDAY           VALUE 'A'.
000550         88  CC-ACTION-DELETE-HOLIDAY        VALUE 'D'.
000560         88  CC-ACTION-REOPEN-STEP           VALUE 'R'.
000570     05  CC-DATE                     PIC X(08).
000580     05  CC-DATE-N REDEFINES CC-DATE PIC 9(08).
000590     05  CC-STEP-NAME                PIC X(08).
000600     05  CC-WEEKEND-PATTERN          PIC X(07).
000610     05  CC-HOLIDAY-NAME             PIC X(30).
000620
000630 FD  CAL-REPORT-FILE.
000640 01  CAL-REPORT-RECORD               PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 77  WS-PROCCAL-STATUS           PIC X(02) VALUE SPACES.
000680     88  PROCCAL-NOT-OPEN                    VALUE '35'.
000690 77  WS-CALCARDS-STATUS          PIC X(02) VALUE SPACES.
000700     88  CALCARDS-NOT-OPEN                   VALUE '35'.
000710 77  WS-CALRPT-STATUS            PIC X(02) VALUE SPACES.
000720
000730 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000740     88  EOF-YES                             VALUE 'Y'.
000750     88  EOF-NO                              VALUE 'N'.
000760
000770 77  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000780     88  LIST-EOF-YES                        VALUE 'Y'.
000790     88  LIST-EOF-NO                         VALUE 'N'.
000800
000810 77  WS-PATTERN-SWITCH           PIC X(01) VALUE 'N'.
000820     88  PATTERN-OK                          VALUE 'Y'.
000830     88  PATTERN-BAD                         VALUE 'N'.
000840
000850 77  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
000860 77  WS-WEEKEND-PATTERN          PIC X(07) VALUE SPACES.
000870 77  WS-DEFAULT-WEEKEND          PIC X(07) VALUE 'YNNNNNY'.
000880 77  WS-FLAG-IDX                 PIC 9(04) COMP VALUE ZEROS.
000890 77  WS-CLOSED-DAYS              PIC 9(04) COMP VALUE ZEROS.
000900 77  WS-CARD-COUNT               PIC 9(06) COMP VALUE ZEROS.
000910 77  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE ZEROS.
000920 77  WS-REFUSED-COUNT            PIC 9(06) COMP VALUE ZEROS.
000930 77  WS-HOLIDAY-COUNT            PIC 9(06) COMP VALUE ZEROS.
000940
000950*    CARD DATE BROKEN INTO PIECES FOR THE CALENDAR CHECK.
000960 01  WS-WORK-DATE.
000970     05  WS-WORK-YEAR                PIC 9(04).
000980     05  WS-WORK-MONTH               PIC 9(02).
000990     05  WS-WORK-DAY                 PIC 9(02).
001000 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001010                                 PIC 9(08).
001020
001030 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
001040 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
001050 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
001060
001070 01  WS-DETAIL-LINE.
001080     05  DL-ACTION                   PIC X(01).
001090     05  FILLER                      PIC X(03) VALUE SPACES.
001100     05  DL-DATE                     PIC X(08).
001110     05  FILLER                      PIC X(03) VALUE SPACES.
001120     05  DL-STEP-NAME                PIC X(08).
001130     05  FILLER                      PIC X(03) VALUE SPACES.
001140     05  DL-RESULT                   PIC X(40).
001150     05  FILLER                      PIC X(14) VALUE SPACES.
001160
001170 01  WS-CONTROL-LINE.
001180     05  CL-LABEL                    PIC X(30).
001190     05  CL-VALUE                    PIC X(08).
001200     05  FILLER                      PIC X(42) VALUE SPACES.
001210
001220 01  WS-HOLIDAY-LINE.
001230     05  FILLER                      PIC X(04) VALUE SPACES.
001240     05  HL-DATE                     PIC 9(08).
001250     05  FILLER                      PIC X(03) VALUE SPACES.
001260     05  HL-NAME                     PIC X(30).
001270     05  FILLER                      PIC X(35) VALUE SPACES.
001280
001290 01  WS-TOTAL-LINE.
001300     05  TL-LABEL                    PIC X(30).
001310     05  TL-COUNT                    PIC ZZZ,ZZ9.
001320     05  FILLER                      PIC X(43) VALUE SPACES.
001330
001340 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001350     'CALMAINT - PROCESSING CALENDAR MAINTENANCE REPORT'.
001360 01  WS-HEADING-LINE-2               PIC X(80) VALUE
001370     'ACT DATE       STEP       RESULT'.
001380 01  WS-HEADING-LINE-3               PIC X(80) VALUE
001390     '--- --------   --------   -------------------------------'.
001400 01  WS-CALENDAR-HEADING             PIC X(80) VALUE
001410     'PROCESSING CALENDAR AS IT NOW STANDS'.
001420 01  WS-HOLIDAY-HEADING              PIC X(80) VALUE
001430     'HOLIDAYS ON FILE'.
001440 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001450
001460******************************************************************
001470*    0000-MAINLINE
001480******************************************************************
001490 PROCEDURE DIVISION.
001500
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001530     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
001540         UNTIL EOF-YES
001550     PERFORM 9000-TERMINATE THRU 9000-EXIT
001560     STOP RUN.
001570
001580******************************************************************
001590*    1000-INITIALIZE - OPEN THE FILES (CREATING THE CALENDAR ON
001600*    FIRST USE), WRITE THE REPORT HEADINGS AND PRIME THE FIRST
001610*    CARD.  WITH NO CARDS THE JOB STILL LISTS THE CALENDAR.
001620******************************************************************
001630 1000-INITIALIZE.
001640     OPEN OUTPUT CAL-REPORT-FILE
001650     WRITE CAL-REPORT-RECORD FROM WS-HEADING-LINE-1
001660     WRITE CAL-REPORT-RECORD FROM WS-HEADING-LINE-2
001670     WRITE CAL-REPORT-RECORD FROM WS-HEADING-LINE-3
001680     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
001690     OPEN I-O PROCESSING-CALENDAR-FILE
001700     IF PROCCAL-NOT-OPEN
001710         OPEN OUTPUT PROCESSING-CALENDAR-FILE
001720         CLOSE PROCESSING-CALENDAR-FILE
001730         OPEN I-O PROCESSING-CALENDAR-FILE
001740     END-IF
001750     OPEN INPUT CAL-CARD-FILE
001760     IF CALCARDS-NOT-OPEN
001770         DISPLAY 'CALMAINT - NO CALCARDS INPUT, LISTING ONLY'
001780         SET EOF-YES TO TRUE
001790         GO TO 1000-EXIT
001800     END-IF
001810     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840
001850******************************************************************
001860*    2000-PROCESS-CARDS - APPLY THE CURRENT CARD AND PRIME THE
001870*    NEXT ONE.
001880******************************************************************
001890 2000-PROCESS-CARDS.
001900     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
001910     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001920 2000-EXIT.
001930     EXIT.
001940
001950******************************************************************
001960*    2100-READ-CARD - READ ONE MAINTENANCE CARD.
001970******************************************************************
001980 2100-READ-CARD.
001990     READ CAL-CARD-FILE
002000         AT END
002010             SET EOF-YES TO TRUE
002020     END-READ.
002030 2100-EXIT.
002040     EXIT.
002050
002060******************************************************************
002070*    2200-APPLY-ONE-CARD - VALIDATE AND APPLY ONE MAINTENANCE
002080*    ACTION.  EVERY ACTION BUT 'W' NEEDS A REAL CALENDAR DATE.
002090******************************************************************
002100 2200-APPLY-ONE-CARD.
002110     ADD 1 TO WS-CARD-COUNT
002120     MOVE CC-ACTION TO DL-ACTION
002130     MOVE CC-DATE TO DL-DATE
002140     MOVE CC-STEP-NAME TO DL-STEP-NAME
002150     IF NOT CC-ACTION-INSTALL
002160         AND NOT CC-ACTION-BUSINESS-DATE
002170         AND NOT CC-ACTION-WEEKEND
002180         AND NOT CC-ACTION-ADD-HOLIDAY
002190         AND NOT CC-ACTION-DELETE-HOLIDAY
002200         AND NOT CC-ACTION-REOPEN-STEP
002210         MOVE 'ACTION CODE NOT I, B, W, A, D OR R' TO DL-RESULT
002220         PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
002230         GO TO 2200-EXIT
002240     END-IF
002250     IF CC-ACTION-WEEKEND
002260         PERFORM 3200-CHANGE-WEEKEND THRU 3200-EXIT
002270         GO TO 2200-EXIT
002280     END-IF
002290     PERFORM 7000-VALIDATE-CARD-DATE THRU 7000-EXIT
002300     IF WS-DAYS-IN-MONTH = ZEROS
002310         MOVE 'DATE NOT A VALID YYYYMMDD DATE' TO DL-RESULT
002320         PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
002330         GO TO 2200-EXIT
002340     END-IF
002350     EVALUATE TRUE
002360         WHEN CC-ACTION-INSTALL
002370             PERFORM 3000-INSTALL-CONTROL THRU 3000-EXIT
002380         WHEN CC-ACTION-BUSINESS-DATE
002390             PERFORM 3100-RESET-BUSINESS-DATE THRU 3100-EXIT
002400         WHEN CC-ACTION-ADD-HOLIDAY
002410             PERFORM 3300-ADD-HOLIDAY THRU 3300-EXIT
002420         WHEN CC-ACTION-DELETE-HOLIDAY
002430             PERFORM 3400-DELETE-HOLIDAY THRU 3400-EXIT
002440         WHEN CC-ACTION-REOPEN-STEP
002450             PERFORM 3500-REOPEN-STEP THRU 3500-EXIT
002460     END-EVALUATE.
002470 2200-EXIT.
002480     EXIT.
002490
002500******************************************************************
002510*    2300-REFUSE-CARD - LIST A REFUSED CARD AND COUNT IT.
002520******************************************************************
002530 2300-REFUSE-CARD.
002540     ADD 1 TO WS-REFUSED-COUNT
002550     WRITE CAL-REPORT-RECORD FROM WS-DETAIL-LINE.
002560 2300-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*    2400-ACCEPT-CARD - LIST AN APPLIED CARD AND COUNT IT.
002610******************************************************************
002620 2400-ACCEPT-CARD.
002630     ADD 1 TO WS-APPLIED-COUNT
002640     WRITE CAL-REPORT-RECORD FROM WS-DETAIL-LINE.
002650 2400-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690*    2500-READ-CONTROL - POSITION ON THE CONTROL RECORD.  THE
002700*    CARD IS REFUSED IF THE CALENDAR HAS NOT BEEN INSTALLED.
002710******************************************************************
002720 2500-READ-CONTROL.
002730     MOVE SPACES TO CAL-KEY
002740     SET CAL-TYPE-CONTROL TO TRUE
002750     MOVE ZEROS TO CAL-KEY-DATE
002760     READ PROCESSING-CALENDAR-FILE
002770         INVALID KEY
002780             MOVE 'NO CONTROL RECORD - INSTALL WITH I CARD'
002790                 TO DL-RESULT
002800             PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
002810     END-READ.
002820 2500-EXIT.
002830     EXIT.
002840
002850******************************************************************
002860*    3000-INSTALL-CONTROL - WRITE THE CONTROL RECORD: THE FIRST
002870*    BUSINESS DATE AND THE WEEKEND PATTERN (SATURDAY AND SUNDAY
002880*    IF THE CARD LEAVES IT BLANK).  REFUSED ONCE INSTALLED - A
002890*    LIVE CALENDAR'S DATE MOVES BY CALROLL OR A 'B' CARD.
002900******************************************************************
002910 3000-INSTALL-CONTROL.
002920     IF CC-WEEKEND-PATTERN = SPACES
002930         MOVE WS-DEFAULT-WEEKEND TO WS-WEEKEND-PATTERN
002940     ELSE
002950         MOVE CC-WEEKEND-PATTERN TO WS-WEEKEND-PATTERN
002960     END-IF
002970     PERFORM 7200-CHECK-PATTERN THRU 7200-EXIT
002980     IF PATTERN-BAD
002990         MOVE 'WEEKEND PATTERN NOT 7 Y/N WITH AN N' TO DL-RESULT
003000         PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
003010         GO TO 3000-EXIT
003020     END-IF
003030     MOVE SPACES TO PROCESSING-CALENDAR-RECORD
003040     SET CAL-TYPE-CONTROL TO TRUE
003050     MOVE ZEROS TO CAL-KEY-DATE
003060     MOVE CC-DATE-N TO CAL-BUSINESS-DATE
003070     MOVE ZEROS TO CAL-PRIOR-BUSINESS-DATE
003080     MOVE WS-WEEKEND-PATTERN TO CAL-WEEKEND-PATTERN
003090     MOVE WS-TODAYS-DATE TO CAL-ROLLED-DATE
003100     MOVE ZEROS TO CAL-ROLLED-TIME
003110     WRITE PROCESSING-CALENDAR-RECORD
003120         INVALID KEY
003130             MOVE 'CONTROL RECORD ALREADY INSTALLED'
003140                 TO DL-RESULT
003150             PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
003160             GO TO 3000-EXIT
003170     END-WRITE
003180     MOVE 'CALENDAR INSTALLED' TO DL-RESULT
003190     PERFORM 2400-ACCEPT-CARD THRU 2400-EXIT.
003200 3000-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240*    3100-RESET-BUSINESS-DATE - SET THE BUSINESS DATE BY HAND
003250*    (RECOVERY ONLY - THE NIGHTLY ROLL IS CALROLL'S JOB).  THE
003260*    OLD DATE BECOMES THE PRIOR.  STEP-COMPLETE RECORDS ARE
003270*    KEPT, SO RESETTING BACK TO A DATE ALREADY WORKED STILL
003280*    REFUSES THE STEPS THAT FINISHED FOR IT - REOPEN THEM WITH
003290*    'R' CARDS IF THEY MUST RUN AGAIN.
003300******************************************************************
003310 3100-RESET-BUSINESS-DATE.
003320     PERFORM 2500-READ-CONTROL THRU 2500-EXIT
003330     IF WS-PROCCAL-STATUS NOT = '00'
003340         GO TO 3100-EXIT
003350     END-IF
003360     MOVE CAL-BUSINESS-DATE TO CAL-PRIOR-BUSINESS-DATE
003370     MOVE CC-DATE-N TO CAL-BUSINESS-DATE
003380     MOVE WS-TODAYS-DATE TO CAL-ROLLED-DATE
003390     MOVE ZEROS TO CAL-ROLLED-TIME
003400     REWRITE PROCESSING-CALENDAR-RECORD
003410     MOVE 'BUSINESS DATE RESET' TO DL-RESULT
003420     PERFORM 2400-ACCEPT-CARD THRU 2400-EXIT.
003430 3100-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470*    3200-CHANGE-WEEKEND - REPLACE THE WEEKEND PATTERN.
003480******************************************************************
003490 3200-CHANGE-WEEKEND.
003500     MOVE CC-WEEKEND-PATTERN TO WS-WEEKEND-PATTERN
003510     PERFORM 7200-CHECK-PATTERN THRU 7200-EXIT
003520     IF PATTERN-BAD
003530         MOVE 'WEEKEND PATTERN NOT 7 Y/N WITH AN N' TO DL-RESULT
003540         PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
003550         GO TO 3200-EXIT
003560     END-IF
003570     PERFORM 2500-READ-CONTROL THRU 2500-EXIT
003580     IF WS-PROCCAL-STATUS NOT = '00'
003590         GO TO 3200-EXIT
003600     END-IF
003610     MOVE WS-WEEKEND-PATTERN TO CAL-WEEKEND-PATTERN
003620     REWRITE PROCESSING-CALENDAR-RECORD
003630     MOVE 'WEEKEND PATTERN REPLACED' TO DL-RESULT
003640     PERFORM 2400-ACCEPT-CARD THRU 2400-EXIT.
003650 3200-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    3300-ADD-HOLIDAY - ADD ONE HOLIDAY.  A DOUBLE-KEYED ADD
003700*    CANNOT OVERWRITE A HOLIDAY ALREADY ON FILE.
003710******************************************************************
003720 3300-ADD-HOLIDAY.
003730     IF CC-HOLIDAY-NAME = SPACES
003740         MOVE 'HOLIDAY NAME BLANK' TO DL-RESULT
003750         PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
003760         GO TO 3300-EXIT
003770     END-IF
003780     MOVE SPACES TO PROCESSING-CALENDAR-RECORD
003790     SET CAL-TYPE-HOLIDAY TO TRUE
003800     MOVE CC-DATE-N TO CAL-KEY-DATE
003810     MOVE CC-HOLIDAY-NAME TO CAL-HOLIDAY-NAME
003820     MOVE WS-TODAYS-DATE TO CAL-HOLIDAY-ADDED-DATE
003830     WRITE PROCESSING-CALENDAR-RECORD
003840         INVALID KEY
003850             MOVE 'HOLIDAY ALREADY ON FILE' TO DL-RESULT
003860             PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
003870             GO TO 3300-EXIT
003880     END-WRITE
003890     MOVE 'HOLIDAY ADDED' TO DL-RESULT
003900     PERFORM 2400-ACCEPT-CARD THRU 2400-EXIT.
003910 3300-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950*    3400-DELETE-HOLIDAY - REMOVE ONE HOLIDAY.
003960******************************************************************
003970 3400-DELETE-HOLIDAY.
003980     MOVE SPACES TO CAL-KEY
003990     SET CAL-TYPE-HOLIDAY TO TRUE
004000     MOVE CC-DATE-N TO CAL-KEY-DATE
004010     DELETE PROCESSING-CALENDAR-FILE
004020         INVALID KEY
004030             MOVE 'HOLIDAY NOT ON FILE' TO DL-RESULT
004040             PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
004050             GO TO 3400-EXIT
004060     END-DELETE
004070     MOVE 'HOLIDAY DELETED' TO DL-RESULT
004080     PERFORM 2400-ACCEPT-CARD THRU 2400-EXIT.
004090 3400-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    3500-REOPEN-STEP - REMOVE A STEP'S COMPLETE RECORD FOR A
004140*    BUSINESS DATE SO THE STEP WILL START AGAIN FOR IT.  THE
004150*    RERUN'S OWN OUTPUTS ARE OPERATIONS' CONCERN - THIS ONLY
004160*    LIFTS THE CYCLE'S REFUSAL.
004170******************************************************************
004180 3500-REOPEN-STEP.
004190     IF CC-STEP-NAME = SPACES
004200         MOVE 'STEP NAME BLANK' TO DL-RESULT
004210         PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
004220         GO TO 3500-EXIT
004230     END-IF
004240     SET CAL-TYPE-STEP-DONE TO TRUE
004250     MOVE CC-DATE-N TO CAL-KEY-DATE
004260     MOVE CC-STEP-NAME TO CAL-KEY-STEP
004270     DELETE PROCESSING-CALENDAR-FILE
004280         INVALID KEY
004290             MOVE 'STEP NOT RECORDED COMPLETE FOR DATE'
004300                 TO DL-RESULT
004310             PERFORM 2300-REFUSE-CARD THRU 2300-EXIT
004320             GO TO 3500-EXIT
004330     END-DELETE
004340     MOVE 'STEP REOPENED' TO DL-RESULT
004350     PERFORM 2400-ACCEPT-CARD THRU 2400-EXIT.
004360 3500-EXIT.
004370     EXIT.
004380
004390******************************************************************
004400*    7000-VALIDATE-CARD-DATE - WS-DAYS-IN-MONTH COMES BACK ZERO
004410*    FOR ANYTHING THAT IS NOT A REAL CALENDAR DATE.
004420******************************************************************
004430 7000-VALIDATE-CARD-DATE.
004440     MOVE ZEROS TO WS-DAYS-IN-MONTH
004450     IF CC-DATE IS NOT NUMERIC
004460         GO TO 7000-EXIT
004470     END-IF
004480     MOVE CC-DATE-N TO WS-WORK-DATE-N
004490     IF WS-WORK-YEAR < 1900
004500         GO TO 7000-EXIT
004510     END-IF
004520     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
004530     IF WS-WORK-DAY < 1
004540         OR WS-WORK-DAY > WS-DAYS-IN-MONTH
004550         MOVE ZEROS TO WS-DAYS-IN-MONTH
004560     END-IF.
004570 7000-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610*    7200-CHECK-PATTERN - SEVEN FLAGS, EACH Y OR N, AT LEAST ONE
004620*    DAY OF THE WEEK OPEN FOR BUSINESS.
004630******************************************************************
004640 7200-CHECK-PATTERN.
004650     SET PATTERN-OK TO TRUE
004660     MOVE ZEROS TO WS-CLOSED-DAYS
004670     PERFORM 7210-CHECK-ONE-FLAG THRU 7210-EXIT
004680         VARYING WS-FLAG-IDX FROM 1 BY 1
004690         UNTIL WS-FLAG-IDX > 7
004700     IF WS-CLOSED-DAYS = 7
004710         SET PATTERN-BAD TO TRUE
004720     END-IF.
004730 7200-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770*    7210-CHECK-ONE-FLAG
004780******************************************************************
004790 7210-CHECK-ONE-FLAG.
004800     EVALUATE WS-WEEKEND-PATTERN (WS-FLAG-IDX:1)
004810         WHEN 'Y'
004820             ADD 1 TO WS-CLOSED-DAYS
004830         WHEN 'N'
004840             CONTINUE
004850         WHEN OTHER
004860             SET PATTERN-BAD TO TRUE
004870     END-EVALUATE.
004880 7210-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
004930*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
004940*    ONLY WHEN DIVISIBLE BY 400).  ZERO FOR A MONTH OUTSIDE
004950*    1-12.
004960******************************************************************
004970 7300-SET-DAYS-IN-MONTH.
004980     EVALUATE WS-WORK-MONTH
004990         WHEN 01
005000         WHEN 03
005010         WHEN 05
005020         WHEN 07
005030         WHEN 08
005040         WHEN 10
005050         WHEN 12
005060             MOVE 31 TO WS-DAYS-IN-MONTH
005070         WHEN 04
005080         WHEN 06
005090         WHEN 09
005100         WHEN 11
005110             MOVE 30 TO WS-DAYS-IN-MONTH
005120         WHEN 02
005130             MOVE 28 TO WS-DAYS-IN-MONTH
005140             DIVIDE WS-WORK-YEAR BY 4
005150                 GIVING WS-LEAP-QUOTIENT
005160                 REMAINDER WS-LEAP-REMAINDER
005170             IF WS-LEAP-REMAINDER = ZEROS
005180                 MOVE 29 TO WS-DAYS-IN-MONTH
005190                 DIVIDE WS-WORK-YEAR BY 100
005200                     GIVING WS-LEAP-QUOTIENT
005210                     REMAINDER WS-LEAP-REMAINDER
005220                 IF WS-LEAP-REMAINDER = ZEROS
005230                     MOVE 28 TO WS-DAYS-IN-MONTH
005240                     DIVIDE WS-WORK-YEAR BY 400
005250                         GIVING WS-LEAP-QUOTIENT
005260                         REMAINDER WS-LEAP-REMAINDER
005270                     IF WS-LEAP-REMAINDER = ZEROS
005280                         MOVE 29 TO WS-DAYS-IN-MONTH
005290                     END-IF
005300                 END-IF
005310             END-IF
005320         WHEN OTHER
005330             MOVE ZEROS TO WS-DAYS-IN-MONTH
005340     END-EVALUATE.
005350 7300-EXIT.
005360     EXIT.
005370
005380******************************************************************
005390*    8000-LIST-CALENDAR - PRINT THE CONTROL RECORD AND EVERY
005400*    HOLIDAY ON FILE AS THEY STAND AFTER THE CARDS.
005410******************************************************************
005420 8000-LIST-CALENDAR.
005430     WRITE CAL-REPORT-RECORD FROM WS-BLANK-LINE
005440     WRITE CAL-REPORT-RECORD FROM WS-CALENDAR-HEADING
005450     MOVE SPACES TO CAL-KEY
005460     SET CAL-TYPE-CONTROL TO TRUE
005470     MOVE ZEROS TO CAL-KEY-DATE
005480     READ PROCESSING-CALENDAR-FILE
005490         INVALID KEY
005500             MOVE 'NO CONTROL RECORD INSTALLED' TO CL-LABEL
005510             MOVE SPACES TO CL-VALUE
005520             WRITE CAL-REPORT-RECORD FROM WS-CONTROL-LINE
005530             GO TO 8000-LIST-HOLIDAYS
005540     END-READ
005550     MOVE 'BUSINESS DATE:' TO CL-LABEL
005560     MOVE CAL-BUSINESS-DATE TO CL-VALUE
005570     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-LINE
005580     MOVE 'PRIOR BUSINESS DATE:' TO CL-LABEL
005590     MOVE CAL-PRIOR-BUSINESS-DATE TO CL-VALUE
005600     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-LINE
005610     MOVE 'WEEKEND PATTERN (SUN-SAT):' TO CL-LABEL
005620     MOVE CAL-WEEKEND-PATTERN TO CL-VALUE
005630     WRITE CAL-REPORT-RECORD FROM WS-CONTROL-LINE.
005640 8000-LIST-HOLIDAYS.
005650     WRITE CAL-REPORT-RECORD FROM WS-BLANK-LINE
005660     WRITE CAL-REPORT-RECORD FROM WS-HOLIDAY-HEADING
005670     MOVE SPACES TO CAL-KEY
005680     SET CAL-TYPE-HOLIDAY TO TRUE
005690     MOVE ZEROS TO CAL-KEY-DATE
005700     SET LIST-EOF-NO TO TRUE
005710     START PROCESSING-CALENDAR-FILE
005720         KEY IS NOT LESS THAN CAL-KEY
005730         INVALID KEY
005740             SET LIST-EOF-YES TO TRUE
005750     END-START
005760     PERFORM 8100-LIST-ONE-HOLIDAY THRU 8100-EXIT
005770         UNTIL LIST-EOF-YES.
005780 8000-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*    8100-LIST-ONE-HOLIDAY - NEXT HOLIDAY RECORD IN DATE ORDER;
005830*    THE WALK ENDS AT THE FIRST RECORD OF ANOTHER TYPE.
005840******************************************************************
005850 8100-LIST-ONE-HOLIDAY.
005860     READ PROCESSING-CALENDAR-FILE NEXT RECORD
005870         AT END
005880             SET LIST-EOF-YES TO TRUE
005890             GO TO 8100-EXIT
005900     END-READ
005910     IF NOT CAL-TYPE-HOLIDAY
005920         SET LIST-EOF-YES TO TRUE
005930         GO TO 8100-EXIT
005940     END-IF
005950     ADD 1 TO WS-HOLIDAY-COUNT
005960     MOVE CAL-KEY-DATE TO HL-DATE
005970     MOVE CAL-HOLIDAY-NAME TO HL-NAME
005980     WRITE CAL-REPORT-RECORD FROM WS-HOLIDAY-LINE.
005990 8100-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    9000-TERMINATE - TOTALS, CALENDAR LISTING, CLOSE, SYSOUT
006040*    SUMMARY.
006050******************************************************************
006060 9000-TERMINATE.
006070     WRITE CAL-REPORT-RECORD FROM WS-BLANK-LINE
006080     MOVE 'CARDS READ:' TO TL-LABEL
006090     MOVE WS-CARD-COUNT TO TL-COUNT
006100     WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE
006110     MOVE 'CARDS APPLIED:' TO TL-LABEL
006120     MOVE WS-APPLIED-COUNT TO TL-COUNT
006130     WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE
006140     MOVE 'CARDS REFUSED:' TO TL-LABEL
006150     MOVE WS-REFUSED-COUNT TO TL-COUNT
006160     WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE
006170     PERFORM 8000-LIST-CALENDAR THRU 8000-EXIT
006180     WRITE CAL-REPORT-RECORD FROM WS-BLANK-LINE
006190     MOVE 'HOLIDAYS ON FILE:' TO TL-LABEL
006200     MOVE WS-HOLIDAY-COUNT TO TL-COUNT
006210     WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE
006220     CLOSE CAL-CARD-FILE
006230     CLOSE PROCESSING-CALENDAR-FILE
006240     CLOSE CAL-REPORT-FILE
006250     DISPLAY 'CALMAINT - CARDS READ:    ' WS-CARD-COUNT
006260     DISPLAY 'CALMAINT - APPLIED:       ' WS-APPLIED-COUNT
006270     DISPLAY 'CALMAINT - REFUSED:       ' WS-REFUSED-COUNT
006280     IF WS-REFUSED-COUNT > ZEROS
006290         MOVE 8 TO RETURN-CODE
006300     END-IF.
006310 9000-EXIT.
006320     EXIT.
