000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CalendarRoll.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  LAST STEP OF THE NIGHTLY
000120*                     CYCLE.  ONCE EVERY STEP THAT MUST FINISH
000130*                     FOR THE BUSINESS DATE HAS (CYCLECTL REFUSES
000140*                     THE ROLL OTHERWISE), ADVANCES THE
000150*                     PROCESSING CALENDAR TO THE NEXT BUSINESS
000160*                     DAY, PASSING OVER WEEKEND DAYS AND
000170*                     HOLIDAYS, AND LISTS THE DAYS PASSED OVER ON
000180*                     ROLLRPT.  THE ROLL IS RECORDED COMPLETE
000190*                     UNDER THE DATE IT CLOSED.
000200******************************************************************
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ROLL-REPORT-FILE ASSIGN TO "ROLLRPT"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-ROLLRPT-STATUS.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  ROLL-REPORT-FILE.
000320 01  ROLL-REPORT-RECORD              PIC X(80).
000330
000340 WORKING-STORAGE SECTION.
000350 77  WS-ROLLRPT-STATUS           PIC X(02) VALUE SPACES.
000360
000370 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000380     88  RUN-REFUSED                         VALUE 'Y'.
000390     88  RUN-ACCEPTED                        VALUE 'N'.
000400
000410 77  WS-SKIP-COUNT               PIC 9(04) COMP VALUE ZEROS.
000420
000430     COPY CYCLCTL.
000440
000450*    THE DATE BEING CLOSED AND THE WORK DATE STEPPED FORWARD
000460*    FROM IT, EACH BROKEN INTO PIECES.
000470 01  WS-CLOSED-DATE.
000480     05  WS-CLOSED-YEAR              PIC 9(04).
000490     05  WS-CLOSED-MONTH             PIC 9(02).
000500     05  WS-CLOSED-DAY               PIC 9(02).
000510 01  WS-CLOSED-DATE-N REDEFINES WS-CLOSED-DATE
000520                                 PIC 9(08).
000530
000540 01  WS-WORK-DATE.
000550     05  WS-WORK-YEAR                PIC 9(04).
000560     05  WS-WORK-MONTH               PIC 9(02).
000570     05  WS-WORK-DAY                 PIC 9(02).
000580 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
000590                                 PIC 9(08).
000600
000610 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
000620 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
000630 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
000640
000650 01  WS-DATE-LINE.
000660     05  DT-LABEL                    PIC X(30).
000670     05  DT-DATE                     PIC 9(08).
000680     05  FILLER                      PIC X(42) VALUE SPACES.
000690
000700 01  WS-DETAIL-LINE.
000710     05  FILLER                      PIC X(04) VALUE SPACES.
000720     05  DL-DATE                     PIC 9(08).
000730     05  FILLER                      PIC X(03) VALUE SPACES.
000740     05  DL-DAY-TYPE                 PIC X(07).
000750     05  FILLER                      PIC X(03) VALUE SPACES.
000760     05  DL-HOLIDAY-NAME             PIC X(30).
000770     05  FILLER                      PIC X(25) VALUE SPACES.
000780
000790 01  WS-HEADING-LINE-1               PIC X(80) VALUE
000800     'CALROLL - PROCESSING CALENDAR BUSINESS DATE ROLL'.
000810 01  WS-SKIP-HEADING                 PIC X(80) VALUE
000820     'NON-BUSINESS DAYS PASSED OVER'.
000830 01  WS-NO-SKIP-LINE                 PIC X(80) VALUE
000840     '    NONE'.
000850 01  WS-MONTH-END-LINE-1             PIC X(80) VALUE
000860     'NEW BUSINESS DATE OPENS A NEW MONTH - THE MONTH-END JOBS'.
000870 01  WS-MONTH-END-LINE-2             PIC X(80) VALUE
000880     '(FEEGEN, STMTGEN, DORMSCAN) ARE DUE IN THE NEXT CYCLE.'.
000890 01  WS-REFUSED-LINE                 PIC X(80) VALUE
000900     'RUN REFUSED - BUSINESS DATE NOT ROLLED - SEE SYSOUT'.
000910 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
000920
000930******************************************************************
000940*    0000-MAINLINE
000950******************************************************************
000960 PROCEDURE DIVISION.
000970
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001000     IF RUN-ACCEPTED
001010         PERFORM 2000-FIND-NEXT-BUSINESS-DAY THRU 2000-EXIT
001020     END-IF
001030     IF RUN-ACCEPTED
001040         PERFORM 3000-ROLL-CALENDAR THRU 3000-EXIT
001050     END-IF
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT
001070     STOP RUN.
001080
001090******************************************************************
001100*    1000-INITIALIZE - ASK THE CYCLE WHETHER THE DAY MAY CLOSE.
001110*    EVERY STEP THAT MUST FINISH FOR THE DATE IS A PREDECESSOR
001120*    OF CALROLL, SO A REFUSAL HERE MEANS SOMETHING IS STILL
001130*    OUTSTANDING - OR THE ROLL HAS ALREADY BEEN DONE.
001140******************************************************************
001150 1000-INITIALIZE.
001160     OPEN OUTPUT ROLL-REPORT-FILE
001170     WRITE ROLL-REPORT-RECORD FROM WS-HEADING-LINE-1
001180     WRITE ROLL-REPORT-RECORD FROM WS-BLANK-LINE
001190     SET CYC-FN-START TO TRUE
001200     MOVE 'CALROLL' TO CYC-STEP-NAME
001210     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001220     IF NOT CYC-OK
001230         DISPLAY 'CALROLL - ' CYC-MESSAGE
001240         DISPLAY 'CALROLL - RUN REFUSED'
001250         SET RUN-REFUSED TO TRUE
001260         MOVE 16 TO RETURN-CODE
001270         GO TO 1000-EXIT
001280     END-IF
001290     MOVE CYC-BUSINESS-DATE TO WS-CLOSED-DATE-N
001300     MOVE 'BUSINESS DATE CLOSED:' TO DT-LABEL
001310     MOVE WS-CLOSED-DATE-N TO DT-DATE
001320     WRITE ROLL-REPORT-RECORD FROM WS-DATE-LINE.
001330 1000-EXIT.
001340     EXIT.
001350
001360******************************************************************
001370*    2000-FIND-NEXT-BUSINESS-DAY - STEP A DAY AT A TIME FROM THE
001380*    CLOSED DATE UNTIL THE CALENDAR CALLS ONE A BUSINESS DAY,
001390*    LISTING EVERY DAY PASSED OVER.  A MONTH WITHOUT A BUSINESS
001400*    DAY MEANS THE CALENDAR IS SET UP WRONG - REFUSE.
001410******************************************************************
001420 2000-FIND-NEXT-BUSINESS-DAY.
001430     WRITE ROLL-REPORT-RECORD FROM WS-BLANK-LINE
001440     WRITE ROLL-REPORT-RECORD FROM WS-SKIP-HEADING
001450     MOVE WS-CLOSED-DATE-N TO WS-WORK-DATE-N
001460     MOVE ZEROS TO WS-SKIP-COUNT
001470     PERFORM 2100-TRY-NEXT-DAY THRU 2100-EXIT
001480     PERFORM 2100-TRY-NEXT-DAY THRU 2100-EXIT
001490         UNTIL CYC-BUSINESS-DAY
001500            OR NOT CYC-OK
001510            OR WS-SKIP-COUNT > 31
001520     IF WS-SKIP-COUNT = ZEROS
001530         WRITE ROLL-REPORT-RECORD FROM WS-NO-SKIP-LINE
001540     END-IF
001550     IF NOT CYC-OK
001560         DISPLAY 'CALROLL - ' CYC-MESSAGE
001570         DISPLAY 'CALROLL - RUN REFUSED'
001580         SET RUN-REFUSED TO TRUE
001590         MOVE 16 TO RETURN-CODE
001600         GO TO 2000-EXIT
001610     END-IF
001620     IF NOT CYC-BUSINESS-DAY
001630         DISPLAY 'CALROLL - NO BUSINESS DAY IN THE 31 DAYS '
001640                 'AFTER ' WS-CLOSED-DATE-N
001650                 ' - CHECK THE CALENDAR'
001660         DISPLAY 'CALROLL - RUN REFUSED'
001670         SET RUN-REFUSED TO TRUE
001680         MOVE 16 TO RETURN-CODE
001690     END-IF.
001700 2000-EXIT.
001710     EXIT.
001720
001730******************************************************************
001740*    2100-TRY-NEXT-DAY - MOVE THE WORK DATE ON A DAY AND ASK THE
001750*    CALENDAR WHAT KIND OF DAY IT IS.
001760******************************************************************
001770 2100-TRY-NEXT-DAY.
001780     PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
001790     SET CYC-FN-DAYTYPE TO TRUE
001800     MOVE WS-WORK-DATE-N TO CYC-WORK-DATE
001810     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001820     IF NOT CYC-OK OR CYC-BUSINESS-DAY
001830         GO TO 2100-EXIT
001840     END-IF
001850     ADD 1 TO WS-SKIP-COUNT
001860     MOVE WS-WORK-DATE-N TO DL-DATE
001870     IF CYC-HOLIDAY
001880         MOVE 'HOLIDAY' TO DL-DAY-TYPE
001890     ELSE
001900         MOVE 'WEEKEND' TO DL-DAY-TYPE
001910     END-IF
001920     MOVE CYC-HOLIDAY-NAME TO DL-HOLIDAY-NAME
001930     WRITE ROLL-REPORT-RECORD FROM WS-DETAIL-LINE.
001940 2100-EXIT.
001950     EXIT.
001960
001970******************************************************************
001980*    3000-ROLL-CALENDAR - MAKE THE WORK DATE THE BUSINESS DATE,
001990*    THEN RECORD THE ROLL COMPLETE UNDER THE DATE IT CLOSED.
002000*    THE DATE MOVES FIRST: A FAILURE BETWEEN THE TWO LEAVES THE
002010*    NEW DATE IN PLACE AND A RERUN REFUSED (ITS PREDECESSORS
002020*    HAVE NOT RUN FOR THE NEW DATE), NEVER A SECOND ROLL.
002030******************************************************************
002040 3000-ROLL-CALENDAR.
002050     SET CYC-FN-SETDATE TO TRUE
002060     MOVE WS-WORK-DATE-N TO CYC-WORK-DATE
002070     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002080     IF NOT CYC-OK
002090         DISPLAY 'CALROLL - ' CYC-MESSAGE
002100         DISPLAY 'CALROLL - RUN REFUSED'
002110         SET RUN-REFUSED TO TRUE
002120         MOVE 16 TO RETURN-CODE
002130         GO TO 3000-EXIT
002140     END-IF
002150     WRITE ROLL-REPORT-RECORD FROM WS-BLANK-LINE
002160     MOVE 'NEW BUSINESS DATE:' TO DT-LABEL
002170     MOVE WS-WORK-DATE-N TO DT-DATE
002180     WRITE ROLL-REPORT-RECORD FROM WS-DATE-LINE
002190     IF WS-WORK-MONTH NOT = WS-CLOSED-MONTH
002200         WRITE ROLL-REPORT-RECORD FROM WS-BLANK-LINE
002210         WRITE ROLL-REPORT-RECORD FROM WS-MONTH-END-LINE-1
002220         WRITE ROLL-REPORT-RECORD FROM WS-MONTH-END-LINE-2
002230     END-IF
002240     SET CYC-FN-COMPLETE TO TRUE
002250     MOVE 'CALROLL' TO CYC-STEP-NAME
002260     MOVE WS-CLOSED-DATE-N TO CYC-BUSINESS-DATE
002270     MOVE ZEROS TO CYC-STEP-RC
002280     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002290     DISPLAY 'CALROLL - BUSINESS DATE ' WS-CLOSED-DATE-N
002300             ' CLOSED, ' WS-WORK-DATE-N ' OPENED'.
002310 3000-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350*    7100-ADD-ONE-DAY - STEP THE WORK DATE FORWARD ONE CALENDAR
002360*    DAY, ROLLING MONTH AND YEAR AS NEEDED.
002370******************************************************************
002380 7100-ADD-ONE-DAY.
002390     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
002400     IF WS-WORK-DAY < WS-DAYS-IN-MONTH
002410         ADD 1 TO WS-WORK-DAY
002420     ELSE
002430         MOVE 1 TO WS-WORK-DAY
002440         IF WS-WORK-MONTH < 12
002450             ADD 1 TO WS-WORK-MONTH
002460         ELSE
002470             MOVE 1 TO WS-WORK-MONTH
002480             ADD 1 TO WS-WORK-YEAR
002490         END-IF
002500     END-IF.
002510 7100-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
002560*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
002570*    ONLY WHEN DIVISIBLE BY 400).
002580******************************************************************
002590 7300-SET-DAYS-IN-MONTH.
002600     EVALUATE WS-WORK-MONTH
002610         WHEN 01
002620         WHEN 03
002630         WHEN 05
002640         WHEN 07
002650         WHEN 08
002660         WHEN 10
002670         WHEN 12
002680             MOVE 31 TO WS-DAYS-IN-MONTH
002690         WHEN 04
002700         WHEN 06
002710         WHEN 09
002720         WHEN 11
002730             MOVE 30 TO WS-DAYS-IN-MONTH
002740         WHEN 02
002750             MOVE 28 TO WS-DAYS-IN-MONTH
002760             DIVIDE WS-WORK-YEAR BY 4
002770                 GIVING WS-LEAP-QUOTIENT
002780                 REMAINDER WS-LEAP-REMAINDER
002790             IF WS-LEAP-REMAINDER = ZEROS
002800                 MOVE 29 TO WS-DAYS-IN-MONTH
002810                 DIVIDE WS-WORK-YEAR BY 100
002820                     GIVING WS-LEAP-QUOTIENT
002830                     REMAINDER WS-LEAP-REMAINDER
002840                 IF WS-LEAP-REMAINDER = ZEROS
002850                     MOVE 28 TO WS-DAYS-IN-MONTH
002860                     DIVIDE WS-WORK-YEAR BY 400
002870                         GIVING WS-LEAP-QUOTIENT
002880                         REMAINDER WS-LEAP-REMAINDER
002890                     IF WS-LEAP-REMAINDER = ZEROS
002900                         MOVE 29 TO WS-DAYS-IN-MONTH
002910                     END-IF
002920                 END-IF
002930             END-IF
002940     END-EVALUATE.
002950 7300-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990*    9000-TERMINATE - NOTE A REFUSAL ON THE REPORT AND CLOSE.
003000*    THE CALLS ABOVE RESET RETURN-CODE, SO A REFUSAL'S 16 IS
003010*    PUT BACK LAST.
003020******************************************************************
003030 9000-TERMINATE.
003040     IF RUN-REFUSED
003050         WRITE ROLL-REPORT-RECORD FROM WS-BLANK-LINE
003060         WRITE ROLL-REPORT-RECORD FROM WS-REFUSED-LINE
003070         MOVE 16 TO RETURN-CODE
003080     END-IF
003090     CLOSE ROLL-REPORT-FILE.
003100 9000-EXIT.
003110     EXIT.
