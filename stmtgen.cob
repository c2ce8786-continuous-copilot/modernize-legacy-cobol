000346*                     MONTH-END RUN PAST THE HOUR.  THE AUDIT
000347*                     LOG STAYS THE BOOK OF RECORD; HISTBLD
000348*                     REBUILDS THE HISTORY FROM IT AT NEED.
000349*    2026-10-15 RH    AN OVERDRAFT SWEEP LEG (ODSWEEP) NOW PRINTS
000350*                     THE OTHER ACCOUNT OF THE PAIR BESIDE IT -
000351*                     'OD FROM' ON THE COVERED ACCOUNT, 'OD TO'
000352*                     ON THE PROTECTING ACCOUNT - SO THE MEMBER
000353*                     CAN SEE WHERE THE MONEY CAME FROM.
000354*    2026-10-15 RH    PROCESSING CALENDAR.  THE STMTPARM CARD IS
000355*                     RETIRED: THE RUN TAKES THE BUSINESS DATE
000356*                     FROM THE PROCESSING CALENDAR THROUGH
000357*                     CYCLECTL (REFUSED RC 16 UNLESS BATCHDRV IS
000358*                     COMPLETE FOR THE DATE AND STMTGEN IS NOT)
000359*                     AND STATEMENTS THE WHOLE CALENDAR MONTH
000360*                     BEFORE IT.  IT RUNS ONLY ON THE FIRST
000361*                     BUSINESS DAY OF A MONTH.
000362******************************************************************
000363
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000530         RECORD KEY IS MBR-ID
000540         FILE STATUS IS WS-MBRMAS-STATUS.
000550
000600     SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-STMTFILE-STATUS.
000720 FD  MEMBER-MASTER-FILE.
000730     COPY MBRMAS.
000740
000780 FD  STATEMENT-FILE.
000790 01  STATEMENT-RECORD                PIC X(80).
000800
000850     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
000860 77  WS-MBRMAS-STATUS            PIC X(02) VALUE SPACES.
000870     88  MBRMAS-NOT-OPEN                     VALUE '35'.
000900 77  WS-STMTFILE-STATUS          PIC X(02) VALUE SPACES.
000910
000920 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001026     88  RUN-REFUSED                         VALUE 'Y'.
001028     88  RUN-ACCEPTED                        VALUE 'N'.
001030
001033*    THE STATEMENT PERIOD - THE CALENDAR MONTH BEFORE THE
001036*    BUSINESS DATE - AND THE WORK DATE IT IS FIGURED IN.
001040 01  WS-PERIOD-PARM.
001050     05  WS-PERIOD-START             PIC 9(08).
001060     05  WS-PERIOD-END               PIC 9(08).
001061 01  WS-WORK-DATE.
001062     05  WS-WORK-YEAR-MONTH.
001063         10  WS-WORK-YEAR            PIC 9(04).
001064         10  WS-WORK-MONTH           PIC 9(02).
001065     05  WS-WORK-DAY                 PIC 9(02).
001066 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001067                                 PIC 9(08).
001068 77  WS-PRIOR-YEAR-MONTH         PIC 9(06) VALUE ZEROS.
001069 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
001070 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
001071 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
001072
001080*    MEMBER-TO-ACCOUNT CROSS REFERENCE, LOADED FROM THE ACCOUNT
001090*    MASTER AT START-UP.  ACCOUNTS WITH NO MEMBER LINK RIDE THE
001100*    SAME TABLE WITH A SPACE MEMBER ID AND PRINT IN THE LEGACY
001700     05  DL-AMOUNT                   PIC ZZZ,ZZ9.99-.
001710     05  FILLER                      PIC X(02) VALUE SPACES.
001720     05  DL-BALANCE                  PIC Z,ZZZ,ZZ9.99.
001730     05  FILLER                      PIC X(02) VALUE SPACES.
001732     05  DL-NOTE.
001734         10  DL-NOTE-TEXT            PIC X(08).
001736         10  DL-NOTE-ACCOUNT         PIC X(10).
001738     05  FILLER                      PIC X(04) VALUE SPACES.
001740
001750 01  WS-BALANCE-LINE.
001760     05  BL-LABEL                    PIC X(20).
001860
001870 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001880
001883     COPY CYCLCTL.
001886
001890******************************************************************
001900*    0000-MAINLINE
001910******************************************************************
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001960     PERFORM 2000-PROCESS-MEMBERS THRU 2000-EXIT
001970         UNTIL MEMBER-EOF-YES
001975*    A REFUSED RUN (CALENDAR REFUSAL, OR LINKED ACCOUNTS BUT NO
001976*    MEMBER MASTER) PRINTS NOTHING - HALF A STATEMENT FILE IS
001977*    WORSE THAN NONE.
001980     IF RUN-ACCEPTED
001982         PERFORM 4000-LEGACY-PASS THRU 4000-EXIT
001984     END-IF
002000     STOP RUN.
002010
002020******************************************************************
002030*    1000-INITIALIZE - SET THE STATEMENT PERIOD FROM THE
002035*    PROCESSING CALENDAR, OPEN THE FILES, LOAD THE MEMBER-TO-
002040*    ACCOUNT CROSS REFERENCE FROM THE ACCOUNT MASTER AND
002050*    POSITION THE MEMBER MASTER AT ITS FIRST MEMBER.  A CALENDAR
002060*    REFUSAL STOPS THE RUN RATHER THAN PRINTING A STATEMENT FOR
002070*    THE WRONG PERIOD; A MISSING MEMBER MASTER LEAVES ONLY THE
002080*    LEGACY PER-ACCOUNT PASS.
002090******************************************************************
002100 1000-INITIALIZE.
002110     SET MEMBER-EOF-YES TO TRUE
002120     SET CYC-FN-START TO TRUE
002130     MOVE 'STMTGEN' TO CYC-STEP-NAME
002140     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002150     IF NOT CYC-OK
002160         DISPLAY 'STMTGEN - ' CYC-MESSAGE
002170         DISPLAY 'STMTGEN - RUN REFUSED'
002180         MOVE 16 TO RETURN-CODE
002190         SET RUN-REFUSED TO TRUE
002200         SET MASTER-EOF-YES TO TRUE
002210         GO TO 1000-EXIT
002220     END-IF
002230     PERFORM 1050-SET-PERIOD THRU 1050-EXIT
002240     IF RUN-REFUSED
002250         GO TO 1000-EXIT
002260     END-IF
002360     OPEN INPUT ACCOUNT-MASTER-FILE
002365     OPEN INPUT ACCT-HIST-FILE
002370     OPEN OUTPUT STATEMENT-FILE
002580     PERFORM 2100-READ-NEXT-MEMBER THRU 2100-EXIT.
002590 1000-EXIT.
002600     EXIT.
002601
002602******************************************************************
002603*    1050-SET-PERIOD - THE PERIOD IS THE WHOLE CALENDAR MONTH
002604*    BEFORE THE BUSINESS DATE.  THE PRIOR BUSINESS DATE MUST
002605*    FALL IN AN EARLIER MONTH - THAT IS, TONIGHT IS THE FIRST
002606*    BUSINESS DAY OF THE MONTH AND THE LAST MONTH'S POSTINGS ARE
002607*    ALL IN - OR THE RUN IS REFUSED.
002608******************************************************************
002609 1050-SET-PERIOD.
002610     MOVE CYC-PRIOR-BUSINESS-DATE TO WS-WORK-DATE-N
002611     MOVE WS-WORK-YEAR-MONTH TO WS-PRIOR-YEAR-MONTH
002612     MOVE CYC-BUSINESS-DATE TO WS-WORK-DATE-N
002613     IF WS-WORK-YEAR-MONTH = WS-PRIOR-YEAR-MONTH
002614         DISPLAY 'STMTGEN - ' CYC-BUSINESS-DATE
002615                 ' IS NOT THE FIRST BUSINESS DAY OF ITS MONTH'
002616         DISPLAY 'STMTGEN - RUN REFUSED'
002617         MOVE 16 TO RETURN-CODE
002618         SET RUN-REFUSED TO TRUE
002619         SET MASTER-EOF-YES TO TRUE
002620         GO TO 1050-EXIT
002621     END-IF
002622     IF WS-WORK-MONTH > 1
002623         SUBTRACT 1 FROM WS-WORK-MONTH
002624     ELSE
002625         MOVE 12 TO WS-WORK-MONTH
002626         SUBTRACT 1 FROM WS-WORK-YEAR
002627     END-IF
002628     MOVE 1 TO WS-WORK-DAY
002629     MOVE WS-WORK-DATE-N TO WS-PERIOD-START
002630     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
002631     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
002632     MOVE WS-WORK-DATE-N TO WS-PERIOD-END.
002633 1050-EXIT.
002634     EXIT.
002635
002636******************************************************************
002637*    1100-LOAD-XREF - WALK THE ACCOUNT MASTER ONCE AND TABLE
002640*    EVERY ACCOUNT AGAINST ITS MEMBER.  A RUN WITH MORE
002650*    ACCOUNTS THAN THE TABLE HOLDS IS FLAGGED - THE OVERFLOW
002660*    ACCOUNTS WOULD MISS THEIR STATEMENTS, SO THE TABLE MUST BE
004450******************************************************************
004460*    3110-PRINT-ONE-POSTING - STEP THE HISTORY FORWARD AND
004470*    PRINT THE POSTING; A RECORD PAST THE ACCOUNT OR THE PERIOD
004480*    END ENDS THE WALK.  A SWEEP LEG NAMES ITS OTHER ACCOUNT.
004490******************************************************************
004500 3110-PRINT-ONE-POSTING.
004510     READ ACCT-HIST-FILE NEXT RECORD
004700         HIST-NEW-BALANCE - HIST-PRIOR-BALANCE
004710     MOVE WS-LINE-AMOUNT TO DL-AMOUNT
004720     MOVE HIST-NEW-BALANCE TO DL-BALANCE
004721     MOVE SPACES TO DL-NOTE
004722     IF HIST-OPERATION = 'ODSWEEP'
004723         IF WS-LINE-AMOUNT > ZEROS
004724             MOVE 'OD FROM' TO DL-NOTE-TEXT
004725         ELSE
004726             MOVE 'OD TO' TO DL-NOTE-TEXT
004727         END-IF
004728         MOVE HIST-TARGET-ACCOUNT-ID TO DL-NOTE-ACCOUNT
004729     END-IF
004730     WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE
004740     ADD 1 TO WS-LINE-COUNT.
004750 3110-EXIT.
005460 4100-EXIT.
005470     EXIT.
005480
005481******************************************************************
005482*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
005483*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
005484*    ONLY WHEN DIVISIBLE BY 400).
005485******************************************************************
005486 7300-SET-DAYS-IN-MONTH.
005487     EVALUATE WS-WORK-MONTH
005488         WHEN 01
005489         WHEN 03
005490         WHEN 05
005491         WHEN 07
005492         WHEN 08
005493         WHEN 10
005494         WHEN 12
005495             MOVE 31 TO WS-DAYS-IN-MONTH
005496         WHEN 04
005497         WHEN 06
005498         WHEN 09
005499         WHEN 11
005500             MOVE 30 TO WS-DAYS-IN-MONTH
005501         WHEN 02
005502             MOVE 28 TO WS-DAYS-IN-MONTH
005503             DIVIDE WS-WORK-YEAR BY 4
005504                 GIVING WS-LEAP-QUOTIENT
005505                 REMAINDER WS-LEAP-REMAINDER
005506             IF WS-LEAP-REMAINDER = ZEROS
005507                 MOVE 29 TO WS-DAYS-IN-MONTH
005508                 DIVIDE WS-WORK-YEAR BY 100
005509                     GIVING WS-LEAP-QUOTIENT
005510                     REMAINDER WS-LEAP-REMAINDER
005511                 IF WS-LEAP-REMAINDER = ZEROS
005512                     MOVE 28 TO WS-DAYS-IN-MONTH
005513                     DIVIDE WS-WORK-YEAR BY 400
005514                         GIVING WS-LEAP-QUOTIENT
005515                         REMAINDER WS-LEAP-REMAINDER
005516                     IF WS-LEAP-REMAINDER = ZEROS
005517                         MOVE 29 TO WS-DAYS-IN-MONTH
005518                     END-IF
005519                 END-IF
005520             END-IF
005521     END-EVALUATE.
005522 7300-EXIT.
005523     EXIT.
005524
005525******************************************************************
005526*    9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS.
005527*    A RUN THE CALENDAR ACCEPTED IS RECORDED COMPLETE.  THE CALL
005528*    RESETS RETURN-CODE, SO IT IS CARRIED THROUGH CYC-STEP-RC
005529*    AND PUT BACK.
005530******************************************************************
005531 9000-TERMINATE.
005532     CLOSE ACCOUNT-MASTER-FILE
005535     CLOSE ACCT-HIST-FILE
005540     CLOSE MEMBER-MASTER-FILE
005550     CLOSE STATEMENT-FILE
005560     DISPLAY 'STMTGEN - STATEMENTS PRINTED:  ' WS-STATEMENT-COUNT
005570     DISPLAY 'STMTGEN - ACCOUNT SECTIONS:    ' WS-ACCOUNT-COUNT
005580     DISPLAY 'STMTGEN - STATEMENT LINES:     ' WS-LINE-COUNT
005581     IF RUN-ACCEPTED
005582         SET CYC-FN-COMPLETE TO TRUE
005583         MOVE RETURN-CODE TO CYC-STEP-RC
005584         CALL 'CycleControl' USING CYCLE-CONTROL-AREA
005585         MOVE CYC-STEP-RC TO RETURN-CODE
005586         IF NOT CYC-OK
005587             DISPLAY 'STMTGEN - ' CYC-MESSAGE
005588             DISPLAY 'STMTGEN - STEP NOT RECORDED COMPLETE'
005589         END-IF
005590     END-IF.
005591 9000-EXIT.
005600     EXIT.
