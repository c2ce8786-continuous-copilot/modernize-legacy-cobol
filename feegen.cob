000330*                     BALANCE CANNOT CARRY REJECTS IN THE OPEN
000340*                     ON PROOFRPT INSTEAD OF OVERDRAWING THE
000350*                     MEMBER.
000353*    2026-10-15 RH    ZERO THE NEW DEPOSIT HOLD FIELDS ON FEE
000356*                     SLIPS.
000357*    2026-10-15 RH    PROCESSING CALENDAR.  THE FEEPARM CARD IS
000358*                     RETIRED: THE RUN TAKES THE BUSINESS DATE
000359*                     FROM THE PROCESSING CALENDAR THROUGH
000360*                     CYCLECTL (REFUSED RC 16 UNLESS SUSPRCYL IS
000361*                     COMPLETE FOR THE DATE AND NEITHER FEEGEN
000362*                     NOR STANDGEN HAS RUN) AND ASSESSES THE
000363*                     WHOLE CALENDAR MONTH BEFORE IT.  IT RUNS
000364*                     ONLY ON THE FIRST BUSINESS DAY OF A MONTH,
000365*                     SO A MONTH CANNOT BE CHARGED TWICE.
000366*    2026-10-15 RH    TERM SHARE CERTIFICATES ARE NOT ASSESSED -
000367*                     THE ONLY CHARGE AGAINST A CERTIFICATE IS
000368*                     THE EARLY-WITHDRAWAL PENALTY.  ZERO THE
000369*                     NEW CERTIFICATE TERM FIELD ON FEE SLIPS.
000370******************************************************************
000371
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FEESCHED-STATUS.
000560
000610     SELECT FEE-TRAN-FILE ASSIGN TO "FEETRAN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FEETRAN-STATUS.
000830     05  FS-FREE-COUNT               PIC 9(03).
000840     05  FS-AMOUNT                   PIC 9(6)V99.
000850
000890 FD  FEE-TRAN-FILE.
000900     COPY TRANREC.
000910
000990     88  ACCTHIST-NOT-OPEN                   VALUE '35'.
001000 77  WS-FEESCHED-STATUS          PIC X(02) VALUE SPACES.
001010     88  FEESCHED-NOT-OPEN                   VALUE '35'.
001040 77  WS-FEETRAN-STATUS           PIC X(02) VALUE SPACES.
001050 77  WS-FEERPT-STATUS            PIC X(02) VALUE SPACES.
001060
001160     88  HIST-EOF-YES                        VALUE 'Y'.
001170     88  HIST-EOF-NO                         VALUE 'N'.
001180
001183*    THE ASSESSMENT PERIOD - THE CALENDAR MONTH BEFORE THE
001186*    BUSINESS DATE - AND THE WORK DATE IT IS FIGURED IN.
001190 01  WS-FEE-PERIOD.
001200     05  WS-PERIOD-START             PIC 9(08).
001210     05  WS-PERIOD-END               PIC 9(08).
001211 01  WS-WORK-DATE.
001212     05  WS-WORK-YEAR-MONTH.
001213         10  WS-WORK-YEAR            PIC 9(04).
001214         10  WS-WORK-MONTH           PIC 9(02).
001215     05  WS-WORK-DAY                 PIC 9(02).
001216 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001217                                 PIC 9(08).
001218 77  WS-PRIOR-YEAR-MONTH         PIC 9(06) VALUE ZEROS.
001219 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
001220 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
001221 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
001222
001230*    IN-CORE COPY OF THE FEE SCHEDULE, LOADED AT START-UP.
001240 01  WS-FEE-SCHED-TABLE.
001250     05  WS-FEE-ENTRY OCCURS 10 TIMES.
001870
001880 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001890
001893     COPY CYCLCTL.
001896
001900******************************************************************
001910*    0000-MAINLINE
001920******************************************************************
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001970     PERFORM 2000-PROCESS-ACCOUNTS THRU 2000-EXIT
001980         UNTIL EOF-YES
001982*    A REFUSED RUN (CALENDAR REFUSAL OR NO FEE SCHEDULE)
001984*    NEVER OPENED THE SLIP FILE OR THE REGISTER, SO THERE IS
001986*    NOTHING TO WRITE OR CLOSE.
001990     IF RUN-ACCEPTED
002000     STOP RUN.
002010
002020******************************************************************
002030*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE
002040*    PROCESSING CALENDAR AND SET THE ASSESSMENT PERIOD, LOAD THE
002050*    FEE SCHEDULE, OPEN THE FILES AND POSITION THE MASTER.  A
002060*    CALENDAR REFUSAL, A DATE THAT IS NOT THE FIRST BUSINESS DAY
002063*    OF ITS MONTH OR AN EMPTY FEE SCHEDULE STOPS THE RUN - A FEE
002066*    SWEEP WITH NO RULES IS A MISTAKE, NOT A QUIET NOTHING-TO-
002070*    DO.
002080******************************************************************
002090 1000-INITIALIZE.
002100     SET CYC-FN-START TO TRUE
002110     MOVE 'FEEGEN' TO CYC-STEP-NAME
002120     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002130     IF NOT CYC-OK
002140         DISPLAY 'FEEGEN - ' CYC-MESSAGE
002150         DISPLAY 'FEEGEN - RUN REFUSED'
002160         MOVE 16 TO RETURN-CODE
002170         SET RUN-REFUSED TO TRUE
002180         SET EOF-YES TO TRUE
002190         GO TO 1000-EXIT
002200     END-IF
002210     PERFORM 1050-SET-PERIOD THRU 1050-EXIT
002220     IF EOF-YES
002230         GO TO 1000-EXIT
002240     END-IF
002340     PERFORM 1100-LOAD-FEE-SCHEDULE THRU 1100-EXIT
002350     IF EOF-YES
002360         GO TO 1000-EXIT
002620 1000-EXIT.
002630     EXIT.
002640
002641******************************************************************
002642*    1050-SET-PERIOD - THE PERIOD IS THE WHOLE CALENDAR MONTH
002643*    BEFORE THE BUSINESS DATE.  THE PRIOR BUSINESS DATE MUST
002644*    FALL IN AN EARLIER MONTH - THAT IS, TONIGHT IS THE FIRST
002645*    BUSINESS DAY OF THE MONTH - OR THE MONTH HAS ALREADY BEEN
002646*    ASSESSED (OR WILL BE) AND THE RUN IS REFUSED.
002647******************************************************************
002648 1050-SET-PERIOD.
002649     MOVE CYC-PRIOR-BUSINESS-DATE TO WS-WORK-DATE-N
002650     MOVE WS-WORK-YEAR-MONTH TO WS-PRIOR-YEAR-MONTH
002651     MOVE CYC-BUSINESS-DATE TO WS-WORK-DATE-N
002652     IF WS-WORK-YEAR-MONTH = WS-PRIOR-YEAR-MONTH
002653         DISPLAY 'FEEGEN - ' CYC-BUSINESS-DATE
002654                 ' IS NOT THE FIRST BUSINESS DAY OF ITS MONTH'
002655         DISPLAY 'FEEGEN - RUN REFUSED'
002656         MOVE 16 TO RETURN-CODE
002657         SET RUN-REFUSED TO TRUE
002658         SET EOF-YES TO TRUE
002659         GO TO 1050-EXIT
002660     END-IF
002661     IF WS-WORK-MONTH > 1
002662         SUBTRACT 1 FROM WS-WORK-MONTH
002663     ELSE
002664         MOVE 12 TO WS-WORK-MONTH
002665         SUBTRACT 1 FROM WS-WORK-YEAR
002666     END-IF
002667     MOVE 1 TO WS-WORK-DAY
002668     MOVE WS-WORK-DATE-N TO WS-PERIOD-START
002669     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
002670     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
002671     MOVE WS-WORK-DATE-N TO WS-PERIOD-END.
002672 1050-EXIT.
002673     EXIT.
002674
002675******************************************************************
002676*    1100-LOAD-FEE-SCHEDULE - PULL THE FEE SCHEDULE INTO CORE.
002677*    A MISSING OR EMPTY SCHEDULE STOPS THE RUN.
002680******************************************************************
002690 1100-LOAD-FEE-SCHEDULE.
002700     OPEN INPUT FEE-SCHED-FILE
003410*    FIGURES OFF THE KEYED HISTORY AND RUN EVERY SCHEDULE RULE
003420*    AGAINST THEM.  FROZEN AND CLOSED ACCOUNTS CANNOT POST A
003430*    FEE; A DORMANT ACCOUNT IS NOT NICKELED TOWARD ESCHEATMENT.
003435*    A TERM SHARE CERTIFICATE CARRIES NO SERVICE FEES.
003440******************************************************************
003450 3000-ASSESS-ONE-ACCOUNT.
003460     ADD 1 TO WS-ACCOUNTS-READ
003470     IF ACCT-STATUS-FROZEN
003480         OR ACCT-STATUS-CLOSED
003490         OR ACCT-STATUS-DORMANT
003495         OR ACCT-PRODUCT-CERTIFICATE
003500         GO TO 3000-EXIT
003510     END-IF
003520     PERFORM 3100-GATHER-PERIOD-STATS THRU 3100-EXIT
004660     MOVE SPACES TO TRAN-MEMBER-ID
004670     MOVE '0000' TO TRAN-BRANCH-ID
004680     MOVE '0000' TO TRAN-TELLER-ID
004683     MOVE ZEROS TO TRAN-HOLD-AMOUNT
004686     MOVE ZEROS TO TRAN-HOLD-RELEASE-DATE
004688     MOVE ZEROS TO TRAN-CERT-TERM-MONTHS
004690     WRITE TRANSACTION-RECORD
004700     ADD 1 TO WS-SLIPS-WRITTEN
004710     ADD WS-FEE-CHARGE TO WS-TOTAL-FEES
004770     WRITE FEE-REPORT-RECORD FROM WS-DETAIL-LINE.
004780 3300-EXIT.
004790     EXIT.
004791
004792******************************************************************
004793*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
004794*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
004795*    ONLY WHEN DIVISIBLE BY 400).
004796******************************************************************
004797 7300-SET-DAYS-IN-MONTH.
004798     EVALUATE WS-WORK-MONTH
004799         WHEN 01
004800         WHEN 03
004801         WHEN 05
004802         WHEN 07
004803         WHEN 08
004804         WHEN 10
004805         WHEN 12
004806             MOVE 31 TO WS-DAYS-IN-MONTH
004807         WHEN 04
004808         WHEN 06
004809         WHEN 09
004810         WHEN 11
004811             MOVE 30 TO WS-DAYS-IN-MONTH
004812         WHEN 02
004813             MOVE 28 TO WS-DAYS-IN-MONTH
004814             DIVIDE WS-WORK-YEAR BY 4
004815                 GIVING WS-LEAP-QUOTIENT
004816                 REMAINDER WS-LEAP-REMAINDER
004817             IF WS-LEAP-REMAINDER = ZEROS
004818                 MOVE 29 TO WS-DAYS-IN-MONTH
004819                 DIVIDE WS-WORK-YEAR BY 100
004820                     GIVING WS-LEAP-QUOTIENT
004821                     REMAINDER WS-LEAP-REMAINDER
004822                 IF WS-LEAP-REMAINDER = ZEROS
004823                     MOVE 28 TO WS-DAYS-IN-MONTH
004824                     DIVIDE WS-WORK-YEAR BY 400
004825                         GIVING WS-LEAP-QUOTIENT
004826                         REMAINDER WS-LEAP-REMAINDER
004827                     IF WS-LEAP-REMAINDER = ZEROS
004828                         MOVE 29 TO WS-DAYS-IN-MONTH
004829                     END-IF
004830                 END-IF
004831             END-IF
004832     END-EVALUATE.
004833 7300-EXIT.
004834     EXIT.
004835
004836******************************************************************
004837*    9000-TERMINATE - TOTALS, CLOSE, SYSOUT SUMMARY, AND RECORD
004838*    THE STEP COMPLETE.  THE CALL RESETS RETURN-CODE, SO IT IS
004839*    CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
004840******************************************************************
004841 9000-TERMINATE.
004850     WRITE FEE-REPORT-RECORD FROM WS-BLANK-LINE
004860     MOVE 'ACCOUNTS READ:' TO TL-LABEL
004870     MOVE WS-ACCOUNTS-READ TO TL-COUNT
005010     CLOSE FEE-REPORT-FILE
005020     DISPLAY 'FEEGEN - ACCOUNTS READ:     ' WS-ACCOUNTS-READ
005030     DISPLAY 'FEEGEN - ACCOUNTS ASSESSED: ' WS-ACCOUNTS-ASSESSED
005040     DISPLAY 'FEEGEN - FEE SLIPS WRITTEN: ' WS-SLIPS-WRITTEN
005041     SET CYC-FN-COMPLETE TO TRUE
005042     MOVE RETURN-CODE TO CYC-STEP-RC
005043     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
005044     MOVE CYC-STEP-RC TO RETURN-CODE
005045     IF NOT CYC-OK
005046         DISPLAY 'FEEGEN - ' CYC-MESSAGE
005047         DISPLAY 'FEEGEN - STEP NOT RECORDED COMPLETE'
005048     END-IF.
005050 9000-EXIT.
005060     EXIT.
