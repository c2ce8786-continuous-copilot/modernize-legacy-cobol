000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RetentionPurge.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  RECORDS RETENTION PURGE.
000120*                     STANDGEN CARRIES EXPIRED INSTRUCTIONS AND
000130*                     SUSPRCYL LEAVES RECYCLED SUSPENSE RECORDS
000140*                     ON FILE FOR A PURGE THAT NEVER EXISTED, SO
000150*                     STANDINS, SUSPFILE, ACCTMAS AND ACCTHIST
000160*                     ONLY EVER GREW.  USING THE RTNPARM CARD OF
000170*                     RETENTION PERIODS (WHOLE MONTHS, ONE PER
000180*                     FILE) THIS JOB DROPS STANDING INSTRUCTIONS
000190*                     PAST THEIR EXPIRY DATE, DELETES RECYCLED
000200*                     ('S') SUSPENSE RECORDS, MOVES CLOSED ZERO-
000210*                     BALANCE ACCOUNTS OFF THE MASTER TO THE
000220*                     CLOSED-ACCOUNT ARCHIVE (CLOSARCH, WHICH
000230*                     ACCTINQ STILL LOOKS UP) AND TRIMS OLD
000240*                     POSTINGS OFF THE KEYED HISTORY.  NOTHING
000250*                     ON THE MASTER OR THE HISTORY DATED IN THE
000260*                     PRIOR CALENDAR YEAR OR LATER IS EVER
000270*                     TAKEN, WHATEVER THE CARD SAYS, SO THE
000280*                     YEAR-END 1099-INT RUN AND THE MONTHLY
000290*                     STATEMENTS ALWAYS FIND THEIR POSTINGS.
000300*                     PURGRPT IS THE AUDITORS' REGISTER: EVERY
000310*                     RECORD REMOVED, FILE BY FILE, WITH COUNTS.
000320******************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT STANDING-IN-FILE ASSIGN TO "STANDINS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-STANDINS-STATUS.
000400
000410     SELECT STANDING-NEW-FILE ASSIGN TO "STANDNEW"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STANDNEW-STATUS.
000440
000450     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SUSP-NUMBER
000490         FILE STATUS IS WS-SUSPFILE-STATUS.
000500
000510     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ACCT-ID
000550         FILE STATUS IS WS-ACCTMAS-STATUS.
000560
000570     SELECT CLOSED-ACCOUNT-FILE ASSIGN TO "CLOSARCH"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CLS-ACCOUNT-ID
000610         FILE STATUS IS WS-CLOSARCH-STATUS.
000620
000630     SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HIST-KEY
000670         FILE STATUS IS WS-ACCTHIST-STATUS.
000680
000690     SELECT RTN-PARM-FILE ASSIGN TO "RTNPARM"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RTNPARM-STATUS.
000720
000730     SELECT PURGE-REPORT-FILE ASSIGN TO "PURGRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-PURGRPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  STANDING-IN-FILE.
000800     COPY STANDINS.
000810
000820 FD  STANDING-NEW-FILE.
000830 01  STANDING-NEW-RECORD             PIC X(67).
000840
000850 FD  SUSPENSE-FILE.
000860     COPY SUSPREC.
000870
000880 FD  ACCOUNT-MASTER-FILE.
000890     COPY ACCTMAS.
000900
000910 FD  CLOSED-ACCOUNT-FILE.
000920     COPY CLOSARCH.
000930
000940 FD  ACCT-HIST-FILE.
000950     COPY ACCTHIST.
000960
000970 FD  RTN-PARM-FILE.
000980 01  RTN-PARM-RECORD                 PIC X(12).
000990
001000 FD  PURGE-REPORT-FILE.
001010 01  PURGE-REPORT-RECORD             PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-STANDINS-STATUS          PIC X(02) VALUE SPACES.
001050     88  STANDINS-NOT-OPEN                   VALUE '35'.
001060 77  WS-STANDNEW-STATUS          PIC X(02) VALUE SPACES.
001070 77  WS-SUSPFILE-STATUS          PIC X(02) VALUE SPACES.
001080     88  SUSPFILE-NOT-OPEN                   VALUE '35'.
001090 77  WS-ACCTMAS-STATUS           PIC X(02) VALUE SPACES.
001100     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
001110 77  WS-CLOSARCH-STATUS          PIC X(02) VALUE SPACES.
001120     88  CLOSARCH-NOT-OPEN                   VALUE '35'.
001130 77  WS-ACCTHIST-STATUS          PIC X(02) VALUE SPACES.
001140     88  ACCTHIST-NOT-OPEN                   VALUE '35'.
001150 77  WS-RTNPARM-STATUS           PIC X(02) VALUE SPACES.
001160     88  RTNPARM-NOT-OPEN                    VALUE '35'.
001170 77  WS-PURGRPT-STATUS           PIC X(02) VALUE SPACES.
001180
001190 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001200     88  EOF-YES                             VALUE 'Y'.
001210     88  EOF-NO                              VALUE 'N'.
001220
001230 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
001240     88  RUN-REFUSED                         VALUE 'Y'.
001250     88  RUN-ACCEPTED                        VALUE 'N'.
001260
001270*    THE RTNPARM CARD - RETENTION PERIODS IN WHOLE MONTHS:
001280*    STANDING INSTRUCTIONS PAST EXPIRY (COLUMNS 1-3, 000 DROPS
001290*    THEM AS SOON AS THEY EXPIRE), RECYCLED SUSPENSE PAST THE
001300*    RECYCLE DATE (4-6), CLOSED ACCOUNTS PAST THEIR LAST
001310*    ACTIVITY (7-9) AND HISTORY POSTINGS (10-12).  THE RUN DATE
001320*    IS THE PROCESSING CALENDAR'S BUSINESS DATE.
001330 01  WS-RTN-PARM.
001340     05  WS-PARM-STANDING-MONTHS     PIC 9(03).
001350     05  WS-PARM-SUSPENSE-MONTHS     PIC 9(03).
001360     05  WS-PARM-ACCOUNT-MONTHS      PIC 9(03).
001370     05  WS-PARM-HISTORY-MONTHS      PIC 9(03).
001380 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
001390
001400 77  WS-STANDING-CUTOFF          PIC 9(08) VALUE ZEROS.
001410 77  WS-SUSPENSE-CUTOFF          PIC 9(08) VALUE ZEROS.
001420 77  WS-ACCOUNT-CUTOFF           PIC 9(08) VALUE ZEROS.
001430 77  WS-HISTORY-CUTOFF           PIC 9(08) VALUE ZEROS.
001440*    JANUARY 1 OF THE PRIOR YEAR.  NO ACCOUNT OR POSTING DATED
001450*    ON OR AFTER IT IS PURGED, SO THE 1099-INT RUN FOR THE YEAR
001460*    JUST ENDED ALWAYS SEES A COMPLETE YEAR.
001470 77  WS-TAX-YEAR-FLOOR           PIC 9(08) VALUE ZEROS.
001480
001490*    WORK DATE BROKEN INTO PIECES FOR THE MONTH-SUBTRACTION
001500*    ARITHMETIC.
001510 01  WS-WORK-DATE.
001520     05  WS-WORK-YEAR                PIC 9(04).
001530     05  WS-WORK-MONTH               PIC 9(02).
001540     05  WS-WORK-DAY                 PIC 9(02).
001550 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001560                                 PIC 9(08).
001570
001580 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZEROS.
001590 77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZEROS.
001600 77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZEROS.
001610 77  WS-MONTH-STEPS              PIC 9(03) COMP VALUE ZEROS.
001620 77  WS-STEP-IDX                 PIC 9(03) COMP VALUE ZEROS.
001630
001640*    THE ACCOUNT'S LAST ACTIVITY, OR ITS OPEN DATE WHEN NOTHING
001650*    EVER POSTED.
001660 77  WS-IDLE-SINCE               PIC 9(08) VALUE ZEROS.
001670
001680*    VIEW OF A SUSPENSE RECORD'S SLIP IMAGE FOR THE REGISTER.
001690 01  WS-SUSP-SLIP-IMAGE.
001700     05  WS-SUSP-SLIP-OPERATION      PIC X(08).
001710     05  WS-SUSP-SLIP-ACCOUNT-ID     PIC X(10).
001720     05  WS-SUSP-SLIP-AMOUNT         PIC 9(6)V99.
001730     05  FILLER                      PIC X(114).
001740
001750 77  WS-STANDING-READ            PIC 9(06) COMP VALUE ZEROS.
001760 77  WS-STANDING-DROPPED         PIC 9(06) COMP VALUE ZEROS.
001770 77  WS-SUSPENSE-READ            PIC 9(06) COMP VALUE ZEROS.
001780 77  WS-SUSPENSE-DROPPED         PIC 9(06) COMP VALUE ZEROS.
001790 77  WS-ACCOUNTS-READ            PIC 9(06) COMP VALUE ZEROS.
001800 77  WS-ACCOUNTS-ARCHIVED        PIC 9(06) COMP VALUE ZEROS.
001810 77  WS-ACCOUNTS-KEPT            PIC 9(06) COMP VALUE ZEROS.
001820 77  WS-HISTORY-READ             PIC 9(08) COMP VALUE ZEROS.
001830 77  WS-HISTORY-TRIMMED          PIC 9(08) COMP VALUE ZEROS.
001840
001850 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001860     'RTNPURGE - RECORDS RETENTION PURGE REGISTER'.
001870 01  WS-HEADING-LINE-2.
001880     05  FILLER                  PIC X(15) VALUE
001890         'BUSINESS DATE: '.
001900     05  H2-RUN-DATE                 PIC 9(08).
001910     05  FILLER                      PIC X(57) VALUE SPACES.
001920
001930*    ONE SECTION PER FILE: A TITLE LINE WITH THE CUTOFF, THEN
001940*    COLUMN HEADINGS AND ONE LINE PER RECORD REMOVED.
001950 01  WS-SECTION-LINE.
001960     05  SL-TITLE                    PIC X(40).
001970     05  FILLER                  PIC X(16) VALUE
001980         'REMOVED BEFORE: '.
001990     05  SL-CUTOFF                   PIC 9(08).
002000     05  FILLER                      PIC X(16) VALUE SPACES.
002010
002020 01  WS-SI-HEADING-1                 PIC X(80) VALUE
002030     'ACCOUNT ID  OPERATION      AMOUNT  FREQ  NEXT DUE  EXPIRY
002040-    '    TARGET'.
002050 01  WS-SI-HEADING-2                 PIC X(80) VALUE
002060     '----------  ---------  ----------  ----  --------  --------
002070-    '  ----------'.
002080 01  WS-SI-DETAIL-LINE.
002090     05  SID-ACCOUNT-ID              PIC X(10).
002100     05  FILLER                      PIC X(02) VALUE SPACES.
002110     05  SID-OPERATION               PIC X(09).
002120     05  FILLER                      PIC X(02) VALUE SPACES.
002130     05  SID-AMOUNT                  PIC ZZZ,ZZ9.99.
002140     05  FILLER                      PIC X(05) VALUE SPACES.
002150     05  SID-FREQUENCY               PIC X(01).
002160     05  FILLER                      PIC X(02) VALUE SPACES.
002170     05  SID-NEXT-DUE-DATE           PIC 9(08).
002180     05  FILLER                      PIC X(02) VALUE SPACES.
002190     05  SID-EXPIRY-DATE             PIC 9(08).
002200     05  FILLER                      PIC X(02) VALUE SPACES.
002210     05  SID-TARGET-ID               PIC X(10).
002220     05  FILLER                      PIC X(09) VALUE SPACES.
002230
002240 01  WS-SP-HEADING-1                 PIC X(80) VALUE
002250     'SUSP NO  RSN  SUSPENDED RECYCLED  OPERATION  ACCOUNT ID
002260-    '      AMOUNT'.
002270 01  WS-SP-HEADING-2                 PIC X(80) VALUE
002280     '-------  ---  --------  --------  ---------  ----------  --
002290-    '--------'.
002300 01  WS-SP-DETAIL-LINE.
002310     05  SPD-NUMBER                  PIC 9(06).
002320     05  FILLER                      PIC X(04) VALUE SPACES.
002330     05  SPD-REASON                  PIC 9(02).
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  SPD-BUSINESS-DATE           PIC 9(08).
002360     05  FILLER                      PIC X(02) VALUE SPACES.
002370     05  SPD-RECYCLE-DATE            PIC 9(08).
002380     05  FILLER                      PIC X(02) VALUE SPACES.
002390     05  SPD-OPERATION               PIC X(09).
002400     05  FILLER                      PIC X(02) VALUE SPACES.
002410     05  SPD-ACCOUNT-ID              PIC X(10).
002420     05  FILLER                      PIC X(02) VALUE SPACES.
002430     05  SPD-AMOUNT                  PIC ZZZ,ZZ9.99.
002440     05  FILLER                      PIC X(13) VALUE SPACES.
002450
002460 01  WS-AC-HEADING-1                 PIC X(80) VALUE
002470     'ACCOUNT ID  MEMBER NAME                     MEMBER ID   OPEN
002480-    'ED    LAST ACT  NOTE'.
002490 01  WS-AC-HEADING-2                 PIC X(80) VALUE
002500     '----------  ------------------------------  ----------  ----
002510-    '----  --------  ----'.
002520 01  WS-AC-DETAIL-LINE.
002530     05  ACD-ACCOUNT-ID              PIC X(10).
002540     05  FILLER                      PIC X(02) VALUE SPACES.
002550     05  ACD-MEMBER-NAME             PIC X(30).
002560     05  FILLER                      PIC X(02) VALUE SPACES.
002570     05  ACD-MEMBER-ID               PIC X(10).
002580     05  FILLER                      PIC X(02) VALUE SPACES.
002590     05  ACD-OPEN-DATE               PIC 9(08).
002600     05  FILLER                      PIC X(02) VALUE SPACES.
002610     05  ACD-LAST-ACTIVITY           PIC 9(08).
002620     05  FILLER                      PIC X(02) VALUE SPACES.
002630     05  ACD-NOTE                    PIC X(04).
002640
002650 01  WS-HI-HEADING-1                 PIC X(80) VALUE
002660     'ACCOUNT ID  DATE      TIME      OPERATION  PRIOR BALANCE  N
002670-    'EW BALANCE  BRCH'.
002680 01  WS-HI-HEADING-2                 PIC X(80) VALUE
002690     '----------  --------  --------  ---------  -------------  -
002700-    '----------  ----'.
002710 01  WS-HI-DETAIL-LINE.
002720     05  HID-ACCOUNT-ID              PIC X(10).
002730     05  FILLER                      PIC X(02) VALUE SPACES.
002740     05  HID-POST-DATE               PIC 9(08).
002750     05  FILLER                      PIC X(02) VALUE SPACES.
002760     05  HID-POST-TIME               PIC 9(08).
002770     05  FILLER                      PIC X(02) VALUE SPACES.
002780     05  HID-OPERATION               PIC X(09).
002790     05  FILLER                      PIC X(05) VALUE SPACES.
002800     05  HID-PRIOR-BALANCE           PIC ZZZ,ZZ9.99.
002810     05  FILLER                      PIC X(02) VALUE SPACES.
002820     05  HID-NEW-BALANCE             PIC ZZZ,ZZ9.99.
002830     05  FILLER                      PIC X(02) VALUE SPACES.
002840     05  HID-BRANCH-ID               PIC X(04).
002850     05  FILLER                      PIC X(06) VALUE SPACES.
002860
002870 01  WS-NOTE-LINE.
002880     05  NL-TEXT                     PIC X(60).
002890     05  FILLER                      PIC X(20) VALUE SPACES.
002900
002910 01  WS-TOTAL-LINE.
002920     05  TL-LABEL                    PIC X(30).
002930     05  TL-COUNT                    PIC ZZ,ZZZ,ZZ9.
002940     05  FILLER                      PIC X(40) VALUE SPACES.
002950
002960 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
002970
002980     COPY CYCLCTL.
002990
003000******************************************************************
003010*    0000-MAINLINE - ONE PASS PER FILE, IN TURN.
003020******************************************************************
003030 PROCEDURE DIVISION.
003040
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070*    A REFUSED RUN (CALENDAR REFUSAL OR NO USABLE RTNPARM CARD)
003080*    NEVER OPENED THE REGISTER OR ANY FILE, SO THERE IS NOTHING
003090*    TO PURGE, WRITE OR CLOSE - AND THE RC 16 KEEPS THE JOB FROM
003100*    SWAPPING AN EMPTY STANDING FILE IN.
003110     IF RUN-ACCEPTED
003120         PERFORM 3000-PURGE-STANDING THRU 3000-EXIT
003130         PERFORM 4000-PURGE-SUSPENSE THRU 4000-EXIT
003140         PERFORM 5000-ARCHIVE-ACCOUNTS THRU 5000-EXIT
003150         PERFORM 6000-TRIM-HISTORY THRU 6000-EXIT
003160         PERFORM 9000-TERMINATE THRU 9000-EXIT
003170     END-IF
003180     STOP RUN.
003190
003200******************************************************************
003210*    1000-INITIALIZE - TAKE THE RUN DATE FROM THE PROCESSING
003220*    CALENDAR, PICK UP THE CONTROL CARD, WORK OUT THE CUTOFF
003230*    DATES AND OPEN THE REGISTER.  A CALENDAR REFUSAL OR A
003240*    MISSING OR BAD RTNPARM CARD STOPS THE RUN RATHER THAN
003250*    PURGING AGAINST THE WRONG DATES.
003260******************************************************************
003270 1000-INITIALIZE.
003280     SET CYC-FN-START TO TRUE
003290     MOVE 'RTNPURGE' TO CYC-STEP-NAME
003300     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
003310     IF NOT CYC-OK
003320         DISPLAY 'RTNPURGE - ' CYC-MESSAGE
003330         DISPLAY 'RTNPURGE - RUN REFUSED'
003340         MOVE 16 TO RETURN-CODE
003350         SET RUN-REFUSED TO TRUE
003360         GO TO 1000-EXIT
003370     END-IF
003380     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
003390     OPEN INPUT RTN-PARM-FILE
003400     IF RTNPARM-NOT-OPEN
003410         DISPLAY 'RTNPURGE - RTNPARM CONTROL CARD MISSING'
003420         MOVE 16 TO RETURN-CODE
003430         SET RUN-REFUSED TO TRUE
003440         GO TO 1000-EXIT
003450     END-IF
003460     READ RTN-PARM-FILE INTO WS-RTN-PARM
003470         AT END
003480             DISPLAY 'RTNPURGE - RTNPARM CONTROL CARD EMPTY'
003490             MOVE 16 TO RETURN-CODE
003500             SET RUN-REFUSED TO TRUE
003510     END-READ
003520     CLOSE RTN-PARM-FILE
003530     IF RUN-REFUSED
003540         GO TO 1000-EXIT
003550     END-IF
003560     IF WS-PARM-STANDING-MONTHS IS NOT NUMERIC
003570         OR WS-PARM-SUSPENSE-MONTHS IS NOT NUMERIC
003580         OR WS-PARM-ACCOUNT-MONTHS IS NOT NUMERIC
003590         OR WS-PARM-HISTORY-MONTHS IS NOT NUMERIC
003600         OR WS-PARM-SUSPENSE-MONTHS = ZEROS
003610         OR WS-PARM-ACCOUNT-MONTHS = ZEROS
003620         OR WS-PARM-HISTORY-MONTHS = ZEROS
003630         DISPLAY 'RTNPURGE - RTNPARM CARD NOT USABLE'
003640         MOVE 16 TO RETURN-CODE
003650         SET RUN-REFUSED TO TRUE
003660         GO TO 1000-EXIT
003670     END-IF
003680     MOVE WS-RUN-DATE TO WS-WORK-DATE-N
003690     SUBTRACT 1 FROM WS-WORK-YEAR
003700     MOVE 01 TO WS-WORK-MONTH
003710     MOVE 01 TO WS-WORK-DAY
003720     MOVE WS-WORK-DATE-N TO WS-TAX-YEAR-FLOOR
003730     MOVE WS-PARM-STANDING-MONTHS TO WS-MONTH-STEPS
003740     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT
003750     MOVE WS-WORK-DATE-N TO WS-STANDING-CUTOFF
003760     MOVE WS-PARM-SUSPENSE-MONTHS TO WS-MONTH-STEPS
003770     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT
003780     MOVE WS-WORK-DATE-N TO WS-SUSPENSE-CUTOFF
003790     MOVE WS-PARM-ACCOUNT-MONTHS TO WS-MONTH-STEPS
003800     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT
003810     MOVE WS-WORK-DATE-N TO WS-ACCOUNT-CUTOFF
003820     IF WS-ACCOUNT-CUTOFF > WS-TAX-YEAR-FLOOR
003830         MOVE WS-TAX-YEAR-FLOOR TO WS-ACCOUNT-CUTOFF
003840     END-IF
003850     MOVE WS-PARM-HISTORY-MONTHS TO WS-MONTH-STEPS
003860     PERFORM 7000-COMPUTE-CUTOFF THRU 7000-EXIT
003870     MOVE WS-WORK-DATE-N TO WS-HISTORY-CUTOFF
003880     IF WS-HISTORY-CUTOFF > WS-TAX-YEAR-FLOOR
003890         MOVE WS-TAX-YEAR-FLOOR TO WS-HISTORY-CUTOFF
003900     END-IF
003910     OPEN OUTPUT PURGE-REPORT-FILE
003920     MOVE WS-RUN-DATE TO H2-RUN-DATE
003930     WRITE PURGE-REPORT-RECORD FROM WS-HEADING-LINE-1
003940     WRITE PURGE-REPORT-RECORD FROM WS-HEADING-LINE-2.
003950 1000-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*    3000-PURGE-STANDING - COPY THE STANDING FILE TO STANDNEW,
004000*    LEAVING OUT EVERY INSTRUCTION WHOSE EXPIRY DATE FALLS
004010*    BEFORE THE STANDING CUTOFF.  AN INSTRUCTION WITH NO EXPIRY
004020*    (ZEROS) RUNS UNTIL CANCELLED AND IS ALWAYS KEPT.  THE
004030*    FOLLOW-ON JCL STEP SWAPS STANDNEW IN.
004040******************************************************************
004050 3000-PURGE-STANDING.
004060     MOVE 'STANDING INSTRUCTIONS' TO SL-TITLE
004070     MOVE WS-STANDING-CUTOFF TO SL-CUTOFF
004080     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE
004090     WRITE PURGE-REPORT-RECORD FROM WS-SECTION-LINE
004100     WRITE PURGE-REPORT-RECORD FROM WS-SI-HEADING-1
004110     WRITE PURGE-REPORT-RECORD FROM WS-SI-HEADING-2
004120     OPEN OUTPUT STANDING-NEW-FILE
004130     OPEN INPUT STANDING-IN-FILE
004140     IF STANDINS-NOT-OPEN
004150         MOVE 'STANDINS NOT FOUND - NOTHING TO PURGE' TO NL-TEXT
004160         WRITE PURGE-REPORT-RECORD FROM WS-NOTE-LINE
004170         CLOSE STANDING-NEW-FILE
004180         GO TO 3000-EXIT
004190     END-IF
004200     SET EOF-NO TO TRUE
004210     PERFORM 3100-READ-INSTRUCTION THRU 3100-EXIT
004220     PERFORM 3200-SCREEN-INSTRUCTION THRU 3200-EXIT
004230         UNTIL EOF-YES
004240     CLOSE STANDING-IN-FILE
004250     CLOSE STANDING-NEW-FILE.
004260 3000-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300*    3100-READ-INSTRUCTION
004310******************************************************************
004320 3100-READ-INSTRUCTION.
004330     READ STANDING-IN-FILE
004340         AT END
004350             SET EOF-YES TO TRUE
004360     END-READ.
004370 3100-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    3200-SCREEN-INSTRUCTION - DROP AND LIST AN INSTRUCTION PAST
004420*    RETENTION, CARRY ANY OTHER TO THE NEW FILE UNCHANGED.
004430******************************************************************
004440 3200-SCREEN-INSTRUCTION.
004450     ADD 1 TO WS-STANDING-READ
004460     IF SI-EXPIRY-DATE > ZEROS
004470         AND SI-EXPIRY-DATE < WS-STANDING-CUTOFF
004480         ADD 1 TO WS-STANDING-DROPPED
004490         MOVE SI-ACCOUNT-ID TO SID-ACCOUNT-ID
004500         MOVE SI-OPERATION TO SID-OPERATION
004510         MOVE SI-AMOUNT TO SID-AMOUNT
004520         MOVE SI-FREQUENCY TO SID-FREQUENCY
004530         MOVE SI-NEXT-DUE-DATE TO SID-NEXT-DUE-DATE
004540         MOVE SI-EXPIRY-DATE TO SID-EXPIRY-DATE
004550         MOVE SI-TARGET-ACCOUNT-ID TO SID-TARGET-ID
004560         WRITE PURGE-REPORT-RECORD FROM WS-SI-DETAIL-LINE
004570     ELSE
004580         WRITE STANDING-NEW-RECORD
004590             FROM STANDING-INSTRUCTION-RECORD
004600     END-IF
004610     PERFORM 3100-READ-INSTRUCTION THRU 3100-EXIT.
004620 3200-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    4000-PURGE-SUSPENSE - WALK THE SUSPENSE FILE IN KEY ORDER
004670*    AND DELETE EVERY RECYCLED ('S') RECORD WHOSE RECYCLE DATE
004680*    FALLS BEFORE THE SUSPENSE CUTOFF.  OPEN AND RELEASED SLIPS
004690*    ARE STILL WORK IN HAND AND ARE NEVER TOUCHED.
004700******************************************************************
004710 4000-PURGE-SUSPENSE.
004720     MOVE 'RECYCLED SUSPENSE RECORDS' TO SL-TITLE
004730     MOVE WS-SUSPENSE-CUTOFF TO SL-CUTOFF
004740     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE
004750     WRITE PURGE-REPORT-RECORD FROM WS-SECTION-LINE
004760     WRITE PURGE-REPORT-RECORD FROM WS-SP-HEADING-1
004770     WRITE PURGE-REPORT-RECORD FROM WS-SP-HEADING-2
004780     OPEN I-O SUSPENSE-FILE
004790     IF SUSPFILE-NOT-OPEN
004800         MOVE 'SUSPFILE NOT FOUND - NOTHING TO PURGE' TO NL-TEXT
004810         WRITE PURGE-REPORT-RECORD FROM WS-NOTE-LINE
004820         GO TO 4000-EXIT
004830     END-IF
004840     SET EOF-NO TO TRUE
004850     MOVE LOW-VALUES TO SUSP-NUMBER
004860     START SUSPENSE-FILE KEY NOT LESS THAN SUSP-NUMBER
004870         INVALID KEY
004880             SET EOF-YES TO TRUE
004890     END-START
004900     IF EOF-NO
004910         PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT
004920     END-IF
004930     PERFORM 4200-SCREEN-SUSPENSE THRU 4200-EXIT
004940         UNTIL EOF-YES
004950     CLOSE SUSPENSE-FILE.
004960 4000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*    4100-READ-SUSPENSE
005010******************************************************************
005020 4100-READ-SUSPENSE.
005030     READ SUSPENSE-FILE NEXT RECORD
005040         AT END
005050             SET EOF-YES TO TRUE
005060     END-READ.
005070 4100-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*    4200-SCREEN-SUSPENSE - LIST AND DELETE A RECYCLED RECORD
005120*    PAST RETENTION.  THE REGISTER LINE IS WRITTEN FIRST SO A
005130*    RECORD NEVER COMES OFF WITHOUT A TRACE.
005140******************************************************************
005150 4200-SCREEN-SUSPENSE.
005160     ADD 1 TO WS-SUSPENSE-READ
005170     IF SUSP-STATUS-RECYCLED
005180         AND SUSP-RECYCLE-DATE < WS-SUSPENSE-CUTOFF
005190         MOVE SUSP-TRAN-IMAGE TO WS-SUSP-SLIP-IMAGE
005200         MOVE SUSP-NUMBER TO SPD-NUMBER
005210         MOVE SUSP-REASON-CODE TO SPD-REASON
005220         MOVE SUSP-BUSINESS-DATE TO SPD-BUSINESS-DATE
005230         MOVE SUSP-RECYCLE-DATE TO SPD-RECYCLE-DATE
005240         MOVE WS-SUSP-SLIP-OPERATION TO SPD-OPERATION
005250         MOVE WS-SUSP-SLIP-ACCOUNT-ID TO SPD-ACCOUNT-ID
005260         MOVE WS-SUSP-SLIP-AMOUNT TO SPD-AMOUNT
005270         WRITE PURGE-REPORT-RECORD FROM WS-SP-DETAIL-LINE
005280         DELETE SUSPENSE-FILE RECORD
005290             INVALID KEY
005300                 DISPLAY 'RTNPURGE - SUSPENSE RECORD VANISHED '
005310                         'BEFORE DELETE - ' SUSP-NUMBER
005320         END-DELETE
005330         ADD 1 TO WS-SUSPENSE-DROPPED
005340     END-IF
005350     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT.
005360 4200-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    5000-ARCHIVE-ACCOUNTS - WALK THE MASTER IN KEY ORDER AND
005410*    MOVE EVERY CLOSED, ZERO-BALANCE ACCOUNT IDLE SINCE BEFORE
005420*    THE ACCOUNT CUTOFF TO THE CLOSED-ACCOUNT ARCHIVE.  THE
005430*    ARCHIVE IS CREATED ON FIRST USE THE SAME WAY DATAPROGRAM
005440*    CREATES ITS FILES.
005450******************************************************************
005460 5000-ARCHIVE-ACCOUNTS.
005470     MOVE 'CLOSED ACCOUNTS ARCHIVED' TO SL-TITLE
005480     MOVE WS-ACCOUNT-CUTOFF TO SL-CUTOFF
005490     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE
005500     WRITE PURGE-REPORT-RECORD FROM WS-SECTION-LINE
005510     WRITE PURGE-REPORT-RECORD FROM WS-AC-HEADING-1
005520     WRITE PURGE-REPORT-RECORD FROM WS-AC-HEADING-2
005530     OPEN I-O ACCOUNT-MASTER-FILE
005540     IF ACCTMAS-NOT-OPEN
005550         MOVE 'ACCTMAS NOT FOUND - NOTHING TO ARCHIVE' TO NL-TEXT
005560         WRITE PURGE-REPORT-RECORD FROM WS-NOTE-LINE
005570         GO TO 5000-EXIT
005580     END-IF
005590     OPEN I-O CLOSED-ACCOUNT-FILE
005600     IF CLOSARCH-NOT-OPEN
005610         OPEN OUTPUT CLOSED-ACCOUNT-FILE
005620         CLOSE CLOSED-ACCOUNT-FILE
005630         OPEN I-O CLOSED-ACCOUNT-FILE
005640     END-IF
005650     SET EOF-NO TO TRUE
005660     MOVE LOW-VALUES TO ACCT-ID
005670     START ACCOUNT-MASTER-FILE KEY NOT LESS THAN ACCT-ID
005680         INVALID KEY
005690             SET EOF-YES TO TRUE
005700     END-START
005710     IF EOF-NO
005720         PERFORM 5100-READ-ACCOUNT THRU 5100-EXIT
005730     END-IF
005740     PERFORM 5200-SCREEN-ACCOUNT THRU 5200-EXIT
005750         UNTIL EOF-YES
005760     CLOSE CLOSED-ACCOUNT-FILE
005770     CLOSE ACCOUNT-MASTER-FILE.
005780 5000-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820*    5100-READ-ACCOUNT
005830******************************************************************
005840 5100-READ-ACCOUNT.
005850     READ ACCOUNT-MASTER-FILE NEXT RECORD
005860         AT END
005870             SET EOF-YES TO TRUE
005880     END-READ.
005890 5100-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930*    5200-SCREEN-ACCOUNT - A CLOSED ACCOUNT WITH NOTHING ON IT,
005940*    IDLE SINCE BEFORE THE CUTOFF, IS WRITTEN TO THE ARCHIVE AND
005950*    THEN DELETED FROM THE MASTER - IN THAT ORDER, SO AN ACCOUNT
005960*    IS NEVER LOST BETWEEN THE TWO.  ONE ALREADY IN THE ARCHIVE
005970*    (AN ACCOUNT ID REUSED SINCE) STAYS ON THE MASTER AND IS
005980*    LISTED FOR DATA ADMINISTRATION (RC 4).
005990******************************************************************
006000 5200-SCREEN-ACCOUNT.
006010     ADD 1 TO WS-ACCOUNTS-READ
006020     IF NOT ACCT-STATUS-CLOSED
006030         OR ACCT-BALANCE NOT = ZEROS
006040         GO TO 5200-NEXT
006050     END-IF
006060     IF ACCT-LAST-ACTIVITY-DATE > ZEROS
006070         MOVE ACCT-LAST-ACTIVITY-DATE TO WS-IDLE-SINCE
006080     ELSE
006090         MOVE ACCT-OPEN-DATE TO WS-IDLE-SINCE
006100     END-IF
006110     IF WS-IDLE-SINCE NOT < WS-ACCOUNT-CUTOFF
006120         GO TO 5200-NEXT
006130     END-IF
006140     MOVE ACCT-ID TO ACD-ACCOUNT-ID
006150     MOVE ACCT-MEMBER-NAME TO ACD-MEMBER-NAME
006160     MOVE ACCT-MEMBER-ID TO ACD-MEMBER-ID
006170     MOVE ACCT-OPEN-DATE TO ACD-OPEN-DATE
006180     MOVE ACCT-LAST-ACTIVITY-DATE TO ACD-LAST-ACTIVITY
006190     MOVE ACCT-ID TO CLS-ACCOUNT-ID
006200     MOVE WS-RUN-DATE TO CLS-ARCHIVE-DATE
006210     MOVE ACCOUNT-MASTER-RECORD TO CLS-ACCOUNT-IMAGE
006220     WRITE CLOSED-ACCOUNT-RECORD
006230         INVALID KEY
006240             ADD 1 TO WS-ACCOUNTS-KEPT
006250             MOVE 'KEPT' TO ACD-NOTE
006260             WRITE PURGE-REPORT-RECORD FROM WS-AC-DETAIL-LINE
006270             DISPLAY 'RTNPURGE - ' ACCT-ID ' ALREADY IN CLOSARCH'
006280                     ' - LEFT ON THE MASTER'
006290             IF RETURN-CODE < 4
006300                 MOVE 4 TO RETURN-CODE
006310             END-IF
006320             GO TO 5200-NEXT
006330     END-WRITE
006340     MOVE SPACES TO ACD-NOTE
006350     WRITE PURGE-REPORT-RECORD FROM WS-AC-DETAIL-LINE
006360     DELETE ACCOUNT-MASTER-FILE RECORD
006370         INVALID KEY
006380             DISPLAY 'RTNPURGE - ACCOUNT VANISHED BEFORE '
006390                     'DELETE - ' ACCT-ID
006400     END-DELETE
006410     ADD 1 TO WS-ACCOUNTS-ARCHIVED.
006420 5200-NEXT.
006430     PERFORM 5100-READ-ACCOUNT THRU 5100-EXIT.
006440 5200-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*    6000-TRIM-HISTORY - WALK THE KEYED HISTORY AND DELETE EVERY
006490*    POSTING DATED BEFORE THE HISTORY CUTOFF.  THE AUDIT LOG AND
006500*    ITS ARCHIVE GENERATIONS REMAIN THE BOOK OF RECORD.
006510******************************************************************
006520 6000-TRIM-HISTORY.
006530     MOVE 'HISTORY POSTINGS TRIMMED' TO SL-TITLE
006540     MOVE WS-HISTORY-CUTOFF TO SL-CUTOFF
006550     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE
006560     WRITE PURGE-REPORT-RECORD FROM WS-SECTION-LINE
006570     WRITE PURGE-REPORT-RECORD FROM WS-HI-HEADING-1
006580     WRITE PURGE-REPORT-RECORD FROM WS-HI-HEADING-2
006590     OPEN I-O ACCT-HIST-FILE
006600     IF ACCTHIST-NOT-OPEN
006610         MOVE 'ACCTHIST NOT FOUND - NOTHING TO TRIM' TO NL-TEXT
006620         WRITE PURGE-REPORT-RECORD FROM WS-NOTE-LINE
006630         GO TO 6000-EXIT
006640     END-IF
006650     SET EOF-NO TO TRUE
006660     MOVE LOW-VALUES TO HIST-KEY
006670     START ACCT-HIST-FILE KEY NOT LESS THAN HIST-KEY
006680         INVALID KEY
006690             SET EOF-YES TO TRUE
006700     END-START
006710     IF EOF-NO
006720         PERFORM 6100-READ-HISTORY THRU 6100-EXIT
006730     END-IF
006740     PERFORM 6200-SCREEN-POSTING THRU 6200-EXIT
006750         UNTIL EOF-YES
006760     CLOSE ACCT-HIST-FILE.
006770 6000-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*    6100-READ-HISTORY
006820******************************************************************
006830 6100-READ-HISTORY.
006840     READ ACCT-HIST-FILE NEXT RECORD
006850         AT END
006860             SET EOF-YES TO TRUE
006870     END-READ.
006880 6100-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*    6200-SCREEN-POSTING - LIST AND DELETE A POSTING PAST
006930*    RETENTION.
006940******************************************************************
006950 6200-SCREEN-POSTING.
006960     ADD 1 TO WS-HISTORY-READ
006970     IF HIST-POST-DATE < WS-HISTORY-CUTOFF
006980         MOVE HIST-ACCOUNT-ID TO HID-ACCOUNT-ID
006990         MOVE HIST-POST-DATE TO HID-POST-DATE
007000         MOVE HIST-POST-TIME TO HID-POST-TIME
007010         MOVE HIST-OPERATION TO HID-OPERATION
007020         MOVE HIST-PRIOR-BALANCE TO HID-PRIOR-BALANCE
007030         MOVE HIST-NEW-BALANCE TO HID-NEW-BALANCE
007040         MOVE HIST-BRANCH-ID TO HID-BRANCH-ID
007050         WRITE PURGE-REPORT-RECORD FROM WS-HI-DETAIL-LINE
007060         DELETE ACCT-HIST-FILE RECORD
007070             INVALID KEY
007080                 DISPLAY 'RTNPURGE - POSTING VANISHED BEFORE '
007090                         'DELETE - ' HIST-ACCOUNT-ID
007100         END-DELETE
007110         ADD 1 TO WS-HISTORY-TRIMMED
007120     END-IF
007130     PERFORM 6100-READ-HISTORY THRU 6100-EXIT.
007140 6200-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*    7000-COMPUTE-CUTOFF - STEP THE RUN DATE BACK WS-MONTH-STEPS
007190*    MONTHS INTO WS-WORK-DATE-N, CLAMPING THE DAY TO THE TARGET
007200*    MONTH'S LENGTH THE SAME WAY DORMSCAN DOES.
007210******************************************************************
007220 7000-COMPUTE-CUTOFF.
007230     MOVE WS-RUN-DATE TO WS-WORK-DATE-N
007240     PERFORM 7100-SUB-ONE-MONTH THRU 7100-EXIT
007250         VARYING WS-STEP-IDX FROM 1 BY 1
007260         UNTIL WS-STEP-IDX > WS-MONTH-STEPS.
007270 7000-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*    7100-SUB-ONE-MONTH - STEP THE WORK DATE BACK ONE MONTH,
007320*    CLAMPING THE DAY TO THE NEW MONTH'S LENGTH.
007330******************************************************************
007340 7100-SUB-ONE-MONTH.
007350     IF WS-WORK-MONTH > 1
007360         SUBTRACT 1 FROM WS-WORK-MONTH
007370     ELSE
007380         MOVE 12 TO WS-WORK-MONTH
007390         SUBTRACT 1 FROM WS-WORK-YEAR
007400     END-IF
007410     PERFORM 7300-SET-DAYS-IN-MONTH THRU 7300-EXIT
007420     IF WS-WORK-DAY > WS-DAYS-IN-MONTH
007430         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
007440     END-IF.
007450 7100-EXIT.
007460     EXIT.
007470
007480******************************************************************
007490*    7300-SET-DAYS-IN-MONTH - LENGTH OF THE WORK DATE'S MONTH,
007500*    FEBRUARY BY THE LEAP-YEAR RULE (DIVISIBLE BY 4, CENTURIES
007510*    ONLY WHEN DIVISIBLE BY 400).
007520******************************************************************
007530 7300-SET-DAYS-IN-MONTH.
007540     EVALUATE WS-WORK-MONTH
007550         WHEN 01
007560         WHEN 03
007570         WHEN 05
007580         WHEN 07
007590         WHEN 08
007600         WHEN 10
007610         WHEN 12
007620             MOVE 31 TO WS-DAYS-IN-MONTH
007630         WHEN 04
007640         WHEN 06
007650         WHEN 09
007660         WHEN 11
007670             MOVE 30 TO WS-DAYS-IN-MONTH
007680         WHEN 02
007690             MOVE 28 TO WS-DAYS-IN-MONTH
007700             DIVIDE WS-WORK-YEAR BY 4
007710                 GIVING WS-LEAP-QUOTIENT
007720                 REMAINDER WS-LEAP-REMAINDER
007730             IF WS-LEAP-REMAINDER = ZEROS
007740                 MOVE 29 TO WS-DAYS-IN-MONTH
007750                 DIVIDE WS-WORK-YEAR BY 100
007760                     GIVING WS-LEAP-QUOTIENT
007770                     REMAINDER WS-LEAP-REMAINDER
007780                 IF WS-LEAP-REMAINDER = ZEROS
007790                     MOVE 28 TO WS-DAYS-IN-MONTH
007800                     DIVIDE WS-WORK-YEAR BY 400
007810                         GIVING WS-LEAP-QUOTIENT
007820                         REMAINDER WS-LEAP-REMAINDER
007830                     IF WS-LEAP-REMAINDER = ZEROS
007840                         MOVE 29 TO WS-DAYS-IN-MONTH
007850                     END-IF
007860                 END-IF
007870             END-IF
007880     END-EVALUATE.
007890 7300-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*    9000-TERMINATE - COUNTS, CLOSE, SYSOUT SUMMARY, AND RECORD
007940*    THE STEP COMPLETE.  THE CALL RESETS RETURN-CODE, SO IT IS
007950*    CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
007960******************************************************************
007970 9000-TERMINATE.
007980     WRITE PURGE-REPORT-RECORD FROM WS-BLANK-LINE
007990     MOVE 'STANDING INSTRUCTIONS READ:' TO TL-LABEL
008000     MOVE WS-STANDING-READ TO TL-COUNT
008010     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008020     MOVE 'STANDING INSTRUCTIONS DROPPED:' TO TL-LABEL
008030     MOVE WS-STANDING-DROPPED TO TL-COUNT
008040     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008050     MOVE 'SUSPENSE RECORDS READ:' TO TL-LABEL
008060     MOVE WS-SUSPENSE-READ TO TL-COUNT
008070     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008080     MOVE 'SUSPENSE RECORDS DELETED:' TO TL-LABEL
008090     MOVE WS-SUSPENSE-DROPPED TO TL-COUNT
008100     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008110     MOVE 'ACCOUNTS READ:' TO TL-LABEL
008120     MOVE WS-ACCOUNTS-READ TO TL-COUNT
008130     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008140     MOVE 'ACCOUNTS ARCHIVED:' TO TL-LABEL
008150     MOVE WS-ACCOUNTS-ARCHIVED TO TL-COUNT
008160     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008170     MOVE 'ACCOUNTS KEPT (ALREADY ARCHIVED):' TO TL-LABEL
008180     MOVE WS-ACCOUNTS-KEPT TO TL-COUNT
008190     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008200     MOVE 'HISTORY POSTINGS READ:' TO TL-LABEL
008210     MOVE WS-HISTORY-READ TO TL-COUNT
008220     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008230     MOVE 'HISTORY POSTINGS TRIMMED:' TO TL-LABEL
008240     MOVE WS-HISTORY-TRIMMED TO TL-COUNT
008250     WRITE PURGE-REPORT-RECORD FROM WS-TOTAL-LINE
008260     CLOSE PURGE-REPORT-FILE
008270     DISPLAY 'RTNPURGE - STANDING DROPPED:  ' WS-STANDING-DROPPED
008280     DISPLAY 'RTNPURGE - SUSPENSE DELETED:  ' WS-SUSPENSE-DROPPED
008290     DISPLAY 'RTNPURGE - ACCOUNTS ARCHIVED: ' WS-ACCOUNTS-ARCHIVED
008310     DISPLAY 'RTNPURGE - HISTORY TRIMMED:   ' WS-HISTORY-TRIMMED
008320     SET CYC-FN-COMPLETE TO TRUE
008330     MOVE RETURN-CODE TO CYC-STEP-RC
008340     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
008350     MOVE CYC-STEP-RC TO RETURN-CODE
008360     IF NOT CYC-OK
008370         DISPLAY 'RTNPURGE - ' CYC-MESSAGE
008380         DISPLAY 'RTNPURGE - STEP NOT RECORDED COMPLETE'
008390     END-IF.
008400 9000-EXIT.
008410     EXIT.
