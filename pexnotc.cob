000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PostingNotice.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  MEMBER NOTICES FOR
000120*                     POSTING EXCEPTIONS.  READS THE PEXFILE
000130*                     BATCHDRV WRITES FOR EVERY SLIP REFUSED AT
000140*                     POSTING AND PRINTS ONE LETTER PER REFUSED
000150*                     ITEM, ADDRESSED FROM THE MEMBER MASTER
000160*                     THROUGH THE ACCOUNT'S ACCT-MEMBER-ID,
000170*                     SAYING WHICH ITEM DID NOT POST AND WHY.
000180*                     AN ITEM THAT CANNOT BE ADDRESSED (ACCOUNT
000190*                     GONE, NO MEMBER LINK, MEMBER NOT ON FILE)
000200*                     LISTS ON THE NOTCRPT CONTROL REPORT FOR
000210*                     THE BRANCH TO CONTACT BY HAND AND ENDS THE
000220*                     JOB RC 4.  A NEW PAGE PER LETTER.
000221*    2026-10-15 RH    PROCESSING CALENDAR.  THE STEP CHECKS IN
000222*                     WITH CYCLECTL BEFORE OPENING ANYTHING AND
000223*                     IS REFUSED (RC 16) UNLESS BATCHDRV IS
000224*                     COMPLETE FOR THE BUSINESS DATE AND THIS
000225*                     STEP IS NOT, SO A RERUN CANNOT PRINT A
000226*                     SECOND SET OF LETTERS.  AN ACCEPTED RUN IS
000227*                     RECORDED COMPLETE.
000228*    2026-10-15 RH    TERM SHARE CERTIFICATES.  A WITHDRAWAL
000229*                     REFUSED BECAUSE THE CERTIFICATE HAS NOT
000230*                     MATURED (RC 53) GETS ITS OWN LETTER TEXT.
000231*                     SLIP IMAGE VIEW WIDENED TO THE 140-BYTE
000232*                     TRANREC.
000233******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT POSTING-EXCEPTION-FILE ASSIGN TO "PEXFILE"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PEXFILE-STATUS.
000310
000320     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAS"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS ACCT-ID
000360         FILE STATUS IS WS-ACCTMAS-STATUS.
000370
000380     SELECT MEMBER-MASTER-FILE ASSIGN TO "MBRMAS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS MBR-ID
000420         FILE STATUS IS WS-MBRMAS-STATUS.
000430
000440     SELECT NOTICE-FILE ASSIGN TO "NOTICES"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-NOTICES-STATUS.
000470
000480     SELECT NOTICE-REPORT-FILE ASSIGN TO "NOTCRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-NOTCRPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  POSTING-EXCEPTION-FILE.
000550     COPY PEXREC.
000560
000570 FD  ACCOUNT-MASTER-FILE.
000580     COPY ACCTMAS.
000590
000600 FD  MEMBER-MASTER-FILE.
000610     COPY MBRMAS.
000620
000630 FD  NOTICE-FILE.
000640 01  NOTICE-RECORD                   PIC X(80).
000650
000660 FD  NOTICE-REPORT-FILE.
000670 01  NOTICE-REPORT-RECORD            PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700 77  WS-PEXFILE-STATUS           PIC X(02) VALUE SPACES.
000710     88  PEXFILE-NOT-OPEN                    VALUE '35'.
000720 77  WS-ACCTMAS-STATUS           PIC X(02) VALUE SPACES.
000730     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
000740 77  WS-MBRMAS-STATUS            PIC X(02) VALUE SPACES.
000750     88  MBRMAS-NOT-OPEN                     VALUE '35'.
000760 77  WS-NOTICES-STATUS           PIC X(02) VALUE SPACES.
000770 77  WS-NOTCRPT-STATUS           PIC X(02) VALUE SPACES.
000780
000790 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000800     88  EOF-YES                             VALUE 'Y'.
000810     88  EOF-NO                              VALUE 'N'.
000820
000830 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000840     88  RUN-REFUSED                         VALUE 'Y'.
000850     88  RUN-ACCEPTED                        VALUE 'N'.
000860
000870 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
000880 77  WS-NOTICE-COUNT             PIC 9(06) COMP VALUE ZEROS.
000890 77  WS-UNADDRESSED-COUNT        PIC 9(06) COMP VALUE ZEROS.
000900 77  WS-NOTICE-AMOUNT            PIC 9(9)V99 VALUE ZEROS.
000910
000920*    WORK COPY OF THE REFUSED SLIP SO THE LETTER CAN NAME THE
000930*    ACCOUNT, THE ITEM, ITS AMOUNT AND A TRANSFER'S TO-ACCOUNT
000940*    OFF THE STORED IMAGE.
000950 01  WS-SLIP-IMAGE.
000960     05  WS-SLIP-OPERATION           PIC X(08).
000970     05  WS-SLIP-ACCOUNT-ID          PIC X(10).
000980     05  WS-SLIP-AMOUNT              PIC 9(6)V99.
000990     05  FILLER                      PIC X(14).
001000     05  WS-SLIP-TARGET-ID           PIC X(10).
001010     05  FILLER                      PIC X(90).
001020
001030*    WHY THE ITEM COULD NOT BE ADDRESSED, FOR THE CONTROL
001040*    REPORT.
001050 77  WS-UNADDRESSED-REASON       PIC X(30) VALUE SPACES.
001060
001070*    THE REFUSAL IN THE MEMBER'S TERMS - UP TO THREE LINES.
001080 01  WS-REASON-TEXT.
001090     05  WS-REASON-LINE-1            PIC X(56).
001100     05  WS-REASON-LINE-2            PIC X(56).
001110     05  WS-REASON-LINE-3            PIC X(56).
001120
001130 01  WS-LETTER-HEADING-1.
001140     05  FILLER                      PIC X(52) VALUE
001150         'MEMBER SERVICES - NOTICE OF ITEM NOT POSTED'.
001160     05  FILLER                      PIC X(06) VALUE 'DATE: '.
001170     05  LH1-BUSINESS-DATE           PIC 9(08).
001180     05  FILLER                      PIC X(14) VALUE SPACES.
001190
001200 01  WS-ADDRESS-LINE.
001210     05  FILLER                      PIC X(04) VALUE SPACES.
001220     05  AL-TEXT                     PIC X(30).
001230     05  FILLER                      PIC X(46) VALUE SPACES.
001240
001250 01  WS-MEMBER-LINE.
001260     05  FILLER                      PIC X(15) VALUE
001270         'MEMBER NUMBER: '.
001280     05  ML-MBR-ID                   PIC X(10).
001290     05  FILLER                      PIC X(55) VALUE SPACES.
001300
001310 01  WS-SALUTATION-LINE              PIC X(80) VALUE
001320     'DEAR MEMBER,'.
001330
001340 01  WS-OPENING-LINE-1.
001350     05  FILLER                      PIC X(03) VALUE 'ON '.
001360     05  OL1-BUSINESS-DATE           PIC 9(08).
001370     05  FILLER                      PIC X(69) VALUE
001380         ' WE WERE UNABLE TO POST THE FOLLOWING ITEM TO YOUR'.
001390 01  WS-OPENING-LINE-2               PIC X(80) VALUE
001400     'ACCOUNT:'.
001410
001420 01  WS-ITEM-LINE.
001430     05  FILLER                      PIC X(04) VALUE SPACES.
001440     05  IL-LABEL                    PIC X(16).
001450     05  IL-VALUE                    PIC X(16).
001460     05  FILLER                      PIC X(44) VALUE SPACES.
001470
001480 01  WS-ITEM-AMOUNT-LINE.
001490     05  FILLER                      PIC X(04) VALUE SPACES.
001500     05  IA-LABEL                    PIC X(16).
001510     05  IA-AMOUNT                   PIC ZZZ,ZZ9.99.
001520     05  FILLER                      PIC X(50) VALUE SPACES.
001530
001540 01  WS-REASON-LINE.
001550     05  RL-LABEL                    PIC X(08).
001560     05  RL-TEXT                     PIC X(56).
001570     05  FILLER                      PIC X(16) VALUE SPACES.
001580
001590 01  WS-CLOSING-LINE-1               PIC X(80) VALUE
001600     'THE ITEM WAS NOT POSTED AND NO MONEY HAS MOVED.'.
001610 01  WS-CLOSING-LINE-2.
001620     05  FILLER                      PIC X(54) VALUE
001630         'IF YOU HAVE ANY QUESTIONS, PLEASE CONTACT YOUR BRANCH '.
001640     05  CL2-BRANCH-ID               PIC X(04).
001650     05  FILLER                      PIC X(22) VALUE '.'.
001660 01  WS-SIGNATURE-LINE               PIC X(80) VALUE
001670     'MEMBER SERVICES'.
001680
001690 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001700     'PEXNOTC - POSTING EXCEPTION NOTICE CONTROL'.
001710 01  WS-HEADING-LINE-2               PIC X(80) VALUE
001720     'ITEMS NOT ADDRESSABLE - CONTACT BY HAND'.
001730 01  WS-HEADING-LINE-3               PIC X(80) VALUE
001740     'BUS DATE  BRCH  ACCOUNT     OPERATION  RC  PROBLEM'.
001750 01  WS-HEADING-LINE-4               PIC X(80) VALUE
001760     '--------  ----  ----------  ---------  --  -----------------
001770-    '-------------'.
001780
001790 01  WS-DETAIL-LINE.
001800     05  DL-BUSINESS-DATE            PIC 9(08).
001810     05  FILLER                      PIC X(02) VALUE SPACES.
001820     05  DL-BRANCH-ID                PIC X(04).
001830     05  FILLER                      PIC X(02) VALUE SPACES.
001840     05  DL-ACCOUNT-ID               PIC X(10).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  DL-OPERATION                PIC X(08).
001870     05  FILLER                      PIC X(03) VALUE SPACES.
001880     05  DL-RETURN-STATUS            PIC 9(02).
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  DL-PROBLEM                  PIC X(30).
001910     05  FILLER                      PIC X(07) VALUE SPACES.
001920
001930 01  WS-TOTAL-LINE.
001940     05  TL-LABEL                    PIC X(30).
001950     05  TL-COUNT                    PIC ZZZ,ZZ9.
001960     05  FILLER                      PIC X(43) VALUE SPACES.
001970
001980 01  WS-TOTAL-AMOUNT-LINE.
001990     05  TA-LABEL                    PIC X(30).
002000     05  TA-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.
002010     05  FILLER                      PIC X(36) VALUE SPACES.
002020
002030 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
002040
002043     COPY CYCLCTL.
002046
002050******************************************************************
002060*    0000-MAINLINE
002070******************************************************************
002080 PROCEDURE DIVISION.
002090
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002120     PERFORM 2000-PROCESS-EXCEPTIONS THRU 2000-EXIT
002130         UNTIL EOF-YES
002140*    A REFUSED RUN (CALENDAR REFUSAL, NO ACCOUNT OR MEMBER
002150*    MASTER) NEVER OPENED THE LETTER FILE OR THE REPORT, SO
002160*    THERE IS NOTHING TO CLOSE - AND THE RC 16 KEEPS THE JOB
002165*    FROM RETIRING PEXFILE.
002170     IF RUN-ACCEPTED
002180         PERFORM 9000-TERMINATE THRU 9000-EXIT
002190     END-IF
002200     STOP RUN.
002210
002220******************************************************************
002230*    1000-INITIALIZE - CHECK IN WITH THE PROCESSING CALENDAR,
002235*    OPEN THE MASTERS, THE LETTER FILE AND THE CONTROL REPORT
002240*    AND PRIME THE FIRST EXCEPTION.  WITHOUT BOTH MASTERS NO
002250*    LETTER CAN BE ADDRESSED, SO THE RUN IS REFUSED
002260*    AND THE EXCEPTIONS STAY ON FILE FOR A RERUN.  A MISSING
002270*    PEXFILE IS A QUIET NOTHING-TO-DO.
002280******************************************************************
002290 1000-INITIALIZE.
002291     SET CYC-FN-START TO TRUE
002292     MOVE 'PEXNOTC' TO CYC-STEP-NAME
002293     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002294     IF NOT CYC-OK
002295         DISPLAY 'PEXNOTC - ' CYC-MESSAGE
002296         DISPLAY 'PEXNOTC - RUN REFUSED'
002297         MOVE 16 TO RETURN-CODE
002298         SET RUN-REFUSED TO TRUE
002299         SET EOF-YES TO TRUE
002300         GO TO 1000-EXIT
002301     END-IF
002302     OPEN INPUT ACCOUNT-MASTER-FILE
002310     IF ACCTMAS-NOT-OPEN
002320         DISPLAY 'PEXNOTC - ACCTMAS NOT FOUND - RUN REFUSED'
002330         MOVE 16 TO RETURN-CODE
002340         SET RUN-REFUSED TO TRUE
002350         SET EOF-YES TO TRUE
002360         GO TO 1000-EXIT
002370     END-IF
002380     OPEN INPUT MEMBER-MASTER-FILE
002390     IF MBRMAS-NOT-OPEN
002400         DISPLAY 'PEXNOTC - MBRMAS NOT FOUND - RUN REFUSED'
002410         CLOSE ACCOUNT-MASTER-FILE
002420         MOVE 16 TO RETURN-CODE
002430         SET RUN-REFUSED TO TRUE
002440         SET EOF-YES TO TRUE
002450         GO TO 1000-EXIT
002460     END-IF
002470     OPEN OUTPUT NOTICE-FILE
002480     OPEN OUTPUT NOTICE-REPORT-FILE
002490     WRITE NOTICE-REPORT-RECORD FROM WS-HEADING-LINE-1
002500     WRITE NOTICE-REPORT-RECORD FROM WS-BLANK-LINE
002510     WRITE NOTICE-REPORT-RECORD FROM WS-HEADING-LINE-2
002520     WRITE NOTICE-REPORT-RECORD FROM WS-HEADING-LINE-3
002530     WRITE NOTICE-REPORT-RECORD FROM WS-HEADING-LINE-4
002540     OPEN INPUT POSTING-EXCEPTION-FILE
002550     IF PEXFILE-NOT-OPEN
002560         DISPLAY 'PEXNOTC - PEXFILE NOT FOUND, NO NOTICES'
002570         SET EOF-YES TO TRUE
002580         GO TO 1000-EXIT
002590     END-IF
002600     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
002610 1000-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650*    2000-PROCESS-EXCEPTIONS - NOTICE THE CURRENT EXCEPTION AND
002660*    PRIME THE NEXT ONE.
002670******************************************************************
002680 2000-PROCESS-EXCEPTIONS.
002690     ADD 1 TO WS-READ-COUNT
002700     MOVE PEX-TRAN-IMAGE TO WS-SLIP-IMAGE
002710     PERFORM 3000-FIND-ADDRESS THRU 3000-EXIT
002720     IF WS-UNADDRESSED-REASON = SPACES
002730         PERFORM 4000-PRINT-NOTICE THRU 4000-EXIT
002740     ELSE
002750         PERFORM 5000-LIST-UNADDRESSED THRU 5000-EXIT
002760     END-IF
002770     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
002780 2000-EXIT.
002790     EXIT.
002800
002810******************************************************************
002820*    2100-READ-EXCEPTION
002830******************************************************************
002840 2100-READ-EXCEPTION.
002850     READ POSTING-EXCEPTION-FILE
002860         AT END
002870             SET EOF-YES TO TRUE
002880     END-READ.
002890 2100-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930*    3000-FIND-ADDRESS - ACCOUNT TO MEMBER TO ADDRESS.  LEAVES
002940*    THE MEMBER RECORD IN HAND, OR SAYS WHY THERE IS NONE.  AN
002950*    INACTIVE MEMBER STILL GETS THE LETTER - THE ADDRESS IS
002960*    GOOD AND THE ITEM IS STILL THEIRS.
002970******************************************************************
002980 3000-FIND-ADDRESS.
002990     MOVE SPACES TO WS-UNADDRESSED-REASON
003000     MOVE WS-SLIP-ACCOUNT-ID TO ACCT-ID
003010     READ ACCOUNT-MASTER-FILE
003020         INVALID KEY
003030             MOVE 'ACCOUNT NOT ON FILE' TO WS-UNADDRESSED-REASON
003040             GO TO 3000-EXIT
003050     END-READ
003060     IF ACCT-MEMBER-ID = SPACES
003070         MOVE 'NO MEMBER LINK ON ACCOUNT' TO WS-UNADDRESSED-REASON
003080         GO TO 3000-EXIT
003090     END-IF
003100     MOVE ACCT-MEMBER-ID TO MBR-ID
003110     READ MEMBER-MASTER-FILE
003120         INVALID KEY
003130             MOVE 'MEMBER NOT ON FILE' TO WS-UNADDRESSED-REASON
003140     END-READ.
003150 3000-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190*    4000-PRINT-NOTICE - ONE LETTER: HEADING AND DATE, NAME AND
003200*    ADDRESS, THE ITEM THAT DID NOT POST AND THE REASON, AND
003210*    WHO TO CALL.
003220******************************************************************
003230 4000-PRINT-NOTICE.
003240     ADD 1 TO WS-NOTICE-COUNT
003250     ADD WS-SLIP-AMOUNT TO WS-NOTICE-AMOUNT
003260     MOVE PEX-BUSINESS-DATE TO LH1-BUSINESS-DATE
003270     IF WS-NOTICE-COUNT = 1
003280         WRITE NOTICE-RECORD FROM WS-LETTER-HEADING-1
003290     ELSE
003300         WRITE NOTICE-RECORD FROM WS-LETTER-HEADING-1
003310             AFTER ADVANCING PAGE
003320     END-IF
003330     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003340     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003350     MOVE MBR-NAME TO AL-TEXT
003360     WRITE NOTICE-RECORD FROM WS-ADDRESS-LINE
003370     IF MBR-ADDRESS-1 NOT = SPACES
003380         MOVE MBR-ADDRESS-1 TO AL-TEXT
003390         WRITE NOTICE-RECORD FROM WS-ADDRESS-LINE
003400     END-IF
003410     IF MBR-ADDRESS-2 NOT = SPACES
003420         MOVE MBR-ADDRESS-2 TO AL-TEXT
003430         WRITE NOTICE-RECORD FROM WS-ADDRESS-LINE
003440     END-IF
003450     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003460     MOVE MBR-ID TO ML-MBR-ID
003470     WRITE NOTICE-RECORD FROM WS-MEMBER-LINE
003480     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003490     WRITE NOTICE-RECORD FROM WS-SALUTATION-LINE
003500     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003510     MOVE PEX-BUSINESS-DATE TO OL1-BUSINESS-DATE
003520     WRITE NOTICE-RECORD FROM WS-OPENING-LINE-1
003530     WRITE NOTICE-RECORD FROM WS-OPENING-LINE-2
003540     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003550     PERFORM 4100-WRITE-ITEM-LINES THRU 4100-EXIT
003560     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003570     PERFORM 4200-SET-REASON-TEXT THRU 4200-EXIT
003580     MOVE 'REASON: ' TO RL-LABEL
003590     MOVE WS-REASON-LINE-1 TO RL-TEXT
003600     WRITE NOTICE-RECORD FROM WS-REASON-LINE
003610     IF WS-REASON-LINE-2 NOT = SPACES
003620         MOVE SPACES TO RL-LABEL
003630         MOVE WS-REASON-LINE-2 TO RL-TEXT
003640         WRITE NOTICE-RECORD FROM WS-REASON-LINE
003650     END-IF
003660     IF WS-REASON-LINE-3 NOT = SPACES
003670         MOVE WS-REASON-LINE-3 TO RL-TEXT
003680         WRITE NOTICE-RECORD FROM WS-REASON-LINE
003690     END-IF
003700     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003710     WRITE NOTICE-RECORD FROM WS-CLOSING-LINE-1
003720     MOVE PEX-BRANCH-ID TO CL2-BRANCH-ID
003730     WRITE NOTICE-RECORD FROM WS-CLOSING-LINE-2
003740     WRITE NOTICE-RECORD FROM WS-BLANK-LINE
003750     WRITE NOTICE-RECORD FROM WS-SIGNATURE-LINE.
003760 4000-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800*    4100-WRITE-ITEM-LINES - THE ITEM ITSELF, IN THE MEMBER'S
003810*    WORDS RATHER THAN THE OPERATION CODE.  A TRANSFER ALSO
003820*    NAMES THE ACCOUNT IT WAS GOING TO.
003830******************************************************************
003840 4100-WRITE-ITEM-LINES.
003850     MOVE 'ACCOUNT:' TO IL-LABEL
003860     MOVE WS-SLIP-ACCOUNT-ID TO IL-VALUE
003870     WRITE NOTICE-RECORD FROM WS-ITEM-LINE
003880     MOVE 'ITEM:' TO IL-LABEL
003890     EVALUATE WS-SLIP-OPERATION
003900         WHEN 'CREDIT'
003910             MOVE 'DEPOSIT' TO IL-VALUE
003920         WHEN 'DEBIT'
003930             MOVE 'WITHDRAWAL' TO IL-VALUE
003940         WHEN 'TRANSFER'
003950             MOVE 'TRANSFER' TO IL-VALUE
003960         WHEN 'ACCR'
003970             MOVE 'INTEREST CREDIT' TO IL-VALUE
003980         WHEN 'REVERSE'
003990             MOVE 'CORRECTION' TO IL-VALUE
004000         WHEN OTHER
004010             MOVE WS-SLIP-OPERATION TO IL-VALUE
004020     END-EVALUATE
004030     WRITE NOTICE-RECORD FROM WS-ITEM-LINE
004040     IF WS-SLIP-OPERATION NOT = 'ACCR'
004050         AND WS-SLIP-OPERATION NOT = 'REVERSE'
004060         MOVE 'AMOUNT:' TO IA-LABEL
004070         MOVE WS-SLIP-AMOUNT TO IA-AMOUNT
004080         WRITE NOTICE-RECORD FROM WS-ITEM-AMOUNT-LINE
004090     END-IF
004100     IF WS-SLIP-OPERATION = 'TRANSFER'
004110         MOVE 'TO ACCOUNT:' TO IL-LABEL
004120         MOVE WS-SLIP-TARGET-ID TO IL-VALUE
004130         WRITE NOTICE-RECORD FROM WS-ITEM-LINE
004140     END-IF.
004150 4100-EXIT.
004160     EXIT.
004170
004180******************************************************************
004190*    4200-SET-REASON-TEXT - DATAPROGRAM'S RETURN CODE IN THE
004200*    MEMBER'S TERMS.
004210******************************************************************
004220 4200-SET-REASON-TEXT.
004230     MOVE SPACES TO WS-REASON-TEXT
004240     EVALUATE TRUE
004250         WHEN PEX-INSUFFICIENT-FUNDS
004260             MOVE 'YOUR AVAILABLE BALANCE DID NOT COVER IT.'
004270                 TO WS-REASON-LINE-1
004280             MOVE 'FUNDS ON HOLD AND THE ACCOUNT MINIMUM BALANCE'
004290                 TO WS-REASON-LINE-2
004300             MOVE 'CANNOT BE WITHDRAWN.' TO WS-REASON-LINE-3
004310         WHEN PEX-DAILY-LIMIT
004320             MOVE 'IT WOULD HAVE TAKEN THE ACCOUNT PAST ITS DAILY'
004330                 TO WS-REASON-LINE-1
004340             MOVE 'WITHDRAWAL LIMIT.' TO WS-REASON-LINE-2
004350         WHEN PEX-OTHER-LEG-BLOCKED
004360             MOVE 'THE OTHER ACCOUNT INVOLVED IS FROZEN, CLOSED'
004370                 TO WS-REASON-LINE-1
004380             MOVE 'OR NOT ON FILE.' TO WS-REASON-LINE-2
004390         WHEN PEX-ACCOUNT-FROZEN
004400             MOVE 'THE ACCOUNT IS FROZEN.' TO WS-REASON-LINE-1
004410         WHEN PEX-ACCOUNT-CLOSED
004420             MOVE 'THE ACCOUNT IS CLOSED.' TO WS-REASON-LINE-1
004421         WHEN PEX-CERT-NOT-MATURED
004422             MOVE 'THE CERTIFICATE HAS NOT YET MATURED.'
004423                 TO WS-REASON-LINE-1
004424             MOVE 'BEFORE MATURITY IT PAYS OUT ONLY AS AN EARLY'
004425                 TO WS-REASON-LINE-2
004426             MOVE 'WITHDRAWAL, WHICH CARRIES A PENALTY.'
004427                 TO WS-REASON-LINE-3
004430         WHEN PEX-NO-RATE
004440             MOVE 'NO INTEREST RATE WAS ON FILE FOR THE ACCOUNT.'
004450                 TO WS-REASON-LINE-1
004460         WHEN OTHER
004470             MOVE 'THE ITEM WAS REFUSED AT POSTING.'
004480                 TO WS-REASON-LINE-1
004490     END-EVALUATE.
004500 4200-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540*    5000-LIST-UNADDRESSED - AN ITEM WITH NO ADDRESS TO SEND TO
004550*    GOES ON THE CONTROL REPORT INSTEAD.
004560******************************************************************
004570 5000-LIST-UNADDRESSED.
004580     ADD 1 TO WS-UNADDRESSED-COUNT
004590     MOVE PEX-BUSINESS-DATE TO DL-BUSINESS-DATE
004600     MOVE PEX-BRANCH-ID TO DL-BRANCH-ID
004610     MOVE WS-SLIP-ACCOUNT-ID TO DL-ACCOUNT-ID
004620     MOVE WS-SLIP-OPERATION TO DL-OPERATION
004630     MOVE PEX-RETURN-STATUS TO DL-RETURN-STATUS
004640     MOVE WS-UNADDRESSED-REASON TO DL-PROBLEM
004650     WRITE NOTICE-REPORT-RECORD FROM WS-DETAIL-LINE.
004660 5000-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*    9000-TERMINATE - TOTALS, CLOSE, SYSOUT SUMMARY.  ANY ITEM
004710*    LEFT FOR HAND CONTACT ENDS THE JOB RC 4 SO IT GETS SEEN;
004720*    THE JOB STILL RETIRES PEXFILE, THE ITEMS BEING ON NOTCRPT.
004730******************************************************************
004740 9000-TERMINATE.
004750     WRITE NOTICE-REPORT-RECORD FROM WS-BLANK-LINE
004760     MOVE 'EXCEPTIONS READ:' TO TL-LABEL
004770     MOVE WS-READ-COUNT TO TL-COUNT
004780     WRITE NOTICE-REPORT-RECORD FROM WS-TOTAL-LINE
004790     MOVE 'NOTICES PRINTED:' TO TL-LABEL
004800     MOVE WS-NOTICE-COUNT TO TL-COUNT
004810     WRITE NOTICE-REPORT-RECORD FROM WS-TOTAL-LINE
004820     MOVE 'DOLLARS NOTICED:' TO TA-LABEL
004830     MOVE WS-NOTICE-AMOUNT TO TA-AMOUNT
004840     WRITE NOTICE-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
004850     MOVE 'NOT ADDRESSABLE:' TO TL-LABEL
004860     MOVE WS-UNADDRESSED-COUNT TO TL-COUNT
004870     WRITE NOTICE-REPORT-RECORD FROM WS-TOTAL-LINE
004880     CLOSE POSTING-EXCEPTION-FILE
004890     CLOSE ACCOUNT-MASTER-FILE
004900     CLOSE MEMBER-MASTER-FILE
004910     CLOSE NOTICE-FILE
004920     CLOSE NOTICE-REPORT-FILE
004930     DISPLAY 'PEXNOTC - EXCEPTIONS READ: ' WS-READ-COUNT
004940     DISPLAY 'PEXNOTC - NOTICES PRINTED: ' WS-NOTICE-COUNT
004950     DISPLAY 'PEXNOTC - NOT ADDRESSABLE: ' WS-UNADDRESSED-COUNT
004960     IF WS-UNADDRESSED-COUNT > ZEROS
004970         MOVE 4 TO RETURN-CODE
004980     END-IF
004981     SET CYC-FN-COMPLETE TO TRUE
004982     MOVE RETURN-CODE TO CYC-STEP-RC
004983     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
004984     MOVE CYC-STEP-RC TO RETURN-CODE
004985     IF NOT CYC-OK
004986         DISPLAY 'PEXNOTC - ' CYC-MESSAGE
004987         DISPLAY 'PEXNOTC - STEP NOT RECORDED COMPLETE'
004988     END-IF.
004990 9000-EXIT.
005000     EXIT.
