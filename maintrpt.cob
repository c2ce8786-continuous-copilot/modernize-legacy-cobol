000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     MaintReview.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  NIGHTLY ACCOUNT
000120*                     MAINTENANCE REVIEW.  LISTS EVERY MAINT
000130*                     SLIP DATAPROGRAM TOOK FOR THE BUSINESS
000140*                     DATE, FROM THE MAINTENANCE LOG, FOR A
000150*                     SECOND OFFICER TO REVIEW: THE ACCOUNT, THE
000160*                     BRANCH AND TELLER THAT SUBMITTED IT, THE
000170*                     AUDIT TIME IT TIES TO, WHETHER IT WAS
000180*                     APPLIED OR REFUSED (WITH DATAPROGRAM'S
000190*                     RETURN CODE), AND THE BEFORE AND AFTER
000200*                     VALUE OF EACH FIELD IT CHANGED OR ASKED TO
000210*                     CHANGE.  RUNS UNDER THE PROCESSING
000220*                     CALENDAR AFTER BATCHDRV; CALROLL WILL NOT
000230*                     CLOSE THE DATE UNTIL THE REVIEW HAS RUN.
000240*                     NOTHING IS UPDATED HERE.
000250******************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-MAINTLOG-STATUS.
000330
000340     SELECT MAINT-REPORT-FILE ASSIGN TO "MAINTRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-MAINTRPT-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  MAINT-LOG-FILE.
000410     COPY MAINTLOG.
000420
000430 FD  MAINT-REPORT-FILE.
000440 01  MAINT-REPORT-RECORD             PIC X(80).
000450
000460 WORKING-STORAGE SECTION.
000470 77  WS-MAINTLOG-STATUS          PIC X(02) VALUE SPACES.
000480     88  MAINTLOG-NOT-OPEN                   VALUE '35'.
000490 77  WS-MAINTRPT-STATUS          PIC X(02) VALUE SPACES.
000500
000510 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000520     88  EOF-YES                             VALUE 'Y'.
000530     88  EOF-NO                              VALUE 'N'.
000540
000550 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000560     88  RUN-REFUSED                         VALUE 'Y'.
000570     88  RUN-ACCEPTED                        VALUE 'N'.
000580
000590 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
000600
000610 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
000620 77  WS-LISTED-COUNT             PIC 9(06) COMP VALUE ZEROS.
000630 77  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE ZEROS.
000640 77  WS-REFUSED-COUNT            PIC 9(06) COMP VALUE ZEROS.
000650 77  WS-RELINK-COUNT             PIC 9(06) COMP VALUE ZEROS.
000660
000670*    MONEY FIELDS ARE EDITED HERE BEFORE THEY GO INTO THE
000680*    ALPHANUMERIC BEFORE/AFTER COLUMNS.
000690 77  WS-EDIT-AMOUNT              PIC ZZZ,ZZ9.99.
000700
000710 01  WS-ITEM-LINE.
000720     05  IL-ACCOUNT-ID               PIC X(10).
000730     05  FILLER                      PIC X(02) VALUE SPACES.
000740     05  IL-BRANCH-ID                PIC X(04).
000750     05  FILLER                      PIC X(02) VALUE SPACES.
000760     05  IL-TELLER-ID                PIC X(04).
000770     05  FILLER                      PIC X(02) VALUE SPACES.
000780     05  IL-POST-TIME                PIC 9(08).
000790     05  FILLER                      PIC X(02) VALUE SPACES.
000800     05  IL-RESULT                   PIC X(08).
000810     05  FILLER                      PIC X(04) VALUE '  RC'.
000820     05  IL-RETURN-STATUS            PIC 9(02).
000830     05  FILLER                      PIC X(32) VALUE SPACES.
000840
000850 01  WS-FIELD-LINE.
000860     05  FILLER                      PIC X(04) VALUE SPACES.
000870     05  FL-LABEL                    PIC X(14).
000880     05  FL-BEFORE                   PIC X(30).
000890     05  FILLER                      PIC X(02) VALUE SPACES.
000900     05  FL-AFTER                    PIC X(30).
000910
000920 01  WS-TOTAL-LINE.
000930     05  TL-LABEL                    PIC X(30).
000940     05  TL-COUNT                    PIC ZZZ,ZZ9.
000950     05  FILLER                      PIC X(43) VALUE SPACES.
000960
000970 01  WS-HEADING-LINE-1               PIC X(80) VALUE
000980     'MAINTRPT - ACCOUNT MAINTENANCE REVIEW'.
000990 01  WS-HEADING-LINE-2.
001000     05  FILLER                      PIC X(15) VALUE
001010         'BUSINESS DATE: '.
001020     05  H2-BUSINESS-DATE            PIC 9(08).
001030     05  FILLER                      PIC X(57) VALUE SPACES.
001040 01  WS-HEADING-LINE-3               PIC X(80) VALUE
001050     'ACCOUNT ID  BRCH  TELR  TIME      RESULT'.
001060 01  WS-HEADING-LINE-4               PIC X(80) VALUE
001070     '    FIELD         BEFORE                          AFTER'.
001080 01  WS-HEADING-LINE-5               PIC X(80) VALUE
001090     '----------  ----  ----  --------  --------------'.
001100 01  WS-SIGNOFF-LINE                 PIC X(80) VALUE
001110     'SECOND OFFICER REVIEW: ____________________ DATE: ________'.
001120 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001130
001140     COPY CYCLCTL.
001150
001160******************************************************************
001170*    0000-MAINLINE
001180******************************************************************
001190 PROCEDURE DIVISION.
001200
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001230     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
001240         UNTIL EOF-YES
001250*    A RUN THE PROCESSING CALENDAR REFUSED NEVER OPENED THE
001260*    REPORT OR THE LOG, SO THERE IS NOTHING TO CLOSE.
001270     IF RUN-ACCEPTED
001280         PERFORM 9000-TERMINATE THRU 9000-EXIT
001290     END-IF
001300     STOP RUN.
001310
001320******************************************************************
001330*    1000-INITIALIZE - TAKE THE BUSINESS DATE FROM THE
001340*    PROCESSING CALENDAR, OPEN THE FILES AND PRIME THE FIRST
001350*    LOG RECORD.  A CALENDAR REFUSAL STOPS THE RUN; A MISSING
001360*    MAINTENANCE LOG IS A QUIET NOTHING-TO-DO - NO MAINT SLIP
001370*    HAS POSTED YET - AND THE REVIEW PRINTS EMPTY.
001380******************************************************************
001390 1000-INITIALIZE.
001400     SET CYC-FN-START TO TRUE
001410     MOVE 'MAINTRPT' TO CYC-STEP-NAME
001420     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001430     IF NOT CYC-OK
001440         DISPLAY 'MAINTRPT - ' CYC-MESSAGE
001450         DISPLAY 'MAINTRPT - RUN REFUSED'
001460         MOVE 16 TO RETURN-CODE
001470         SET RUN-REFUSED TO TRUE
001480         SET EOF-YES TO TRUE
001490         GO TO 1000-EXIT
001500     END-IF
001510     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
001520     OPEN OUTPUT MAINT-REPORT-FILE
001530     MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE
001540     WRITE MAINT-REPORT-RECORD FROM WS-HEADING-LINE-1
001550     WRITE MAINT-REPORT-RECORD FROM WS-HEADING-LINE-2
001560     WRITE MAINT-REPORT-RECORD FROM WS-BLANK-LINE
001570     WRITE MAINT-REPORT-RECORD FROM WS-HEADING-LINE-3
001580     WRITE MAINT-REPORT-RECORD FROM WS-HEADING-LINE-4
001590     WRITE MAINT-REPORT-RECORD FROM WS-HEADING-LINE-5
001600     OPEN INPUT MAINT-LOG-FILE
001610     IF MAINTLOG-NOT-OPEN
001620         DISPLAY 'MAINTRPT - MAINTLOG NOT FOUND, NOTHING TO DO'
001630         SET EOF-YES TO TRUE
001640         GO TO 1000-EXIT
001650     END-IF
001660     PERFORM 2100-READ-MAINT-LOG THRU 2100-EXIT.
001670 1000-EXIT.
001680     EXIT.
001690
001700******************************************************************
001710*    2000-PROCESS-LOG - LIST THE CURRENT LOG RECORD IF IT
001720*    BELONGS TO THE BUSINESS DATE AND STEP TO THE NEXT ONE.
001730*    THE LOG IS CUMULATIVE, SO EARLIER NIGHTS' RECORDS ARE
001740*    PASSED OVER.
001750******************************************************************
001760 2000-PROCESS-LOG.
001770     ADD 1 TO WS-READ-COUNT
001780     IF MNT-POST-DATE = WS-BUSINESS-DATE
001790         PERFORM 3000-LIST-MAINTENANCE THRU 3000-EXIT
001800     END-IF
001810     PERFORM 2100-READ-MAINT-LOG THRU 2100-EXIT.
001820 2000-EXIT.
001830     EXIT.
001840
001850******************************************************************
001860*    2100-READ-MAINT-LOG - READ ONE MAINTENANCE LOG RECORD.
001870******************************************************************
001880 2100-READ-MAINT-LOG.
001890     READ MAINT-LOG-FILE
001900         AT END
001910             SET EOF-YES TO TRUE
001920     END-READ.
001930 2100-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970*    3000-LIST-MAINTENANCE - ONE ITEM LINE FOR THE SLIP, THEN A
001980*    LINE FOR EACH FIELD WHOSE AFTER IMAGE DIFFERS FROM ITS
001990*    BEFORE IMAGE.  ON A REFUSED SLIP THE AFTER COLUMN IS WHAT
002000*    THE SLIP ASKED FOR AND THE ACCOUNT STILL STANDS AS BEFORE.
002010******************************************************************
002020 3000-LIST-MAINTENANCE.
002030     ADD 1 TO WS-LISTED-COUNT
002040     MOVE MNT-ACCOUNT-ID TO IL-ACCOUNT-ID
002050     MOVE MNT-BRANCH-ID TO IL-BRANCH-ID
002060     MOVE MNT-TELLER-ID TO IL-TELLER-ID
002070     MOVE MNT-POST-TIME TO IL-POST-TIME
002080     MOVE MNT-RETURN-STATUS TO IL-RETURN-STATUS
002090     IF MNT-RETURN-STATUS = ZEROS
002100         MOVE 'APPLIED' TO IL-RESULT
002110         ADD 1 TO WS-APPLIED-COUNT
002120         IF MNT-AFTER-MEMBER-ID NOT = MNT-BEFORE-MEMBER-ID
002130             ADD 1 TO WS-RELINK-COUNT
002140         END-IF
002150     ELSE
002160         MOVE 'REFUSED' TO IL-RESULT
002170         ADD 1 TO WS-REFUSED-COUNT
002180     END-IF
002190     WRITE MAINT-REPORT-RECORD FROM WS-BLANK-LINE
002200     WRITE MAINT-REPORT-RECORD FROM WS-ITEM-LINE
002210     IF MNT-AFTER-MIN-BALANCE NOT = MNT-BEFORE-MIN-BALANCE
002220         MOVE 'MIN BALANCE' TO FL-LABEL
002230         MOVE MNT-BEFORE-MIN-BALANCE TO WS-EDIT-AMOUNT
002240         MOVE WS-EDIT-AMOUNT TO FL-BEFORE
002250         MOVE MNT-AFTER-MIN-BALANCE TO WS-EDIT-AMOUNT
002260         MOVE WS-EDIT-AMOUNT TO FL-AFTER
002270         WRITE MAINT-REPORT-RECORD FROM WS-FIELD-LINE
002280     END-IF
002290     IF MNT-AFTER-DAILY-LIMIT NOT = MNT-BEFORE-DAILY-LIMIT
002300         MOVE 'DAILY LIMIT' TO FL-LABEL
002310         MOVE MNT-BEFORE-DAILY-LIMIT TO WS-EDIT-AMOUNT
002320         MOVE WS-EDIT-AMOUNT TO FL-BEFORE
002330         MOVE MNT-AFTER-DAILY-LIMIT TO WS-EDIT-AMOUNT
002340         MOVE WS-EDIT-AMOUNT TO FL-AFTER
002350         WRITE MAINT-REPORT-RECORD FROM WS-FIELD-LINE
002360     END-IF
002370     IF MNT-AFTER-MEMBER-ID NOT = MNT-BEFORE-MEMBER-ID
002380         MOVE 'MEMBER ID' TO FL-LABEL
002390         MOVE MNT-BEFORE-MEMBER-ID TO FL-BEFORE
002400         MOVE MNT-AFTER-MEMBER-ID TO FL-AFTER
002410         WRITE MAINT-REPORT-RECORD FROM WS-FIELD-LINE
002420     END-IF
002430     IF MNT-AFTER-MEMBER-NAME NOT = MNT-BEFORE-MEMBER-NAME
002440         MOVE 'MEMBER NAME' TO FL-LABEL
002450         MOVE MNT-BEFORE-MEMBER-NAME TO FL-BEFORE
002460         MOVE MNT-AFTER-MEMBER-NAME TO FL-AFTER
002470         WRITE MAINT-REPORT-RECORD FROM WS-FIELD-LINE
002480     END-IF
002490     IF MNT-AFTER-PROTECT-ID NOT = MNT-BEFORE-PROTECT-ID
002500         MOVE 'PROTECTED BY' TO FL-LABEL
002510         MOVE MNT-BEFORE-PROTECT-ID TO FL-BEFORE
002520         MOVE MNT-AFTER-PROTECT-ID TO FL-AFTER
002530         WRITE MAINT-REPORT-RECORD FROM WS-FIELD-LINE
002540     END-IF.
002550 3000-EXIT.
002560     EXIT.
002570
002580******************************************************************
002590*    9000-TERMINATE - TOTALS, THE SIGN-OFF LINE, CLOSE, SYSOUT
002600*    SUMMARY, AND RECORD THE STEP COMPLETE.  THE CALL RESETS
002610*    RETURN-CODE, SO IT IS CARRIED THROUGH CYC-STEP-RC AND PUT
002620*    BACK.
002630******************************************************************
002640 9000-TERMINATE.
002650     WRITE MAINT-REPORT-RECORD FROM WS-BLANK-LINE
002660     MOVE 'MAINTENANCE SLIPS LISTED:' TO TL-LABEL
002670     MOVE WS-LISTED-COUNT TO TL-COUNT
002680     WRITE MAINT-REPORT-RECORD FROM WS-TOTAL-LINE
002690     MOVE 'APPLIED:' TO TL-LABEL
002700     MOVE WS-APPLIED-COUNT TO TL-COUNT
002710     WRITE MAINT-REPORT-RECORD FROM WS-TOTAL-LINE
002720     MOVE 'REFUSED:' TO TL-LABEL
002730     MOVE WS-REFUSED-COUNT TO TL-COUNT
002740     WRITE MAINT-REPORT-RECORD FROM WS-TOTAL-LINE
002750     MOVE 'MEMBER LINKS CHANGED:' TO TL-LABEL
002760     MOVE WS-RELINK-COUNT TO TL-COUNT
002770     WRITE MAINT-REPORT-RECORD FROM WS-TOTAL-LINE
002780     WRITE MAINT-REPORT-RECORD FROM WS-BLANK-LINE
002790     WRITE MAINT-REPORT-RECORD FROM WS-SIGNOFF-LINE
002800     IF NOT MAINTLOG-NOT-OPEN
002810         CLOSE MAINT-LOG-FILE
002820     END-IF
002830     CLOSE MAINT-REPORT-FILE
002840     DISPLAY 'MAINTRPT - LOG RECORDS READ:  ' WS-READ-COUNT
002850     DISPLAY 'MAINTRPT - SLIPS LISTED:      ' WS-LISTED-COUNT
002860     DISPLAY 'MAINTRPT - REFUSED:           ' WS-REFUSED-COUNT
002870     SET CYC-FN-COMPLETE TO TRUE
002880     MOVE RETURN-CODE TO CYC-STEP-RC
002890     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002900     MOVE CYC-STEP-RC TO RETURN-CODE
002910     IF NOT CYC-OK
002920         DISPLAY 'MAINTRPT - ' CYC-MESSAGE
002930         DISPLAY 'MAINTRPT - STEP NOT RECORDED COMPLETE'
002940     END-IF.
002950 9000-EXIT.
002960     EXIT.
