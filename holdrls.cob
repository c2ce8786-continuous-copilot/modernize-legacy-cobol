000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HoldRelease.
000030 AUTHOR.         R HOLLOWAY.
000040 INSTALLATION.   MEMBER SERVICES DATA PROCESSING.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    ---------- ----  --------------------------------------------
000110*    2026-10-15 RH    INITIAL VERSION.  NIGHTLY UNCOLLECTED-FUNDS
000120*                     HOLD RELEASE.  WALKS THE KEYED HOLDS FILE
000130*                     AND DELETES EVERY HOLD WHOSE RELEASE DATE
000140*                     HAS COME (ON OR BEFORE THE HOLDPARM RUN
000150*                     DATE), SO THE FUNDS ARE AVAILABLE TO THE
000160*                     NEXT POSTING RUN.  THE RELEASE REGISTER
000170*                     (HOLDRPT) LISTS EVERY HOLD THAT CAME OFF -
000180*                     ACCOUNT, AMOUNT, DATE PLACED, RELEASE
000190*                     DATE, REASON, BRANCH AND TELLER - WITH
000200*                     COUNTS AND DOLLAR TOTALS OF WHAT CAME OFF
000210*                     AND WHAT IS STILL HELD.  A HOLD NEVER
000220*                     MOVES THE LEDGER, SO NOTHING POSTS HERE.
000221*    2026-10-15 RH    PROCESSING CALENDAR.  THE HOLDPARM CARD IS
000222*                     RETIRED: THE RUN DATE COMES FROM THE
000223*                     PROCESSING CALENDAR THROUGH CYCLECTL, WHICH
000224*                     REFUSES THE RUN (RC 16) UNLESS BATCHDRV IS
000225*                     COMPLETE FOR THE DATE AND THE RELEASE IS
000226*                     NOT.  AN ACCEPTED RUN IS RECORDED COMPLETE.
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS HOLD-KEY
000320         FILE STATUS IS WS-HOLDFILE-STATUS.
000330
000380     SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-HOLDRPT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  HOLD-FILE.
000450     COPY HOLDREC.
000460
000500 FD  HOLD-REPORT-FILE.
000510 01  HOLD-REPORT-RECORD              PIC X(80).
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-HOLDFILE-STATUS          PIC X(02) VALUE SPACES.
000550     88  HOLDFILE-NOT-OPEN                   VALUE '35'.
000580 77  WS-HOLDRPT-STATUS           PIC X(02) VALUE SPACES.
000590
000600 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000610     88  EOF-YES                             VALUE 'Y'.
000620     88  EOF-NO                              VALUE 'N'.
000630
000640 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000650     88  RUN-REFUSED                         VALUE 'Y'.
000660     88  RUN-ACCEPTED                        VALUE 'N'.
000670
000690 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
000700
000710 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
000720 77  WS-RELEASED-COUNT           PIC 9(06) COMP VALUE ZEROS.
000730 77  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZEROS.
000740 77  WS-RELEASED-AMOUNT          PIC 9(9)V99 VALUE ZEROS.
000750 77  WS-HELD-AMOUNT              PIC 9(9)V99 VALUE ZEROS.
000760
000770 01  WS-DETAIL-LINE.
000780     05  DL-ACCOUNT-ID               PIC X(10).
000790     05  FILLER                      PIC X(02) VALUE SPACES.
000800     05  DL-AMOUNT                   PIC ZZZ,ZZ9.99.
000810     05  FILLER                      PIC X(02) VALUE SPACES.
000820     05  DL-PLACED-DATE              PIC 9(08).
000830     05  FILLER                      PIC X(02) VALUE SPACES.
000840     05  DL-RELEASE-DATE             PIC 9(08).
000850     05  FILLER                      PIC X(03) VALUE SPACES.
000860     05  DL-REASON                   PIC X(02).
000870     05  FILLER                      PIC X(03) VALUE SPACES.
000880     05  DL-BRANCH-ID                PIC X(04).
000890     05  FILLER                      PIC X(02) VALUE SPACES.
000900     05  DL-TELLER-ID                PIC X(04).
000910     05  FILLER                      PIC X(20) VALUE SPACES.
000920
000930 01  WS-TOTAL-LINE.
000940     05  TL-LABEL                    PIC X(30).
000950     05  TL-COUNT                    PIC ZZZ,ZZ9.
000960     05  FILLER                      PIC X(43) VALUE SPACES.
000970
000980 01  WS-TOTAL-AMOUNT-LINE.
000990     05  TA-LABEL                    PIC X(30).
001000     05  TA-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99.
001010     05  FILLER                      PIC X(36) VALUE SPACES.
001020
001030 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001040     'HOLDRLS - UNCOLLECTED FUNDS HOLD RELEASE REGISTER'.
001050 01  WS-HEADING-LINE-2.
001060     05  FILLER                  PIC X(11) VALUE 'RUN DATE:  '.
001070     05  H2-RUN-DATE                 PIC 9(08).
001080     05  FILLER                      PIC X(61) VALUE SPACES.
001090 01  WS-HEADING-LINE-3               PIC X(80) VALUE
001100     'ACCOUNT ID      AMOUNT  PLACED    RELEASE   RSN
001110-    '  BRCH  TELR'.
001120 01  WS-HEADING-LINE-4               PIC X(80) VALUE
001130     '----------  ----------  --------  --------  ---
001140-    '  ----  ----'.
001150 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001160
001163     COPY CYCLCTL.
001166
001170******************************************************************
001180*    0000-MAINLINE
001190******************************************************************
001200 PROCEDURE DIVISION.
001210
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001240     PERFORM 2000-PROCESS-HOLDS THRU 2000-EXIT
001250         UNTIL EOF-YES
001260*    A RUN THE PROCESSING CALENDAR REFUSED NEVER OPENED THE
001270*    REGISTER OR THE HOLDS FILE, SO THERE IS NOTHING TO CLOSE.
001280     IF RUN-ACCEPTED
001290         PERFORM 9000-TERMINATE THRU 9000-EXIT
001300     END-IF
001310     STOP RUN.
001320
001330******************************************************************
001340*    1000-INITIALIZE - TAKE THE RUN DATE FROM THE PROCESSING
001345*    CALENDAR, OPEN THE FILES AND POSITION THE HOLDS FILE AT ITS
001350*    FIRST RECORD.  A CALENDAR REFUSAL STOPS THE RUN; A MISSING
001360*    HOLDS FILE IS A QUIET NOTHING-TO-DO - NO DEPOSIT HAS BEEN
001370*    HELD YET.
001380******************************************************************
001390 1000-INITIALIZE.
001400     SET CYC-FN-START TO TRUE
001410     MOVE 'HOLDRLS' TO CYC-STEP-NAME
001420     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001430     IF NOT CYC-OK
001440         DISPLAY 'HOLDRLS - ' CYC-MESSAGE
001450         DISPLAY 'HOLDRLS - RUN REFUSED'
001460         MOVE 16 TO RETURN-CODE
001470         SET RUN-REFUSED TO TRUE
001480         SET EOF-YES TO TRUE
001490         GO TO 1000-EXIT
001500     END-IF
001510     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
001670     OPEN OUTPUT HOLD-REPORT-FILE
001680     MOVE WS-RUN-DATE TO H2-RUN-DATE
001690     WRITE HOLD-REPORT-RECORD FROM WS-HEADING-LINE-1
001700     WRITE HOLD-REPORT-RECORD FROM WS-HEADING-LINE-2
001710     WRITE HOLD-REPORT-RECORD FROM WS-BLANK-LINE
001720     WRITE HOLD-REPORT-RECORD FROM WS-HEADING-LINE-3
001730     WRITE HOLD-REPORT-RECORD FROM WS-HEADING-LINE-4
001740     OPEN I-O HOLD-FILE
001750     IF HOLDFILE-NOT-OPEN
001760         DISPLAY 'HOLDRLS - HOLDFILE NOT FOUND, NOTHING TO DO'
001770         SET EOF-YES TO TRUE
001780         GO TO 1000-EXIT
001790     END-IF
001800     MOVE LOW-VALUES TO HOLD-KEY
001810     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
001820         INVALID KEY
001830             SET EOF-YES TO TRUE
001840     END-START
001850     IF EOF-NO
001860         PERFORM 2100-READ-NEXT-HOLD THRU 2100-EXIT
001870     END-IF.
001880 1000-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920*    2000-PROCESS-HOLDS - RELEASE OR KEEP THE CURRENT HOLD AND
001930*    STEP TO THE NEXT ONE.
001940******************************************************************
001950 2000-PROCESS-HOLDS.
001960     ADD 1 TO WS-READ-COUNT
001970     IF HOLD-RELEASE-DATE > WS-RUN-DATE
001980         ADD 1 TO WS-HELD-COUNT
001990         ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
002000     ELSE
002010         PERFORM 3000-RELEASE-HOLD THRU 3000-EXIT
002020     END-IF
002030     PERFORM 2100-READ-NEXT-HOLD THRU 2100-EXIT.
002040 2000-EXIT.
002050     EXIT.
002060
002070******************************************************************
002080*    2100-READ-NEXT-HOLD - STEP THE HOLDS FILE FORWARD IN KEY
002090*    ORDER.
002100******************************************************************
002110 2100-READ-NEXT-HOLD.
002120     READ HOLD-FILE NEXT RECORD
002130         AT END
002140             SET EOF-YES TO TRUE
002150     END-READ.
002160 2100-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200*    3000-RELEASE-HOLD - LIST THE HOLD ON THE REGISTER AND
002210*    DELETE IT.  THE REGISTER LINE IS WRITTEN FIRST SO A HOLD
002220*    NEVER COMES OFF WITHOUT A TRACE.
002230******************************************************************
002240 3000-RELEASE-HOLD.
002250     MOVE HOLD-ACCOUNT-ID TO DL-ACCOUNT-ID
002260     MOVE HOLD-AMOUNT TO DL-AMOUNT
002270     MOVE HOLD-PLACED-DATE TO DL-PLACED-DATE
002280     MOVE HOLD-RELEASE-DATE TO DL-RELEASE-DATE
002290     MOVE HOLD-REASON TO DL-REASON
002300     MOVE HOLD-BRANCH-ID TO DL-BRANCH-ID
002310     MOVE HOLD-TELLER-ID TO DL-TELLER-ID
002320     WRITE HOLD-REPORT-RECORD FROM WS-DETAIL-LINE
002330     DELETE HOLD-FILE RECORD
002340         INVALID KEY
002350             DISPLAY 'HOLDRLS - HOLD VANISHED BEFORE DELETE - '
002360                     'ACCOUNT ' HOLD-ACCOUNT-ID
002370     END-DELETE
002380     ADD 1 TO WS-RELEASED-COUNT
002390     ADD HOLD-AMOUNT TO WS-RELEASED-AMOUNT.
002400 3000-EXIT.
002410     EXIT.
002420
002430******************************************************************
002440*    9000-TERMINATE - TOTALS, CLOSE, SYSOUT SUMMARY, AND RECORD
002443*    THE STEP COMPLETE.  THE CALL RESETS RETURN-CODE, SO IT IS
002446*    CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
002450******************************************************************
002460 9000-TERMINATE.
002470     WRITE HOLD-REPORT-RECORD FROM WS-BLANK-LINE
002480     MOVE 'HOLDS READ:' TO TL-LABEL
002490     MOVE WS-READ-COUNT TO TL-COUNT
002500     WRITE HOLD-REPORT-RECORD FROM WS-TOTAL-LINE
002510     MOVE 'HOLDS RELEASED:' TO TL-LABEL
002520     MOVE WS-RELEASED-COUNT TO TL-COUNT
002530     WRITE HOLD-REPORT-RECORD FROM WS-TOTAL-LINE
002540     MOVE 'DOLLARS RELEASED:' TO TA-LABEL
002550     MOVE WS-RELEASED-AMOUNT TO TA-AMOUNT
002560     WRITE HOLD-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
002570     MOVE 'HOLDS STILL IN FORCE:' TO TL-LABEL
002580     MOVE WS-HELD-COUNT TO TL-COUNT
002590     WRITE HOLD-REPORT-RECORD FROM WS-TOTAL-LINE
002600     MOVE 'DOLLARS STILL HELD:' TO TA-LABEL
002610     MOVE WS-HELD-AMOUNT TO TA-AMOUNT
002620     WRITE HOLD-REPORT-RECORD FROM WS-TOTAL-AMOUNT-LINE
002630     CLOSE HOLD-FILE
002640     CLOSE HOLD-REPORT-FILE
002650     DISPLAY 'HOLDRLS - HOLDS READ:      ' WS-READ-COUNT
002660     DISPLAY 'HOLDRLS - HOLDS RELEASED:  ' WS-RELEASED-COUNT
002670     DISPLAY 'HOLDRLS - STILL IN FORCE:  ' WS-HELD-COUNT
002671     SET CYC-FN-COMPLETE TO TRUE
002672     MOVE RETURN-CODE TO CYC-STEP-RC
002673     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002674     MOVE CYC-STEP-RC TO RETURN-CODE
002675     IF NOT CYC-OK
002676         DISPLAY 'HOLDRLS - ' CYC-MESSAGE
002677         DISPLAY 'HOLDRLS - STEP NOT RECORDED COMPLETE'
002678     END-IF.
002680 9000-EXIT.
002690     EXIT.
