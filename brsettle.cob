000230*                     (GENERATED SLIPS); A BLANK BRANCH IS A
000240*                     RECORD FROM BEFORE THE IDENTITY FIELDS
000250*                     EXISTED AND TOTALS ON ITS OWN LINE.
000252*    2026-10-15 RH    OVERDRAFT SWEEP LEGS (ODSWEEP) ARE BOOK
000254*                     MOVES BETWEEN A MEMBER'S OWN ACCOUNTS, NOT
000256*                     CASH, AND NOW TOTAL IN THE TRANSFER COLUMNS
000258*                     BY SIGN ALONGSIDE TRANSFER LEGS.
000259*    2026-10-15 RH    PROCESSING CALENDAR.  THE SETLPARM CARD IS
000260*                     RETIRED: THE POSTING DATE COMES FROM THE
000261*                     PROCESSING CALENDAR THROUGH CYCLECTL, WHICH
000262*                     REFUSES THE RUN (RC 16) UNLESS BATCHDRV IS
000263*                     COMPLETE FOR THE DATE AND SETTLEMENT IS
000264*                     NOT.  AN ACCEPTED RUN IS RECORDED COMPLETE.
000265******************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-AUDITLOG-STATUS.
000340
000390     SELECT SETL-REPORT-FILE ASSIGN TO "SETLRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SETLRPT-STATUS.
000450 FD  AUDIT-LOG-FILE.
000460     COPY AUDITLOG.
000470
000510 FD  SETL-REPORT-FILE.
000520 01  SETL-REPORT-RECORD              PIC X(80).
000530
000540 WORKING-STORAGE SECTION.
000550 77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
000560     88  AUDITLOG-NOT-OPEN                   VALUE '35'.
000590 77  WS-SETLRPT-STATUS           PIC X(02) VALUE SPACES.
000600
000610 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000642 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000644     88  RUN-REFUSED                         VALUE 'Y'.
000646     88  RUN-ACCEPTED                        VALUE 'N'.
000660 77  WS-POSTING-DATE             PIC 9(08) VALUE ZEROS.
000670 77  WS-MOVEMENT                 PIC S9(6)V99 VALUE ZEROS.
000680 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZEROS.
001170
001180 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001190
001193     COPY CYCLCTL.
001196
001200******************************************************************
001210*    0000-MAINLINE
001220******************************************************************
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     PERFORM 2000-TALLY-POSTINGS THRU 2000-EXIT
001280         UNTIL EOF-YES
001282*    A RUN THE PROCESSING CALENDAR REFUSED NEVER OPENED THE
001284*    REPORT, SO THERE IS NOTHING TO WRITE OR CLOSE.
001290     IF RUN-ACCEPTED
001292         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001310     STOP RUN.
001320
001330******************************************************************
001340*    1000-INITIALIZE - TAKE THE POSTING DATE FROM THE PROCESSING
001350*    CALENDAR AND OPEN THE FILES.  A REFUSAL STOPS THE RUN RATHER
001360*    THAN PROVING THE WRONG DAY'S DRAWERS.
001370******************************************************************
001380 1000-INITIALIZE.
001390     SET CYC-FN-START TO TRUE
001400     MOVE 'BRSETTLE' TO CYC-STEP-NAME
001410     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001420     IF NOT CYC-OK
001430         DISPLAY 'BRSETTLE - ' CYC-MESSAGE
001440         DISPLAY 'BRSETTLE - RUN REFUSED'
001450         MOVE 16 TO RETURN-CODE
001460         SET RUN-REFUSED TO TRUE
001470         SET EOF-YES TO TRUE
001480         GO TO 1000-EXIT
001490     END-IF
001500     MOVE CYC-BUSINESS-DATE TO WS-POSTING-DATE
001630     OPEN OUTPUT SETL-REPORT-FILE
001640     MOVE WS-POSTING-DATE TO H2-POSTING-DATE
001650     WRITE SETL-REPORT-RECORD FROM WS-HEADING-LINE-1
002000
002010******************************************************************
002020*    2200-TALLY-ONE-RECORD - AN ACCEPTED POSTING FOR THE DATE
002030*    FOLDS INTO ITS BRANCH'S ROW.  TRANSFER AND OVERDRAFT SWEEP
002040*    LEGS GET THEIR OWN COLUMNS BY MOVEMENT SIGN; EVERY OTHER
002050*    MONEY MOVEMENT IS A CREDIT (IN) OR DEBIT (OUT) BY SIGN,
002060*    WHICH PUTS OPENS AND REVERSAL LEGS WHERE THE CASH ACTUALLY
002070*    WENT.  RECORDS WITH NO MOVEMENT (READS, MAINTENANCE) PROVE
002075*    NO DRAWER AND SKIP.
002080******************************************************************
002090 2200-TALLY-ONE-RECORD.
002100     ADD 1 TO WS-RECORDS-READ
002250         GO TO 2200-EXIT
002260     END-IF
002270     IF AUDIT-OPERATION = 'TRANSFER'
002275         OR AUDIT-OPERATION = 'ODSWEEP'
002280         IF WS-MOVEMENT > ZEROS
002290             ADD WS-MOVEMENT TO
002300                 WS-STL-XFERIN-AMOUNT(WS-BR-MATCH)
003200     EXIT.
003210
003220******************************************************************
003230*    9000-TERMINATE - CLOSE THE FILES, SHOW THE RUN TOTALS AND
003233*    RECORD THE STEP COMPLETE.  THE CALL RESETS RETURN-CODE, SO
003236*    IT IS CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
003240******************************************************************
003250 9000-TERMINATE.
003260     CLOSE AUDIT-LOG-FILE
003270     CLOSE SETL-REPORT-FILE
003280     DISPLAY 'BRSETTLE - AUDIT RECORDS READ: ' WS-RECORDS-READ
003290     DISPLAY 'BRSETTLE - POSTINGS TALLIED:   ' WS-RECORDS-PICKED
003291     SET CYC-FN-COMPLETE TO TRUE
003292     MOVE RETURN-CODE TO CYC-STEP-RC
003293     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
003294     MOVE CYC-STEP-RC TO RETURN-CODE
003295     IF NOT CYC-OK
003296         DISPLAY 'BRSETTLE - ' CYC-MESSAGE
003297         DISPLAY 'BRSETTLE - STEP NOT RECORDED COMPLETE'
003298     END-IF.
003300 9000-EXIT.
003310     EXIT.
