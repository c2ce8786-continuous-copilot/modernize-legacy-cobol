000270*                     PERIOD.  FROZEN AND CLOSED ACCOUNTS ARE THE
000280*                     COMPLIANCE DESK'S BUSINESS AND ARE LEFT
000290*                     ALONE.
000291*    2026-10-15 RH    PROCESSING CALENDAR.  THE RUN DATE COMES
000292*                     OFF THE DORMPARM CARD (NOW JUST THE TWO
000293*                     PERIODS, COLUMNS 1-6) AND FROM THE
000294*                     PROCESSING CALENDAR THROUGH CYCLECTL, WHICH
000295*                     REFUSES THE RUN (RC 16) UNLESS BATCHDRV IS
000296*                     COMPLETE FOR THE DATE AND THE SWEEP IS NOT.
000297*                     AN ACCEPTED RUN IS RECORDED COMPLETE.
000298*    2026-10-15 RH    TERM SHARE CERTIFICATES.  A CERTIFICATE
000299*                     SITS UNTOUCHED UNTIL IT MATURES BY DESIGN,
000300*                     SO ONE NOT YET MATURED IS NEVER FLAGGED
000301*                     DORMANT - ITS DORMANCY CLOCK RUNS FROM THE
000302*                     LAST POSTING ONLY ONCE THE TERM IS OVER.
000303******************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000560     COPY ACCTMAS.
000570
000580 FD  DORM-PARM-FILE.
000590 01  DORM-PARM-RECORD                PIC X(06).
000600
000610 FD  DORM-REPORT-FILE.
000620 01  DORM-REPORT-RECORD              PIC X(80).
000782 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000784     88  RUN-REFUSED                         VALUE 'Y'.
000786     88  RUN-ACCEPTED                        VALUE 'N'.
000790*    CONTROL CARD: DORMANCY PERIOD AND STATUTORY ESCHEATMENT
000800*    PERIOD, BOTH IN WHOLE MONTHS.  THE RUN DATE IS THE
000805*    PROCESSING CALENDAR'S BUSINESS DATE.
000810 01  WS-DORM-PARM.
000830     05  WS-PARM-DORMANT-MONTHS      PIC 9(03).
000840     05  WS-PARM-ESCHEAT-MONTHS      PIC 9(03).
000845 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
000850
000860 77  WS-DORMANT-CUTOFF           PIC 9(08) VALUE ZEROS.
000870 77  WS-ESCHEAT-CUTOFF           PIC 9(08) VALUE ZEROS.
001630
001640 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001650
001653     COPY CYCLCTL.
001656
001660******************************************************************
001670*    0000-MAINLINE
001680******************************************************************
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001730     PERFORM 2000-PROCESS-ACCOUNTS THRU 2000-EXIT
001740         UNTIL EOF-YES
001742*    A REFUSED RUN (CALENDAR REFUSAL OR NO USABLE DORMPARM
001743*    CARD) NEVER OPENED THE
001744*    REPORT OR THE ESCHEAT EXTRACT, SO THERE IS NOTHING TO
001746*    WRITE OR CLOSE.
001750     IF RUN-ACCEPTED
001760     STOP RUN.
001770
001780******************************************************************
001790*    1000-INITIALIZE - TAKE THE RUN DATE FROM THE PROCESSING
001795*    CALENDAR, PICK UP THE CONTROL CARD, WORK OUT THE TWO
001800*    CUTOFF DATES, OPEN THE FILES AND POSITION THE MASTER AT ITS
001810*    FIRST ACCOUNT.  A CALENDAR REFUSAL OR A MISSING OR BAD
001815*    DORMPARM CARD STOPS THE RUN RATHER THAN FLAGGING THE WRONG
001820*    ACCOUNTS DORMANT.
001830******************************************************************
001840 1000-INITIALIZE.
001841     SET CYC-FN-START TO TRUE
001842     MOVE 'DORMSCAN' TO CYC-STEP-NAME
001843     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001844     IF NOT CYC-OK
001845         DISPLAY 'DORMSCAN - ' CYC-MESSAGE
001846         DISPLAY 'DORMSCAN - RUN REFUSED'
001847         MOVE 16 TO RETURN-CODE
001848         SET RUN-REFUSED TO TRUE
001849         SET EOF-YES TO TRUE
001850         GO TO 1000-EXIT
001851     END-IF
001852     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
001853     OPEN INPUT DORM-PARM-FILE
001860     IF DORMPARM-NOT-OPEN
001870         DISPLAY 'DORMSCAN - DORMPARM CONTROL CARD MISSING'
001880         MOVE 16 TO RETURN-CODE
001990     IF EOF-YES
002000         GO TO 1000-EXIT
002010     END-IF
002030     IF WS-PARM-DORMANT-MONTHS IS NOT NUMERIC
002040         OR WS-PARM-ESCHEAT-MONTHS IS NOT NUMERIC
002050         OR WS-PARM-DORMANT-MONTHS = ZEROS
002060         OR WS-PARM-ESCHEAT-MONTHS = ZEROS
002180     OPEN I-O ACCOUNT-MASTER-FILE
002190     OPEN OUTPUT DORM-REPORT-FILE
002200     OPEN OUTPUT ESCHEAT-FILE
002210     MOVE WS-RUN-DATE TO H2-RUN-DATE
002220     MOVE WS-DORMANT-CUTOFF TO H2-DORMANT-CUTOFF
002230     MOVE WS-ESCHEAT-CUTOFF TO H2-ESCHEAT-CUTOFF
002240     WRITE DORM-REPORT-RECORD FROM WS-HEADING-LINE-1
002260     WRITE DORM-REPORT-RECORD FROM WS-BLANK-LINE
002270     WRITE DORM-REPORT-RECORD FROM WS-HEADING-LINE-3
002280     WRITE DORM-REPORT-RECORD FROM WS-HEADING-LINE-4
002290     MOVE WS-RUN-DATE TO ESH-RUN-DATE
002300     MOVE WS-ESCHEAT-CUTOFF TO ESH-ESCHEAT-CUTOFF
002310     WRITE ESCHEAT-IO-RECORD FROM WS-ESCHEAT-HEADER
002320     IF ACCTMAS-NOT-OPEN
002820     IF ACCT-STATUS-FROZEN OR ACCT-STATUS-CLOSED
002830         GO TO 3000-EXIT
002840     END-IF
002841*    AN UNMATURED CERTIFICATE IS IDLE BY DESIGN, NOT ABANDONED.
002842     IF ACCT-PRODUCT-CERTIFICATE
002843         AND ACCT-CERT-MATURITY-DATE > WS-RUN-DATE
002844         GO TO 3000-EXIT
002845     END-IF
002850     IF NOT ACCT-STATUS-DORMANT
002860         IF ACCT-LAST-ACTIVITY-DATE < WS-DORMANT-CUTOFF
002870             SET ACCT-STATUS-DORMANT TO TRUE
003330*    FORWARD.
003340******************************************************************
003350 7000-COMPUTE-CUTOFF.
003360     MOVE WS-RUN-DATE TO WS-WORK-DATE-N
003370     PERFORM 7100-SUB-ONE-MONTH THRU 7100-EXIT
003380         VARYING WS-STEP-IDX FROM 1 BY 1
003390         UNTIL WS-STEP-IDX > WS-MONTH-STEPS.
004040
004050******************************************************************
004060*    9000-TERMINATE - TRAILER ON THE EXTRACT, TOTALS ON THE
004070*    REPORT, CLOSE THE FILES, SHOW THE RUN TOTALS AND RECORD THE
004073*    STEP COMPLETE.  THE CALL RESETS RETURN-CODE, SO IT IS
004076*    CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
004080******************************************************************
004090 9000-TERMINATE.
004100     MOVE WS-ESCHEAT-COUNT TO EST-RECORD-COUNT
004290     DISPLAY 'DORMSCAN - ACCOUNTS READ:    ' WS-READ-COUNT
004300     DISPLAY 'DORMSCAN - NEWLY DORMANT:    ' WS-NEW-DORMANT-COUNT
004310     DISPLAY 'DORMSCAN - DORMANT ON FILE:  ' WS-DORMANT-COUNT
004320     DISPLAY 'DORMSCAN - ESCHEAT RECORDS:  ' WS-ESCHEAT-COUNT
004321     SET CYC-FN-COMPLETE TO TRUE
004322     MOVE RETURN-CODE TO CYC-STEP-RC
004323     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
004324     MOVE CYC-STEP-RC TO RETURN-CODE
004325     IF NOT CYC-OK
004326         DISPLAY 'DORMSCAN - ' CYC-MESSAGE
004327         DISPLAY 'DORMSCAN - STEP NOT RECORDED COMPLETE'
004328     END-IF.
004330 9000-EXIT.
004340     EXIT.
