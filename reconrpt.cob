000240*                     OPENED, AND 3100-COMPARE-ONE-ACCOUNT REPORTS
000250*                     EVERY ACCOUNT AS A MISMATCH RATHER THAN
000260*                     READING A MASTER FILE THAT ISN'T THERE.
000261*    2026-10-15 RH    PROCESSING CALENDAR.  THE STEP CHECKS IN
000262*                     WITH CYCLECTL BEFORE OPENING ANYTHING AND
000263*                     IS REFUSED (RC 16) UNLESS BATCHDRV IS
000264*                     COMPLETE FOR THE BUSINESS DATE AND THIS
000265*                     STEP IS NOT.  AN ACCEPTED RUN IS RECORDED
000266*                     COMPLETE.
000270******************************************************************
000280
000290 ENVIRONMENT DIVISION.
000650     88  EOF-YES                             VALUE 'Y'.
000660     88  EOF-NO                              VALUE 'N'.
000670
000672 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000674     88  RUN-REFUSED                         VALUE 'Y'.
000676     88  RUN-ACCEPTED                        VALUE 'N'.
000678
000680 77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
000690     88  FOUND-YES                           VALUE 'Y'.
000700     88  FOUND-NO                            VALUE 'N'.
000930 01  WS-HEADING-LINE-2               PIC X(80) VALUE
000940     '----------  -------------  --------------  ----------------'.
000950
000953     COPY CYCLCTL.
000956
000960******************************************************************
000970*    0000-MAINLINE
000980******************************************************************
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001030     PERFORM 2000-LOAD-AUDIT-TOTALS THRU 2000-EXIT
001040         UNTIL EOF-YES
001042*    A RUN THE PROCESSING CALENDAR REFUSED NEVER OPENED THE
001044*    FILES, SO THERE IS NOTHING TO COMPARE OR CLOSE.
001046     IF RUN-ACCEPTED
001050         PERFORM 3100-COMPARE-ONE-ACCOUNT THRU 3100-EXIT
001060             VARYING WS-IDX FROM 1 BY 1
001065             UNTIL WS-IDX > WS-ACCT-COUNT
001070         PERFORM 9000-TERMINATE THRU 9000-EXIT
001075     END-IF
001080     STOP RUN.
001090
001100******************************************************************
001110*    1000-INITIALIZE - CHECK IN WITH THE PROCESSING CALENDAR,
001120*    OPEN THE FILES AND WRITE THE REPORT HEADINGS.  IF THE AUDIT
001130*    LOG HAS NEVER BEEN WRITTEN TO (NO BATCHDRV RUN HAS HAPPENED
001140*    YET), OPEN INPUT CANNOT CREATE IT - THE LOAD LOOP IS
001150*    BYPASSED SO THE REPORT COMES OUT EMPTY INSTEAD OF THE JOB
001155*    HANGING ON A FILE THAT NEVER OPENED.
001160******************************************************************
001170 1000-INITIALIZE.
001171     SET CYC-FN-START TO TRUE
001172     MOVE 'RECONRPT' TO CYC-STEP-NAME
001173     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001174     IF NOT CYC-OK
001175         DISPLAY 'RECONRPT - ' CYC-MESSAGE
001176         DISPLAY 'RECONRPT - RUN REFUSED'
001177         MOVE 16 TO RETURN-CODE
001178         SET RUN-REFUSED TO TRUE
001179         SET EOF-YES TO TRUE
001180         GO TO 1000-EXIT
001181     END-IF
001182     OPEN INPUT AUDIT-LOG-FILE
001190     OPEN INPUT ACCOUNT-MASTER-FILE
001200     OPEN OUTPUT RECON-REPORT-FILE
001210     WRITE RECON-REPORT-RECORD FROM WS-HEADING-LINE-1
002320     CLOSE ACCOUNT-MASTER-FILE
002330     CLOSE RECON-REPORT-FILE
002340     DISPLAY 'RECONRPT - ACCOUNTS CHECKED: ' WS-ACCT-COUNT
002350     DISPLAY 'RECONRPT - MISMATCHES FOUND: ' WS-MISMATCH-COUNT
002351     SET CYC-FN-COMPLETE TO TRUE
002352     MOVE RETURN-CODE TO CYC-STEP-RC
002353     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
002354     MOVE CYC-STEP-RC TO RETURN-CODE
002355     IF NOT CYC-OK
002356         DISPLAY 'RECONRPT - ' CYC-MESSAGE
002357         DISPLAY 'RECONRPT - STEP NOT RECORDED COMPLETE'
002358     END-IF.
002360 9000-EXIT.
002370     EXIT.
