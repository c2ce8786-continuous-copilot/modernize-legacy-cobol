000400*                     GLPARM DATE PICKS UP A WHOLE BUSINESS DAY
000410*                     EVEN WHEN THE POSTING RUN CROSSED
000420*                     MIDNIGHT.
000421*    2026-10-15 RH    OVERDRAFT SWEEP LEGS (ODSWEEP) ARE A BOOK
000422*                     TRANSFER BETWEEN A MEMBER'S OWN ACCOUNTS
000423*                     AND NOW SUM ON THE TRANSFER LINE, SO THE
000424*                     UPLOAD KEEPS ITS SEVEN-LINE SHAPE PER
000425*                     BRANCH AND STILL TIES TO BRSETTLE.
000426*    2026-10-15 RH    PROCESSING CALENDAR.  THE GLPARM CARD IS
000427*                     RETIRED: THE POSTING DATE COMES FROM THE
000428*                     PROCESSING CALENDAR THROUGH CYCLECTL, WHICH
000429*                     REFUSES THE RUN (RC 16) UNLESS BATCHDRV IS
000430*                     COMPLETE FOR THE DATE AND THE EXTRACT IS
000431*                     NOT.  AN ACCEPTED RUN IS RECORDED COMPLETE.
000432*    2026-10-15 RH    CERTIFICATE EARLY-WITHDRAWAL PENALTIES
000433*                     (PENALTY) SUM ON THE DEBIT LINE, SO THE
000434*                     UPLOAD KEEPS ITS SEVEN-LINE SHAPE AND TIES
000435*                     TO BRSETTLE, WHICH COUNTS THEM AS DEBITS.
000436******************************************************************
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDITLOG-STATUS.
000510
000560     SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-GLINTF-STATUS.
000620 FD  AUDIT-LOG-FILE.
000630     COPY AUDITLOG.
000640
000680 FD  GL-INTERFACE-FILE.
000690 01  GL-INTERFACE-RECORD             PIC X(47).
000700
000710 WORKING-STORAGE SECTION.
000720 77  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
000730     88  AUDITLOG-NOT-OPEN                   VALUE '35'.
000760 77  WS-GLINTF-STATUS            PIC X(02) VALUE SPACES.
000770
000780 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000830     88  RUN-REFUSED                         VALUE 'Y'.
000840     88  RUN-ACCEPTED                        VALUE 'N'.
000850
000870 77  WS-POSTING-DATE             PIC 9(08) VALUE ZEROS.
000880 77  WS-MOVEMENT                 PIC S9(6)V99 VALUE ZEROS.
000890 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZEROS.
001350     05  GLT-CREDIT-HASH             PIC 9(9)V99.
001360     05  FILLER                      PIC X(18) VALUE SPACES.
001370
001373     COPY CYCLCTL.
001376
001380******************************************************************
001390*    0000-MAINLINE
001400******************************************************************
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001450     PERFORM 2000-EXTRACT-POSTINGS THRU 2000-EXIT
001460         UNTIL EOF-YES
001470*    A RUN THE PROCESSING CALENDAR REFUSED NEVER OPENED THE
001480*    INTERFACE FILE, SO THERE IS NOTHING TO WRITE OR CLOSE.
001490     IF RUN-ACCEPTED
001500         PERFORM 3000-WRITE-INTERFACE THRU 3000-EXIT
001530     STOP RUN.
001540
001550******************************************************************
001560*    1000-INITIALIZE - TAKE THE POSTING DATE FROM THE PROCESSING
001570*    CALENDAR, PRIME THE SUMMARY TABLE AND OPEN THE FILES.  A
001580*    REFUSAL STOPS THE RUN RATHER THAN EXTRACTING THE WRONG DAY
001585*    OR THE SAME DAY TWICE.
001590******************************************************************
001600 1000-INITIALIZE.
001610     SET CYC-FN-START TO TRUE
001620     MOVE 'GLEXTRCT' TO CYC-STEP-NAME
001630     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001640     IF NOT CYC-OK
001650         DISPLAY 'GLEXTRCT - ' CYC-MESSAGE
001660         DISPLAY 'GLEXTRCT - RUN REFUSED'
001670         MOVE 16 TO RETURN-CODE
001680         SET RUN-REFUSED TO TRUE
001690         SET EOF-YES TO TRUE
001700         GO TO 1000-EXIT
001710     END-IF
001720     MOVE CYC-BUSINESS-DATE TO WS-POSTING-DATE
001880     MOVE 'CREDIT'   TO WS-GL-OPERATION(1)
001890     MOVE 'DEBIT'    TO WS-GL-OPERATION(2)
001900     MOVE 'ACCR'     TO WS-GL-OPERATION(3)
002710
002720******************************************************************
002730*    2210-MATCH-OPERATION - DOES THIS SUMMARY SLOT BELONG TO THE
002740*    CURRENT AUDIT RECORD'S OPERATION?  AN OVERDRAFT SWEEP LEG
002745*    BELONGS TO THE TRANSFER SLOT, A CERTIFICATE PENALTY TO THE
002747*    DEBIT SLOT.
002750******************************************************************
002760 2210-MATCH-OPERATION.
002770     IF WS-GL-OPERATION(WS-OP-IDX) = AUDIT-OPERATION
002773         OR (AUDIT-OPERATION = 'ODSWEEP'
002776             AND WS-GL-OPERATION(WS-OP-IDX) = 'TRANSFER')
002777         OR (AUDIT-OPERATION = 'PENALTY'
002778             AND WS-GL-OPERATION(WS-OP-IDX) = 'DEBIT')
002780         MOVE WS-OP-IDX TO WS-OP-MATCH
002790     END-IF.
002800 2210-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890*    9000-TERMINATE - CLOSE THE FILES, SHOW THE RUN TOTALS AND
003893*    RECORD THE STEP COMPLETE.  THE CALL RESETS RETURN-CODE, SO
003896*    IT IS CARRIED THROUGH CYC-STEP-RC AND PUT BACK.
003900******************************************************************
003910 9000-TERMINATE.
003920     CLOSE AUDIT-LOG-FILE
003930     CLOSE GL-INTERFACE-FILE
003940     DISPLAY 'GLEXTRCT - AUDIT RECORDS READ:   ' WS-RECORDS-READ
003950     DISPLAY 'GLEXTRCT - POSTINGS EXTRACTED:   ' WS-RECORDS-PICKED
003951     SET CYC-FN-COMPLETE TO TRUE
003952     MOVE RETURN-CODE TO CYC-STEP-RC
003953     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
003954     MOVE CYC-STEP-RC TO RETURN-CODE
003955     IF NOT CYC-OK
003956         DISPLAY 'GLEXTRCT - ' CYC-MESSAGE
003957         DISPLAY 'GLEXTRCT - STEP NOT RECORDED COMPLETE'
003958     END-IF.
003960 9000-EXIT.
003970     EXIT.
