000207*                     DATE).  THE ARCHPARM CUTOFF COMPARES
000208*                     AGAINST AUDIT-DATE, WHICH IS NOW THE
000209*                     BUSINESS DATE - THE RIGHT SPLIT POINT.
000210*    2026-10-15 RH    PROCESSING CALENDAR.  THE STEP CHECKS IN
000211*                     WITH CYCLECTL BEFORE OPENING ANYTHING AND
000212*                     IS REFUSED (RC 16) UNTIL EVERY STEP THAT
000213*                     READS THE FULL LOG IS COMPLETE FOR THE
000214*                     BUSINESS DATE, AND AGAIN ONCE THIS ONE IS.
000215*                     AN ARCHPARM CUTOFF AFTER THE BUSINESS DATE
000216*                     IS REFUSED TOO.  A REFUSED RUN OPENS NO
000217*                     FILES; AN ACCEPTED RUN IS RECORDED
000218*                     COMPLETE.
000219******************************************************************
000220
000221 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000640     88  EOF-YES                             VALUE 'Y'.
000650     88  EOF-NO                              VALUE 'N'.
000660
000662 77  WS-REFUSE-SWITCH            PIC X(01) VALUE 'N'.
000664     88  RUN-REFUSED                         VALUE 'Y'.
000666     88  RUN-ACCEPTED                        VALUE 'N'.
000668
000670 77  WS-PARM-CARD                PIC X(08) VALUE SPACES.
000680 77  WS-CUTOFF-DATE              PIC 9(08) VALUE ZEROS.
000685 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZEROS.
000690
000700 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
000710 77  WS-ARCHIVED-COUNT           PIC 9(06) COMP VALUE ZEROS.
000720 77  WS-RETAINED-COUNT           PIC 9(06) COMP VALUE ZEROS.
000730
000733     COPY CYCLCTL.
000736
000740******************************************************************
000750*    0000-MAINLINE
000760******************************************************************
000800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000810     PERFORM 2000-SPLIT-LOG THRU 2000-EXIT
000820         UNTIL EOF-YES
000822*    A REFUSED RUN NEVER OPENED THE LOG OR ITS OUTPUTS, SO
000824*    THERE IS NOTHING TO CLOSE - AND THE RC 16 KEEPS THE JOB
000826*    FROM SWAPPING AN EMPTY LOG IN.
000828     IF RUN-ACCEPTED
000830         PERFORM 9000-TERMINATE THRU 9000-EXIT
000835     END-IF
000840     STOP RUN.
000850
000860******************************************************************
000870*    1000-INITIALIZE - CHECK IN WITH THE PROCESSING CALENDAR,
000880*    PICK UP THE CUTOFF DATE AND OPEN THE FILES.  A MISSING OR
000890*    BAD ARCHPARM CARD, OR A CUTOFF AFTER THE BUSINESS DATE,
000893*    STOPS THE RUN SO A BAD CUTOFF CANNOT SWEEP THE CURRENT
000896*    PERIOD OFF THE LOG.
000900******************************************************************
000910 1000-INITIALIZE.
000911     SET CYC-FN-START TO TRUE
000912     MOVE 'AUDARCH' TO CYC-STEP-NAME
000913     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
000914     IF NOT CYC-OK
000915         DISPLAY 'AUDARCH - ' CYC-MESSAGE
000916         DISPLAY 'AUDARCH - RUN REFUSED'
000917         MOVE 16 TO RETURN-CODE
000918         SET RUN-REFUSED TO TRUE
000919         SET EOF-YES TO TRUE
000920         GO TO 1000-EXIT
000921     END-IF
000922     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
000923     OPEN INPUT ARCH-PARM-FILE
000930     IF ARCHPARM-NOT-OPEN
000940         DISPLAY 'AUDARCH - ARCHPARM CONTROL CARD MISSING'
000950         MOVE 16 TO RETURN-CODE
000955         SET RUN-REFUSED TO TRUE
000960         SET EOF-YES TO TRUE
000970         GO TO 1000-EXIT
000980     END-IF
001000         AT END
001010             DISPLAY 'AUDARCH - ARCHPARM CONTROL CARD EMPTY'
001020             MOVE 16 TO RETURN-CODE
001025             SET RUN-REFUSED TO TRUE
001030             SET EOF-YES TO TRUE
001040     END-READ
001050     CLOSE ARCH-PARM-FILE
001090     IF WS-PARM-CARD IS NOT NUMERIC
001100         DISPLAY 'AUDARCH - ARCHPARM DATE NOT NUMERIC'
001110         MOVE 16 TO RETURN-CODE
001115         SET RUN-REFUSED TO TRUE
001120         SET EOF-YES TO TRUE
001130         GO TO 1000-EXIT
001140     END-IF
001150     MOVE WS-PARM-CARD TO WS-CUTOFF-DATE
001151     IF WS-CUTOFF-DATE > WS-BUSINESS-DATE
001152         DISPLAY 'AUDARCH - ARCHPARM CUTOFF AFTER THE BUSINESS '
001153                 'DATE ' WS-BUSINESS-DATE
001154         MOVE 16 TO RETURN-CODE
001155         SET RUN-REFUSED TO TRUE
001156         SET EOF-YES TO TRUE
001157         GO TO 1000-EXIT
001158     END-IF
001160     OPEN INPUT AUDIT-LOG-FILE
001170     OPEN OUTPUT ARCHIVE-OUT-FILE
001180     OPEN OUTPUT AUDIT-NEW-FILE
001620     CLOSE AUDIT-NEW-FILE
001630     DISPLAY 'AUDARCH - RECORDS READ:      ' WS-READ-COUNT
001640     DISPLAY 'AUDARCH - RECORDS ARCHIVED:  ' WS-ARCHIVED-COUNT
001650     DISPLAY 'AUDARCH - RECORDS RETAINED:  ' WS-RETAINED-COUNT
001651     SET CYC-FN-COMPLETE TO TRUE
001652     MOVE RETURN-CODE TO CYC-STEP-RC
001653     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001654     MOVE CYC-STEP-RC TO RETURN-CODE
001655     IF NOT CYC-OK
001656         DISPLAY 'AUDARCH - ' CYC-MESSAGE
001657         DISPLAY 'AUDARCH - STEP NOT RECORDED COMPLETE'
001658     END-IF.
001660 9000-EXIT.
001670     EXIT.
