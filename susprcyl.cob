000260*                     FIGURED ON THE 30/360 CONVENTION - CLOSE
000270*                     ENOUGH FOR AGING AND NO CALENDAR SERVICES
000280*                     NEEDED.
000283*    2026-10-15 RH    SLIP IMAGE VIEW WIDENED TO THE 124-BYTE
000286*                     TRANREC CARRYING THE DEPOSIT HOLD FIELDS.
000287*    2026-10-15 RH    PROCESSING CALENDAR.  THE RUN DATE COMES
000288*                     OFF THE PROCESSING CALENDAR THROUGH
000289*                     CYCLECTL INSTEAD OF THE SUSPPARM CARD,
000290*                     WHICH NOW CARRIES ONLY THE AGE LIMIT.  THIS
000291*                     IS THE FIRST STEP OF THE NIGHT; REFUSED
000292*                     (RC 16) ONCE COMPLETE FOR THE DATE.  AN
000293*                     ACCEPTED RUN IS RECORDED COMPLETE.
000294*    2026-10-15 RH    SLIP IMAGE VIEW WIDENED TO THE 140-BYTE
000295*                     TRANREC CARRYING THE TERM SHARE
000296*                     CERTIFICATE FIELDS.
000297******************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000580     COPY TRANREC.
000590
000600 FD  SUSP-PARM-FILE.
000610 01  SUSP-PARM-RECORD                PIC X(03).
000620
000630 FD  AGE-REPORT-FILE.
000640 01  AGE-REPORT-RECORD               PIC X(80).
000774     88  RUN-REFUSED                         VALUE 'Y'.
000776     88  RUN-ACCEPTED                        VALUE 'N'.
000780 01  WS-SUSP-PARM.
000800     05  WS-PARM-AGE-DAYS            PIC 9(03).
000805 77  WS-RUN-DATE                 PIC 9(08) VALUE ZEROS.
000810
000820 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
000830 77  WS-RECYCLED-COUNT           PIC 9(06) COMP VALUE ZEROS.
001040 01  WS-SLIP-IMAGE.
001050     05  WS-SLIP-OPERATION           PIC X(08).
001060     05  WS-SLIP-ACCOUNT-ID          PIC X(10).
001070     05  FILLER                      PIC X(122).
001080
001090 01  WS-AGE-DETAIL-LINE.
001100     05  AL-SUSP-NUMBER              PIC 9(06).
001390     '------  ----------   -------   --  --------   --------'.
001400 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001410
001413     COPY CYCLCTL.
001416
001420******************************************************************
001430*    0000-MAINLINE
001440******************************************************************
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001490     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
001500         UNTIL EOF-YES
001502*    A REFUSED RUN (CALENDAR REFUSAL, NO USABLE SUSPPARM CARD)
001504*    NEVER OPENED TRANREL OR THE AGING REPORT, SO THERE IS
001506*    NOTHING TO WRITE OR CLOSE.
001510     IF RUN-ACCEPTED
001512         PERFORM 9000-TERMINATE THRU 9000-EXIT
001514     END-IF
001520     STOP RUN.
001530
001540******************************************************************
001550*    1000-INITIALIZE - TAKE THE RUN DATE FROM THE PROCESSING
001560*    CALENDAR, PICK UP THE AGE LIMIT, OPEN THE FILES AND
001570*    POSITION THE SUSPENSE FILE AT ITS FIRST RECORD.  TRANREL
001580*    IS ALWAYS WRITTEN, EVEN EMPTY, SO THE MERGE STEP ALWAYS HAS
001590*    A FILE TO CONCATENATE.  A CALENDAR REFUSAL OR A MISSING OR
001595*    BAD SUSPPARM CARD STOPS THE RUN.
001600******************************************************************
001610 1000-INITIALIZE.
001611     SET CYC-FN-START TO TRUE
001612     MOVE 'SUSPRCYL' TO CYC-STEP-NAME
001613     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001614     IF NOT CYC-OK
001615         DISPLAY 'SUSPRCYL - ' CYC-MESSAGE
001616         DISPLAY 'SUSPRCYL - RUN REFUSED'
001617         MOVE 16 TO RETURN-CODE
001618         SET RUN-REFUSED TO TRUE
001619         SET EOF-YES TO TRUE
001620         GO TO 1000-EXIT
001621     END-IF
001622     MOVE CYC-BUSINESS-DATE TO WS-RUN-DATE
001623     OPEN INPUT SUSP-PARM-FILE
001630     IF SUSPPARM-NOT-OPEN
001640         DISPLAY 'SUSPRCYL - SUSPPARM CONTROL CARD MISSING'
001650         MOVE 16 TO RETURN-CODE
001760     IF EOF-YES
001770         GO TO 1000-EXIT
001780     END-IF
001800     IF WS-PARM-AGE-DAYS IS NOT NUMERIC
001810         DISPLAY 'SUSPRCYL - SUSPPARM CARD NOT USABLE'
001820         MOVE 16 TO RETURN-CODE
001825         SET RUN-REFUSED TO TRUE
001850     END-IF
001860     OPEN OUTPUT RELEASE-TRAN-FILE
001870     OPEN OUTPUT AGE-REPORT-FILE
001880     MOVE WS-RUN-DATE TO H2-RUN-DATE
001890     MOVE WS-PARM-AGE-DAYS TO H2-AGE-DAYS
001900     WRITE AGE-REPORT-RECORD FROM WS-HEADING-LINE-1
001910     WRITE AGE-REPORT-RECORD FROM WS-HEADING-LINE-2
002620     MOVE SUSP-TRAN-IMAGE TO TRANSACTION-RECORD
002630     WRITE TRANSACTION-RECORD
002640     SET SUSP-STATUS-RECYCLED TO TRUE
002650     MOVE WS-RUN-DATE TO SUSP-RECYCLE-DATE
002660     REWRITE SUSPENSE-RECORD
002670     ADD 1 TO WS-RECYCLED-COUNT.
002680 3100-EXIT.
002920******************************************************************
002930 7000-COMPUTE-AGE.
002940     MOVE SUSP-BUSINESS-DATE TO WS-FROM-DATE-N
002950     MOVE WS-RUN-DATE TO WS-TO-DATE-N
002960     IF WS-FROM-DAY > 30
002970         MOVE 30 TO WS-FROM-DAY
002980     END-IF
003320     DISPLAY 'SUSPRCYL - PAST AGE LIMIT: ' WS-AGED-COUNT
003330     IF WS-AGED-COUNT > ZEROS
003340         MOVE 8 TO RETURN-CODE
003350     END-IF
003351     SET CYC-FN-COMPLETE TO TRUE
003352     MOVE RETURN-CODE TO CYC-STEP-RC
003353     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
003354     MOVE CYC-STEP-RC TO RETURN-CODE
003355     IF NOT CYC-OK
003356         DISPLAY 'SUSPRCYL - ' CYC-MESSAGE
003357         DISPLAY 'SUSPRCYL - STEP NOT RECORDED COMPLETE'
003358     END-IF.
003360 9000-EXIT.
003370     EXIT.
