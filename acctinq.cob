000180*                     KEYED ACTIVITY HISTORY: ONE START AND A
000190*                     SHORT FORWARD READ INSTEAD OF A GREP
000200*                     THROUGH THE WHOLE AUDIT LOG.
000202*    2026-10-15 RH    MASTER BLOCK NOW SHOWS THE LEDGER BALANCE,
000204*                     THE UNCOLLECTED FUNDS STILL ON HOLD (SUM OF
000206*                     THE ACCOUNT'S HOLDFILE RECORDS) AND THE
000208*                     AVAILABLE BALANCE, LEDGER LESS HELD.
000209*    2026-10-15 RH    AN ACCOUNT NOT ON THE MASTER IS LOOKED UP
000210*                     ON THE CLOSED-ACCOUNT ARCHIVE (CLOSARCH)
000211*                     THAT RTNPURGE MOVES OLD CLOSED ACCOUNTS TO,
000212*                     AND PRINTED FROM THE ARCHIVED IMAGE WITH
000213*                     THE DATE IT WAS ARCHIVED.
000214*    2026-10-15 RH    A HOLD COUNTS AS HELD ONLY WHILE ITS
000215*                     RELEASE DATE IS AFTER THE BUSINESS DATE
000216*                     (CYCLECONTROL), THE SAME TEST DATAPROGRAM
000217*                     POSTS BY - A HOLD DUE OFF TODAY IS STILL
000218*                     ON HOLDFILE UNTIL HOLDRLS RUNS TONIGHT.
000219*                     NO CALENDAR FALLS BACK TO THE MACHINE DATE,
000220*                     AS DATAPROGRAM DOES OUTSIDE A SESSION.
000221******************************************************************
000222
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS HIST-KEY
000360         FILE STATUS IS WS-ACCTHIST-STATUS.
000361
000362     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000363         ORGANIZATION IS INDEXED
000364         ACCESS MODE IS DYNAMIC
000365         RECORD KEY IS HOLD-KEY
000366         FILE STATUS IS WS-HOLDFILE-STATUS.
000367
000368     SELECT CLOSED-ACCOUNT-FILE ASSIGN TO "CLOSARCH"
000369         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000371         RECORD KEY IS CLS-ACCOUNT-ID
000372         FILE STATUS IS WS-CLOSARCH-STATUS.
000373
000380     SELECT INQ-PARM-FILE ASSIGN TO "INQPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-INQPARM-STATUS.
000500
000510 FD  ACCT-HIST-FILE.
000520     COPY ACCTHIST.
000522
000524 FD  HOLD-FILE.
000526     COPY HOLDREC.
000527
000528 FD  CLOSED-ACCOUNT-FILE.
000529     COPY CLOSARCH.
000530
000540 FD  INQ-PARM-FILE.
000550 01  INQ-PARM-RECORD.
000640     88  ACCTMAS-NOT-OPEN                    VALUE '35'.
000650 77  WS-ACCTHIST-STATUS          PIC X(02) VALUE SPACES.
000660     88  ACCTHIST-NOT-OPEN                   VALUE '35'.
000663 77  WS-HOLDFILE-STATUS          PIC X(02) VALUE SPACES.
000666     88  HOLDFILE-NOT-OPEN                   VALUE '35'.
000667 77  WS-CLOSARCH-STATUS          PIC X(02) VALUE SPACES.
000668     88  CLOSARCH-NOT-OPEN                   VALUE '35'.
000670 77  WS-INQPARM-STATUS           PIC X(02) VALUE SPACES.
000680     88  INQPARM-NOT-OPEN                    VALUE '35'.
000690 77  WS-INQRPT-STATUS            PIC X(02) VALUE SPACES.
000750 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000760     88  HIST-EOF-YES                        VALUE 'Y'.
000770     88  HIST-EOF-NO                         VALUE 'N'.
000772
000774 77  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
000776     88  HOLD-EOF-YES                        VALUE 'Y'.
000778     88  HOLD-EOF-NO                         VALUE 'N'.
000779
000780*    WHERE THE CURRENT CARD'S ACCOUNT WAS FOUND.
000781 77  WS-ACCT-SOURCE              PIC X(01) VALUE SPACES.
000782     88  ACCT-ON-MASTER                      VALUE 'M'.
000783     88  ACCT-ON-ARCHIVE                     VALUE 'A'.
000784     88  ACCT-NOT-FOUND                      VALUE 'N'.
000785
000790 77  WS-CARD-COUNT               PIC 9(06) COMP VALUE ZEROS.
000800 77  WS-SHOW-COUNT               PIC 9(03) VALUE ZEROS.
000810
000960 77  WS-RING-IDX                 PIC 9(04) COMP VALUE ZEROS.
000970 77  WS-PRINT-IDX                PIC 9(04) COMP VALUE ZEROS.
000980 77  WS-LINE-AMOUNT              PIC S9(6)V99 VALUE ZEROS.
000983 77  WS-HELD-AMOUNT              PIC 9(7)V99 VALUE ZEROS.
000986 77  WS-AVAILABLE-BALANCE        PIC S9(7)V99 VALUE ZEROS.
000987*    THE DATE A HOLD MUST RELEASE AFTER TO STILL BE HELD.
000988 77  WS-TODAYS-DATE              PIC 9(08) VALUE ZEROS.
000990
001000 01  WS-INQ-HEADING-1.
001010     05  FILLER                  PIC X(11) VALUE 'ACCOUNT:   '.
001070     05  FILLER                      PIC X(13) VALUE SPACES.
001080
001090 01  WS-INQ-HEADING-2.
001100     05  FILLER                  PIC X(11) VALUE 'LEDGER:    '.
001110     05  IH2-BALANCE                 PIC Z,ZZZ,ZZ9.99.
001120     05  FILLER                  PIC X(10) VALUE '  STATUS: '.
001130     05  IH2-STATUS                  PIC X(08).
001140     05  FILLER                  PIC X(14) VALUE '  LAST ACTIVE '.
001150     05  IH2-LAST-ACTIVITY           PIC 9(08).
001160     05  FILLER                      PIC X(17) VALUE SPACES.
001161
001162 01  WS-INQ-HEADING-3.
001163     05  FILLER                  PIC X(11) VALUE 'HELD:      '.
001164     05  IH3-HELD                    PIC Z,ZZZ,ZZ9.99.
001165     05  FILLER                  PIC X(13) VALUE '  AVAILABLE: '.
001166     05  IH3-AVAILABLE               PIC Z,ZZZ,ZZ9.99-.
001167     05  FILLER                      PIC X(31) VALUE SPACES.
001168
001169 01  WS-INQ-ARCHIVE-LINE.
001170     05  FILLER                  PIC X(31) VALUE
001171         'CLOSED ACCOUNT - ARCHIVED FROM '.
001172     05  FILLER                  PIC X(18) VALUE
001173         'THE MASTER ON     '.
001174     05  IAL-ARCHIVE-DATE            PIC 9(08).
001175     05  FILLER                      PIC X(23) VALUE SPACES.
001176
001180 01  WS-COLUMN-LINE                  PIC X(80) VALUE
001190     'DATE      TIME      OPERATION       AMOUNT        BALANCE
001200-    '  BRCH TELR'.
001430     05  FILLER                      PIC X(40) VALUE SPACES.
001440
001450 01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.
001453
001456     COPY CYCLCTL.
001460
001470******************************************************************
001480*    0000-MAINLINE
001570     STOP RUN.
001580
001590******************************************************************
001600*    1000-INITIALIZE - TAKE THE BUSINESS DATE THE HOLDS ARE
001605*    JUDGED AGAINST, OPEN THE FILES AND PRIME THE FIRST CARD.
001610******************************************************************
001620 1000-INITIALIZE.
001621     SET CYC-FN-DATE TO TRUE
001622     CALL 'CycleControl' USING CYCLE-CONTROL-AREA
001623     IF CYC-OK
001624         MOVE CYC-BUSINESS-DATE TO WS-TODAYS-DATE
001625     ELSE
001626         DISPLAY 'ACCTINQ - ' CYC-MESSAGE
001627         DISPLAY 'ACCTINQ - HOLDS JUDGED AGAINST THE MACHINE '
001628                 'DATE'
001629         ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
001630     END-IF
001631     OPEN OUTPUT INQ-REPORT-FILE
001640     OPEN INPUT INQ-PARM-FILE
001650     IF INQPARM-NOT-OPEN
001660         DISPLAY 'ACCTINQ - NO INQPARM CARDS, NOTHING TO DO'
001690     END-IF
001700     OPEN INPUT ACCOUNT-MASTER-FILE
001710     OPEN INPUT ACCT-HIST-FILE
001715     OPEN INPUT HOLD-FILE
001717     OPEN INPUT CLOSED-ACCOUNT-FILE
001720     IF ACCTMAS-NOT-OPEN
001730         DISPLAY 'ACCTINQ - ACCTMAS NOT FOUND - RUN REFUSED'
001740         MOVE 16 TO RETURN-CODE
002180         MOVE 20 TO WS-SHOW-COUNT
002190     END-IF
002200     MOVE INQ-ACCOUNT-ID TO ACCT-ID
002205     SET ACCT-ON-MASTER TO TRUE
002210     READ ACCOUNT-MASTER-FILE
002220         INVALID KEY
002222             PERFORM 3050-READ-ARCHIVE THRU 3050-EXIT
002224     END-READ
002226     IF ACCT-NOT-FOUND
002230         MOVE INQ-ACCOUNT-ID TO IH1-ACCOUNT-ID
002240         MOVE SPACES TO IH1-MEMBER-NAME
002250         MOVE SPACES TO IH1-MEMBER-ID
002260         WRITE INQ-REPORT-RECORD FROM WS-INQ-HEADING-1
002270         MOVE 'ACCOUNT NOT ON MASTER' TO NL-TEXT
002280         WRITE INQ-REPORT-RECORD FROM WS-NOTE-LINE
002290         GO TO 3000-EXIT
002300     END-IF
002310     PERFORM 3100-WRITE-MASTER-BLOCK THRU 3100-EXIT
002320     PERFORM 3200-GATHER-HISTORY THRU 3200-EXIT
002330     IF WS-RING-HELD = ZEROS
002400     PERFORM 3300-PRINT-NEWEST-FIRST THRU 3300-EXIT.
002410 3000-EXIT.
002420     EXIT.
002421
002422******************************************************************
002423*    3050-READ-ARCHIVE - AN ACCOUNT OFF THE MASTER MAY HAVE BEEN
002424*    MOVED TO THE CLOSED-ACCOUNT ARCHIVE BY THE RETENTION PURGE.
002425*    IF SO ITS ARCHIVED IMAGE STANDS IN FOR THE MASTER RECORD.
002426*    NO ARCHIVE FILE MEANS NOTHING HAS BEEN ARCHIVED.
002427******************************************************************
002428 3050-READ-ARCHIVE.
002429     SET ACCT-NOT-FOUND TO TRUE
002430     IF CLOSARCH-NOT-OPEN
002431         GO TO 3050-EXIT
002432     END-IF
002433     MOVE INQ-ACCOUNT-ID TO CLS-ACCOUNT-ID
002434     READ CLOSED-ACCOUNT-FILE
002435         INVALID KEY
002436             GO TO 3050-EXIT
002437     END-READ
002438     MOVE CLS-ACCOUNT-IMAGE TO ACCOUNT-MASTER-RECORD
002439     SET ACCT-ON-ARCHIVE TO TRUE.
002440 3050-EXIT.
002441     EXIT.
002442
002443******************************************************************
002450*    3100-WRITE-MASTER-BLOCK - THE ACCOUNT'S MASTER DETAILS.
002460******************************************************************
002470 3100-WRITE-MASTER-BLOCK.
002620     END-EVALUATE
002630     MOVE ACCT-LAST-ACTIVITY-DATE TO IH2-LAST-ACTIVITY
002640     WRITE INQ-REPORT-RECORD FROM WS-INQ-HEADING-2
002641     PERFORM 3150-SUM-HOLDS THRU 3150-EXIT
002642     MOVE WS-HELD-AMOUNT TO IH3-HELD
002643     COMPUTE WS-AVAILABLE-BALANCE =
002644         ACCT-BALANCE - WS-HELD-AMOUNT
002645     MOVE WS-AVAILABLE-BALANCE TO IH3-AVAILABLE
002646     WRITE INQ-REPORT-RECORD FROM WS-INQ-HEADING-3
002647     IF ACCT-ON-ARCHIVE
002648         MOVE CLS-ARCHIVE-DATE TO IAL-ARCHIVE-DATE
002649         WRITE INQ-REPORT-RECORD FROM WS-INQ-ARCHIVE-LINE
002650     END-IF
002651     WRITE INQ-REPORT-RECORD FROM WS-BLANK-LINE.
002660 3100-EXIT.
002670     EXIT.
002671
002672******************************************************************
002673*    3150-SUM-HOLDS - ONE KEYED START AT THE ACCOUNT AND A
002674*    FORWARD READ THROUGH ITS HOLDS.  A HOLD STILL ON FILE MAY
002675*    ALREADY BE DUE OFF - HOLDRLS ONLY RUNS AFTER THE NIGHT'S
002676*    POSTING - SO 3160 COUNTS IT ONLY AS DATAPROGRAM WOULD.  NO
002677*    HOLDS FILE MEANS NOTHING IS HELD.
002678******************************************************************
002679 3150-SUM-HOLDS.
002680     MOVE ZEROS TO WS-HELD-AMOUNT
002681     IF HOLDFILE-NOT-OPEN
002682         GO TO 3150-EXIT
002683     END-IF
002684     SET HOLD-EOF-NO TO TRUE
002685     MOVE ACCT-ID TO HOLD-ACCOUNT-ID
002686     MOVE ZEROS TO HOLD-PLACED-DATE
002687     MOVE ZEROS TO HOLD-PLACED-TIME
002688     MOVE ZEROS TO HOLD-SEQ
002689     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
002690         INVALID KEY
002691             SET HOLD-EOF-YES TO TRUE
002692     END-START
002693     PERFORM 3160-ADD-ONE-HOLD THRU 3160-EXIT
002694         UNTIL HOLD-EOF-YES.
002695 3150-EXIT.
002696     EXIT.
002697
002698******************************************************************
002699*    3160-ADD-ONE-HOLD - STEP TO THE ACCOUNT'S NEXT HOLD AND
002700*    COUNT IT IF IT RELEASES AFTER THE BUSINESS DATE; A RECORD
002701*    PAST THE ACCOUNT ENDS THE WALK.
002702******************************************************************
002703 3160-ADD-ONE-HOLD.
002704     READ HOLD-FILE NEXT RECORD
002705         AT END
002706             SET HOLD-EOF-YES TO TRUE
002707             GO TO 3160-EXIT
002708     END-READ
002709     IF HOLD-ACCOUNT-ID NOT = ACCT-ID
002710         SET HOLD-EOF-YES TO TRUE
002711         GO TO 3160-EXIT
002712     END-IF
002713     IF HOLD-RELEASE-DATE > WS-TODAYS-DATE
002714         ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
002715     END-IF.
002716 3160-EXIT.
002717     EXIT.
002718
002719******************************************************************
002720*    3200-GATHER-HISTORY - ONE KEYED START AT THE ACCOUNT AND A
002721*    FORWARD READ THROUGH ITS POSTINGS, FOLDING THE TAIL INTO
002722*    THE RING BUFFER.
002730******************************************************************
002740 3200-GATHER-HISTORY.
002750     MOVE 1 TO WS-RING-NEXT
003690     CLOSE INQ-PARM-FILE
003700     CLOSE ACCOUNT-MASTER-FILE
003710     CLOSE ACCT-HIST-FILE
003715     CLOSE HOLD-FILE
003717     CLOSE CLOSED-ACCOUNT-FILE
003720     CLOSE INQ-REPORT-FILE
003730     DISPLAY 'ACCTINQ - INQUIRIES ANSWERED: ' WS-CARD-COUNT.
003740 9000-EXIT.
