000324*                     MEMBER LINK - THE LOG DOES NOT CARRY THE
000326*                     MEMBER ID EITHER, SO THE BRANCH RELINKS IT
000328*                     ALONG WITH THE NAME.
000329*    2026-10-15 RH    OVERDRAFT SWEEPS.  ODSWEEP LEGS NOW ROLL
000330*                     FORWARD LIKE ANY OTHER BALANCE MOVE, AND
000331*                     THE POSITION FILE FOLLOWS THE POSREBLD
000332*                     SWEEP RULES.  A RE-CREATED ACCOUNT TAKES
000333*                     ITS PROTECTING ACCOUNT FROM THE OPEN'S
000334*                     LOGGED COUNTERPARTY.
000335*    2026-10-15 RH    ACCOUNT MAINTENANCE (MAINT) RECORDS REPLAY
000336*                     TO NOTHING LIKE OTHER STATUS MAINTENANCE -
000337*                     THE AUDIT LOG CARRIES ONLY BALANCES.  THE
000338*                     BRANCH PUTS A RE-CREATED ACCOUNT'S MEMBER
000339*                     LINK RIGHT WITH A MAINT SLIP.
000340*    2026-10-15 RH    TERM SHARE CERTIFICATES.  A PENALTY RECORD
000341*                     ROLLS FORWARD LIKE ANY OTHER BALANCE MOVE
000342*                     BUT LEAVES THE POSITION FILE ALONE, AS
000343*                     LIVE DOES; RENEW REPLAYS TO NOTHING (THE
000344*                     NEXT CERTMAT RUN RENEWS AGAIN).  AN OPEN
000345*                     LOGGED WITH A RATE WAS A CERTIFICATE AND IS
000346*                     RE-CREATED AS ONE AT THAT RATE, ITS PAY-OUT
000347*                     ACCOUNT FROM THE LOGGED COUNTERPARTY; THE
000348*                     LOG DOES NOT CARRY THE TERM, SO IT IS
000349*                     FLAGGED FOR THE BRANCH TO VERIFY.
000350******************************************************************
000351
000352 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUDIT-IN-FILE ASSIGN TO "AUDITIN"
000990 77  WS-CREATED-COUNT            PIC 9(06) COMP VALUE ZEROS.
001000 77  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZEROS.
001010 77  WS-BEYOND-COUNT             PIC 9(06) COMP VALUE ZEROS.
001011
001012*    COVERED SIDE OF THE LAST OVERDRAFT SWEEP REPLAYED, HELD
001013*    UNTIL THE DEBIT OR TRANSFER IT COVERED HAS BEEN POSTED.
001014 77  WS-SWEEP-COVERED-ID         PIC X(10) VALUE SPACES.
001015 77  WS-SWEEP-ACCOUNT-ID         PIC X(10) VALUE SPACES.
001016 77  WS-SWEEP-AMOUNT             PIC 9(6)V99 VALUE ZEROS.
001020
001030 01  WS-HEADING-LINE-1               PIC X(80) VALUE
001040     'ACCTRCVR - ACCOUNT MASTER RECOVERY EXCEPTION REPORT'.
002460******************************************************************
002470*    2200-REPLAY-ONE-RECORD - APPLY ONE ACCEPTED AUDIT RECORD TO
002480*    THE RESTORED MASTER.  ONLY THE BALANCE-MOVING OPERATIONS
002490*    AND OPEN TOUCH THE MASTER; READS, STATUS MAINTENANCE,
002498*    ACCOUNT MAINTENANCE (MAINT - ITS FIELD IMAGES ARE ON THE
002506*    MAINTENANCE LOG, NOT HERE) AND REJECTED ATTEMPTS REPLAY TO
002514*    NOTHING, THE SAME AS LIVE.  THE POSITION FILE IS
002522*    MAINTAINED AS EACH RECORD LANDS, POSREBLD RULES.
002530******************************************************************
002540 2200-REPLAY-ONE-RECORD.
002550     IF AUDIT-RETURN-STATUS NOT = ZEROS
002640         AND AUDIT-OPERATION NOT = 'DEBIT'
002650         AND AUDIT-OPERATION NOT = 'ACCR'
002660         AND AUDIT-OPERATION NOT = 'TRANSFER'
002665         AND AUDIT-OPERATION NOT = 'ODSWEEP'
002667         AND AUDIT-OPERATION NOT = 'PENALTY'
002670         AND AUDIT-OPERATION NOT = 'REVERSE'
002680         GO TO 2200-EXIT
002690     END-IF
002750*    3000-REPLAY-OPEN - AN ACCEPTED OPEN RE-CREATES AN ACCOUNT
002760*    THE RESTORED BACKUP PREDATES.  THE LOG CARRIES NO MEMBER
002770*    NAME, SO THE RECORD IS CREATED WITH A RECOVERY MARKER AND
002780*    FLAGGED FOR THE BRANCH TO VERIFY AND PUT RIGHT WITH A
002787*    MAINT SLIP.  AN OPEN FOR AN ACCOUNT ALREADY ON THE MASTER
002794*    IS A CHAIN ANOMALY (LIVE PROCESSING REFUSES IT) AND IS
002801*    REPORTED, NOT APPLIED.  AN OPEN CARRYING A RATE OPENED A
002804*    CERTIFICATE: IT COMES BACK AS A CERTIFICATE AT THAT RATE
002807*    WITH NO TERM OR MATURITY DATE, WHICH THE BRANCH MUST SUPPLY.
002810******************************************************************
002820 3000-REPLAY-OPEN.
002830     MOVE AUDIT-ACCOUNT-ID TO ACCT-ID
002880             MOVE ZEROS TO ACCT-MIN-BALANCE
002890             MOVE ZEROS TO ACCT-DAILY-DEBIT-LIMIT
002895             MOVE SPACES TO ACCT-MEMBER-ID
002896             MOVE AUDIT-TARGET-ACCOUNT-ID
002897                 TO ACCT-PROTECT-ACCOUNT-ID
002898             SET ACCT-PRODUCT-SHARE TO TRUE
002899             MOVE ZEROS TO ACCT-CERT-TERM-MONTHS
002900             MOVE ZEROS TO ACCT-CERT-MATURITY-DATE
002901             MOVE ZEROS TO ACCT-CERT-RATE
002902             MOVE SPACES TO ACCT-CERT-MATURITY-OPTION
002903             MOVE SPACES TO ACCT-CERT-PAYOUT-ACCOUNT-ID
002904             IF AUDIT-RATE-APPLIED > ZEROS
002905                 SET ACCT-PRODUCT-CERTIFICATE TO TRUE
002906                 MOVE AUDIT-RATE-APPLIED TO ACCT-CERT-RATE
002907                 MOVE AUDIT-TARGET-ACCOUNT-ID
002908                     TO ACCT-CERT-PAYOUT-ACCOUNT-ID
002909                 MOVE SPACES TO ACCT-PROTECT-ACCOUNT-ID
002910             END-IF
002911             MOVE '** RECOVERED - VERIFY NAME **'
002912                 TO ACCT-MEMBER-NAME
002920             MOVE AUDIT-DATE TO ACCT-OPEN-DATE
002930             MOVE AUDIT-DATE TO ACCT-LAST-ACTIVITY-DATE
002940             SET ACCT-STATUS-OPEN TO TRUE
002980             MOVE ZEROS TO DL-EXPECTED
002990             MOVE ACCT-BALANCE TO DL-ON-HAND
003000             MOVE 'OPEN REPLAYED-VERIFY NAME' TO DL-NOTE
003002             IF ACCT-PRODUCT-CERTIFICATE
003004                 MOVE 'CERT REPLAYED-CHK TERMS' TO DL-NOTE
003006             END-IF
003010             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
003020         NOT INVALID KEY
003030             MOVE AUDIT-PRIOR-BALANCE TO DL-EXPECTED
003440*    4000-MAINTAIN-POSITION - KEEP THE POSITION FILE CURRENT AS
003450*    THE REPLAY RUNS, POSREBLD RULES: AN ACCEPTED REVERSIBLE
003460*    POSTING REPLACES THE ACCOUNT'S POSITION, AN ACCEPTED
003470*    REVERSE DELETES IT.  AN OVERDRAFT SWEEP LEG GOES TO 4200.
003475*    A CERTIFICATE PENALTY LEAVES THE POSITION ALONE.
003480******************************************************************
003490 4000-MAINTAIN-POSITION.
003491     IF AUDIT-OPERATION = 'PENALTY'
003492         GO TO 4000-EXIT
003493     END-IF
003494     IF AUDIT-OPERATION = 'ODSWEEP'
003495         PERFORM 4200-NOTE-SWEEP-LEG THRU 4200-EXIT
003496         GO TO 4000-EXIT
003498     END-IF
003500     MOVE AUDIT-ACCOUNT-ID TO POS-ACCOUNT-ID
003510     IF AUDIT-OPERATION = 'REVERSE'
003520         READ AUDIT-POSITION-FILE
003790     MOVE AUDIT-NEW-BALANCE TO POS-NEW-BALANCE
003800     MOVE AUDIT-TARGET-ACCOUNT-ID TO POS-TARGET-ACCOUNT-ID
003810     MOVE AUDIT-DATE TO POS-POST-DATE
003820     MOVE AUDIT-TIME TO POS-POST-TIME
003821     MOVE SPACES TO POS-SWEEP-ACCOUNT-ID
003822     MOVE ZEROS TO POS-SWEEP-AMOUNT
003823     IF WS-SWEEP-COVERED-ID NOT = SPACES
003824         AND (AUDIT-OPERATION = 'DEBIT'
003825              OR AUDIT-OPERATION = 'TRANSFER')
003826         AND (AUDIT-ACCOUNT-ID = WS-SWEEP-COVERED-ID
003827              OR AUDIT-TARGET-ACCOUNT-ID = WS-SWEEP-COVERED-ID)
003828         MOVE WS-SWEEP-ACCOUNT-ID TO POS-SWEEP-ACCOUNT-ID
003829         MOVE WS-SWEEP-AMOUNT TO POS-SWEEP-AMOUNT
003830     END-IF
003831*    THE SWEEP BELONGS TO ONE ITEM - IT IS SPENT ONCE THE DEBIT
003832*    OR THE TRANSFER'S SECOND (CREDIT) LEG HAS TAKEN IT.
003833     IF AUDIT-OPERATION = 'DEBIT'
003834         OR AUDIT-TARGET-ACCOUNT-ID = WS-SWEEP-COVERED-ID
003835         MOVE SPACES TO WS-SWEEP-COVERED-ID
003836     END-IF.
003837 4100-EXIT.
003840     EXIT.
003841
003842******************************************************************
003843*    4200-NOTE-SWEEP-LEG - POSREBLD RULES: THE PROTECTING SIDE
003844*    OF A SWEEP (MONEY OUT) DROPS THAT ACCOUNT'S POSITION; THE
003845*    COVERED SIDE (MONEY IN) IS HELD FOR THE ITEM THAT FOLLOWS.
003846******************************************************************
003847 4200-NOTE-SWEEP-LEG.
003848     IF AUDIT-NEW-BALANCE > AUDIT-PRIOR-BALANCE
003849         MOVE AUDIT-ACCOUNT-ID TO WS-SWEEP-COVERED-ID
003850         MOVE AUDIT-TARGET-ACCOUNT-ID TO WS-SWEEP-ACCOUNT-ID
003851         COMPUTE WS-SWEEP-AMOUNT =
003852             AUDIT-NEW-BALANCE - AUDIT-PRIOR-BALANCE
003853         GO TO 4200-EXIT
003854     END-IF
003855     MOVE AUDIT-ACCOUNT-ID TO POS-ACCOUNT-ID
003856     READ AUDIT-POSITION-FILE
003857         INVALID KEY
003858             CONTINUE
003859         NOT INVALID KEY
003860             DELETE AUDIT-POSITION-FILE RECORD
003861     END-READ.
003862 4200-EXIT.
003863     EXIT.
003864
003865******************************************************************
003870*    8000-WRITE-EXCEPTION - ONE EXCEPTION LINE FOR THE CURRENT
003880*    AUDIT RECORD.  CALLER HAS FILLED THE BALANCE COLUMNS AND
003890*    THE NOTE.
