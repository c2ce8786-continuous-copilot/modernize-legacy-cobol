000180*                     POSITION, AND EACH ACCEPTED REVERSE DELETES
000190*                     IT, WHICH IS EXACTLY WHAT DATAPROGRAM DOES
000200*                     AS THE CALLS HAPPEN LIVE.
000201*    2026-10-15 RH    OVERDRAFT SWEEPS.  THE PROTECTING SIDE'S
000202*                     ODSWEEP LEG DELETES THAT ACCOUNT'S
000203*                     POSITION, AS LIVE.  THE COVERED SIDE'S LEG
000204*                     IS HELD AND ATTACHED (PROTECTING ACCOUNT
000205*                     AND AMOUNT) TO THE DEBIT OR TRANSFER LEGS
000206*                     THAT FOLLOW IT FOR THE SAME ACCOUNT, SO
000207*                     A REBUILT POSITION REVERSES ITS SWEEP TOO.
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000530 77  WS-READ-COUNT               PIC 9(06) COMP VALUE ZEROS.
000540 77  WS-POSTED-COUNT             PIC 9(06) COMP VALUE ZEROS.
000550 77  WS-DELETED-COUNT            PIC 9(06) COMP VALUE ZEROS.
000551
000552*    COVERED SIDE OF THE LAST OVERDRAFT SWEEP REPLAYED, HELD
000553*    UNTIL THE DEBIT OR TRANSFER IT COVERED HAS BEEN POSTED.
000554 77  WS-SWEEP-COVERED-ID         PIC X(10) VALUE SPACES.
000555 77  WS-SWEEP-ACCOUNT-ID         PIC X(10) VALUE SPACES.
000556 77  WS-SWEEP-AMOUNT             PIC 9(6)V99 VALUE ZEROS.
000560
000570******************************************************************
000580*    0000-MAINLINE
001133*    AND THAT TRANSFER'S REVERSAL, THE REBUILD DROPS A POSITION
001134*    LIVE PROCESSING WOULD HAVE KEPT.  THE NEXT REVERSE ON THAT
001135*    ACCOUNT THEN REPORTS NOTHING-TO-REVERSE AND IS RE-KEYED BY
001136*    HAND - A SAFE FAILURE, NEVER A WRONG REVERSAL.  THE SAME
001137*    GOES FOR A PROTECTING ACCOUNT THAT POSTED BETWEEN A SWEEP
001138*    AND THE REVERSAL THAT PUT THE SWEEP BACK.
001140******************************************************************
001150 2200-REPLAY-ONE-RECORD.
001160     ADD 1 TO WS-READ-COUNT
001280         END-READ
001290         GO TO 2200-EXIT
001300     END-IF
001302     IF AUDIT-OPERATION = 'ODSWEEP'
001304         PERFORM 2400-NOTE-SWEEP-LEG THRU 2400-EXIT
001306         GO TO 2200-EXIT
001308     END-IF
001310     IF AUDIT-OPERATION NOT = 'WRITE'
001320         AND AUDIT-OPERATION NOT = 'CREDIT'
001330         AND AUDIT-OPERATION NOT = 'DEBIT'
001590     MOVE AUDIT-NEW-BALANCE TO POS-NEW-BALANCE
001600     MOVE AUDIT-TARGET-ACCOUNT-ID TO POS-TARGET-ACCOUNT-ID
001610     MOVE AUDIT-DATE TO POS-POST-DATE
001620     MOVE AUDIT-TIME TO POS-POST-TIME
001621     MOVE SPACES TO POS-SWEEP-ACCOUNT-ID
001622     MOVE ZEROS TO POS-SWEEP-AMOUNT
001623     IF WS-SWEEP-COVERED-ID NOT = SPACES
001624         AND (AUDIT-OPERATION = 'DEBIT'
001625              OR AUDIT-OPERATION = 'TRANSFER')
001626         AND (AUDIT-ACCOUNT-ID = WS-SWEEP-COVERED-ID
001627              OR AUDIT-TARGET-ACCOUNT-ID = WS-SWEEP-COVERED-ID)
001628         MOVE WS-SWEEP-ACCOUNT-ID TO POS-SWEEP-ACCOUNT-ID
001629         MOVE WS-SWEEP-AMOUNT TO POS-SWEEP-AMOUNT
001630     END-IF
001631*    THE SWEEP BELONGS TO ONE ITEM - IT IS SPENT ONCE THE DEBIT
001632*    OR THE TRANSFER'S SECOND (CREDIT) LEG HAS TAKEN IT.
001633     IF AUDIT-OPERATION = 'DEBIT'
001634         OR AUDIT-TARGET-ACCOUNT-ID = WS-SWEEP-COVERED-ID
001635         MOVE SPACES TO WS-SWEEP-COVERED-ID
001636     END-IF.
001637 2300-EXIT.
001640     EXIT.
001641
001642******************************************************************
001643*    2400-NOTE-SWEEP-LEG - THE PROTECTING SIDE OF A SWEEP (MONEY
001644*    OUT) DROPS THAT ACCOUNT'S POSITION, AS LIVE.  THE COVERED
001645*    SIDE (MONEY IN) IS HELD FOR THE ITEM THAT FOLLOWS IT.
001646******************************************************************
001647 2400-NOTE-SWEEP-LEG.
001648     IF AUDIT-NEW-BALANCE > AUDIT-PRIOR-BALANCE
001649         MOVE AUDIT-ACCOUNT-ID TO WS-SWEEP-COVERED-ID
001650         MOVE AUDIT-TARGET-ACCOUNT-ID TO WS-SWEEP-ACCOUNT-ID
001651         COMPUTE WS-SWEEP-AMOUNT =
001652             AUDIT-NEW-BALANCE - AUDIT-PRIOR-BALANCE
001653         GO TO 2400-EXIT
001654     END-IF
001655     MOVE AUDIT-ACCOUNT-ID TO POS-ACCOUNT-ID
001656     READ AUDIT-POSITION-FILE
001657         INVALID KEY
001658             CONTINUE
001659         NOT INVALID KEY
001660             DELETE AUDIT-POSITION-FILE RECORD
001661             ADD 1 TO WS-DELETED-COUNT
001662     END-READ.
001663 2400-EXIT.
001664     EXIT.
001665
001666******************************************************************
001670*    9000-TERMINATE - CLOSE THE FILES AND SHOW THE RUN TOTALS.
001680******************************************************************
001690 9000-TERMINATE.
