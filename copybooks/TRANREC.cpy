000490*    2026-09-02 RH    ADDED TRAN-MEMBER-ID SO AN OPEN SLIP NAMES
000500*                     THE MEMBER-MASTER RECORD THE NEW ACCOUNT
000510*                     BELONGS TO.
000512*    2026-10-15 RH    ADDED TRAN-HOLD-AMOUNT, TRAN-HOLD-RELEASE-
000514*                     DATE AND TRAN-HOLD-REASON SO A CREDIT
000516*                     (DEPOSIT) SLIP CAN PLACE AN UNCOLLECTED-
000518*                     FUNDS HOLD ON PART OR ALL OF THE DEPOSIT.
000519*                     ZERO HOLD AMOUNT MEANS NO HOLD.
000520*    2026-10-15 RH    ON AN OPEN SLIP, TRAN-TARGET-ACCOUNT-ID NOW
000521*                     NAMES THE NEW ACCOUNT'S OVERDRAFT
000522*                     PROTECTING ACCOUNT (SPACES FOR NONE).
000523*    2026-10-15 RH    ACCOUNT MAINTENANCE SLIP (OPERATION MAINT).
000524*                     ON A MAINT SLIP TRAN-MIN-BALANCE, TRAN-
000525*                     DAILY-LIMIT, TRAN-MEMBER-ID, TRAN-MEMBER-
000526*                     NAME AND TRAN-TARGET-ACCOUNT-ID (THE
000527*                     PROTECTING ACCOUNT) EACH CARRY THE FIELD'S
000528*                     NEW VALUE, OR SPACES TO LEAVE IT AS IT
000529*                     STANDS.  '*NONE' IN TRAN-TARGET-ACCOUNT-ID
000530*                     TAKES THE PROTECTING ACCOUNT OFF.
000531*    2026-10-15 RH    TERM SHARE CERTIFICATES.  AN OPEN SLIP
000532*                     CARRIES THE PRODUCT TYPE (SPACE OR S =
000533*                     SHARE, C = CERTIFICATE) AND, FOR A
000534*                     CERTIFICATE, THE TERM IN MONTHS, THE
000535*                     MATURITY OPTION (R = ROLL OVER, P = PAY
000536*                     OUT) AND THE SHARE ACCOUNT A PAY-OUT GOES
000537*                     TO.  A DEBIT SLIP CARRIES THE EARLY-
000538*                     WITHDRAWAL FLAG ('Y') TO TAKE MONEY OUT OF
000539*                     A CERTIFICATE BEFORE IT MATURES.  NEW
000540*                     OPERATION RENEW ROLLS A MATURED
000541*                     CERTIFICATE OVER FOR ANOTHER TERM.  THE
000542*                     TRAILER FILLER WIDENS TO MATCH.
000543*    2026-10-15 RH    ON A CREDIT OR DEBIT SLIP FROM BRANCH 0900
000544*                     (ACH ENTRIES WRITTEN BY ACHIN) TRAN-MEMBER-
000545*                     NAME CARRIES THE ENTRY'S 15-BYTE ACH TRACE
000546*                     NUMBER, SO A REFUSAL AT POSTING CAN BE
000547*                     RETURNED TO THE ORIGINATOR.
000548*    2026-10-15 RH    CHARACTER VIEWS OF THE MINIMUM BALANCE,
000549*                     DAILY LIMIT AND HOLD AMOUNT SO A PROGRAM
000550*                     CAN TEST AN UNKEYED (BLANK) AMOUNT.
000551******************************************************************
000552 01  TRANSACTION-RECORD.
000553     05  TRAN-OPERATION              PIC X(08).
000554     05  TRAN-ACCOUNT-ID             PIC X(10).
000560     05  TRAN-AMOUNT                 PIC 9(6)V99.
000570     05  TRAN-RATE                   PIC 9(02)V9(04).
000580     05  TRAN-MIN-BALANCE            PIC 9(6)V99.
000583     05  TRAN-MIN-BALANCE-X          REDEFINES TRAN-MIN-BALANCE
000586                                     PIC X(08).
000590     05  TRAN-TARGET-ACCOUNT-ID      PIC X(10).
000595         88  TRAN-PROTECT-REMOVE             VALUE '*NONE'.
000600     05  TRAN-MEMBER-NAME            PIC X(30).
000610     05  TRAN-DAILY-LIMIT            PIC 9(6)V99.
000613     05  TRAN-DAILY-LIMIT-X          REDEFINES TRAN-DAILY-LIMIT
000616                                     PIC X(08).
000620     05  TRAN-BRANCH-ID              PIC X(04).
000630     05  TRAN-TELLER-ID              PIC X(04).
000640     05  TRAN-MEMBER-ID              PIC X(10).
000642     05  TRAN-HOLD-AMOUNT            PIC 9(6)V99.
000643     05  TRAN-HOLD-AMOUNT-X          REDEFINES TRAN-HOLD-AMOUNT
000644                                     PIC X(08).
000645     05  TRAN-HOLD-RELEASE-DATE      PIC 9(08).
000646     05  TRAN-HOLD-REASON            PIC X(02).
000647     05  TRAN-PRODUCT-TYPE           PIC X(01).
000648     05  TRAN-CERT-TERM-MONTHS       PIC 9(03).
000649     05  TRAN-CERT-MATURITY-OPTION   PIC X(01).
000650     05  TRAN-CERT-PAYOUT-ACCOUNT-ID PIC X(10).
000651     05  TRAN-EARLY-WITHDRAWAL       PIC X(01).
000652         88  TRAN-EARLY-WITHDRAWAL-YES       VALUE 'Y'.
000653
000660*    CONTROL TRAILER VIEW OF THE SAME RECORD.  THE BRANCH
000670*    EXTRACT WRITES ONE TRAILER AS ITS LAST RECORD WITH THE
000680*    RECORD COUNT AND TRAN-AMOUNT HASH TOTALS BY OPERATION FOR
000810     05  TRL-WRITE-HASH              PIC 9(7)V99.
000820     05  TRL-TRANSFER-HASH           PIC 9(7)V99.
000830     05  TRL-BUSINESS-DATE           PIC 9(08).
000840     05  FILLER                      PIC X(82).
