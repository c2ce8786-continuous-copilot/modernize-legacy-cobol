000330*                     FROM THE OPEN SLIP; SPACES ON ACCOUNTS
000340*                     OPENED BEFORE THE LINK EXISTED, WHICH
000350*                     STILL STATEMENT AND POST STANDALONE.
000351*    2026-10-15 RH    ADDED ACCT-PROTECT-ACCOUNT-ID - THE MEMBER'S
000352*                     OWN ACCOUNT THAT COVERS A SHORT DEBIT OR
000353*                     TRANSFER ON THIS ONE BY OVERDRAFT SWEEP.
000354*                     SET FROM THE OPEN SLIP; SPACES MEANS NO
000355*                     PROTECTION (AND IS WHAT EVERY RECORD
000356*                     CREATED BEFORE THIS CHANGE CARRIES).
000357*    2026-10-15 RH    ADDED THE PRODUCT TYPE AND THE TERM SHARE
000358*                     CERTIFICATE FIELDS.  A CERTIFICATE CARRIES
000359*                     ITS TERM IN MONTHS, ITS MATURITY DATE, THE
000360*                     RATE LOCKED FROM RATETAB WHEN IT OPENED (OR
000361*                     LAST RENEWED), WHAT HAPPENS AT MATURITY
000362*                     (ROLL OVER FOR ANOTHER TERM OR PAY OUT) AND
000363*                     THE MEMBER'S SHARE ACCOUNT A PAY-OUT GOES
000364*                     TO.  A PRODUCT TYPE OF SPACE (A RECORD
000365*                     CREATED BEFORE THIS CHANGE) IS A SHARE
000366*                     ACCOUNT; THE CERTIFICATE FIELDS ARE ZEROS
000367*                     AND SPACES ON A SHARE ACCOUNT.
000368******************************************************************
000370 01  ACCOUNT-MASTER-RECORD.
000380     05  ACCT-ID                     PIC X(10).
000390     05  ACCT-BALANCE                PIC 9(6)V99.
000480         88  ACCT-STATUS-DORMANT             VALUE 'D'.
000490     05  ACCT-DAILY-DEBIT-LIMIT      PIC 9(6)V99.
000500     05  ACCT-MEMBER-ID              PIC X(10).
000510     05  ACCT-PROTECT-ACCOUNT-ID     PIC X(10).
000520     05  ACCT-PRODUCT-TYPE           PIC X(01).
000530         88  ACCT-PRODUCT-SHARE              VALUE 'S' SPACE.
000540         88  ACCT-PRODUCT-CERTIFICATE        VALUE 'C'.
000550     05  ACCT-CERT-TERM-MONTHS       PIC 9(03).
000560     05  ACCT-CERT-MATURITY-DATE     PIC 9(08).
000570     05  ACCT-CERT-RATE              PIC 9(02)V9(04).
000580     05  ACCT-CERT-MATURITY-OPTION   PIC X(01).
000590         88  ACCT-CERT-ROLLOVER              VALUE 'R'.
000600         88  ACCT-CERT-PAYOUT                VALUE 'P'.
000610     05  ACCT-CERT-PAYOUT-ACCOUNT-ID PIC X(10).
