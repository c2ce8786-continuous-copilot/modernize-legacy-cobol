000244*    12 - TELLER ID BLANK
000246*    13 - OPEN SLIP WITH A BLANK MEMBER ID
000248*    14 - OPEN SLIP MEMBER NOT ON FILE OR INACTIVE
000249*    15 - HOLD AMOUNT OR HOLD RELEASE DATE NOT NUMERIC
000250*    16 - HOLD ON A NON-CREDIT SLIP OR OVER THE DEPOSIT
000251*    17 - HOLD RELEASE DATE NOT AFTER THE BUSINESS DATE
000252*    18 - HOLD REASON CODE NOT A KNOWN REASON
000253*    19 - OPEN OR MAINT SLIP NAMING THE ACCOUNT AS ITS OWN
000254*         PROTECTING ACCOUNT
000255*    20 - MAINT SLIP THAT CHANGES NOTHING
000256*    21 - PRODUCT TYPE OR CERTIFICATE TERMS NOT VALID
000257*    22 - EARLY-WITHDRAWAL FLAG NOT VALID OR NOT ON A DEBIT
000258*----------------------------------------------------------------*
000260*    MODIFICATION HISTORY
000270*    DATE       INIT  DESCRIPTION
000280*    ---------- ----  --------------------------------------------
000294*                     TELLER IDS; ADDED REASONS 11 AND 12.
000296*    2026-09-02 RH    IMAGE WIDENED TO X(106) FOR THE MEMBER ID;
000298*                     ADDED REASONS 13 AND 14.
000299*    2026-10-15 RH    IMAGE WIDENED TO X(124) FOR THE DEPOSIT
000300*                     HOLD FIELDS; ADDED REASONS 15 THROUGH 18.
000301*    2026-10-15 RH    IMAGE WIDENED TO X(140) FOR THE CERTIFICATE
000302*                     FIELDS; ADDED REASONS 21 AND 22 (AND
000303*                     LISTED 19 AND 20 ABOVE).
000305******************************************************************
000310 01  SUSPENSE-RECORD.
000320     05  SUSP-NUMBER                 PIC 9(06).
000330     05  SUSP-STATUS                 PIC X(01).
000380     05  SUSP-BUSINESS-DATE          PIC 9(08).
000390     05  SUSP-RELEASE-DATE           PIC 9(08).
000400     05  SUSP-RECYCLE-DATE           PIC 9(08).
000410     05  SUSP-TRAN-IMAGE             PIC X(140).
