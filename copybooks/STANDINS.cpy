000172*    2026-09-02 RH    SI-RATE IS RETAINED FOR LAYOUT
000174*                     COMPATIBILITY BUT NO LONGER USED - ACCR
000176*                     POSTINGS PRICE OFF THE RATE TABLE FILE.
000177*    2026-10-15 RH    SI-SCHEDULED-DATE ADDED (RECORD NOW 67).
000178*                     STANDGEN MOVES A NEXT-DUE DATE THAT FALLS
000179*                     ON A WEEKEND OR HOLIDAY TO THE NEXT
000180*                     BUSINESS DAY AND KEEPS THE UNMOVED DATE
000181*                     HERE TO ROLL FROM.  WHEN NEXT-DUE IS
000182*                     CHANGED BY HAND, SET THIS FIELD TO SPACES
000183*                     OR ZEROS AND STANDGEN WILL RESET IT.
000184******************************************************************
000190 01  STANDING-INSTRUCTION-RECORD.
000200     05  SI-ACCOUNT-ID               PIC X(10).
000210     05  SI-OPERATION                PIC X(08).
000280         88  SI-FREQ-MONTHLY                 VALUE 'M'.
000290     05  SI-NEXT-DUE-DATE            PIC 9(08).
000300     05  SI-EXPIRY-DATE              PIC 9(08).
000310     05  SI-SCHEDULED-DATE           PIC 9(08).
