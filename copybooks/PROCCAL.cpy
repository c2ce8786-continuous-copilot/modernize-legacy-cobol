000010******************************************************************
000020*    COPYBOOK      PROCCAL
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    RECORD LAYOUT FOR THE PROCESSING CALENDAR (VSAM KSDS, KEY
000070*    17, RECORD 80).  THE ONE PLACE THE NIGHTLY CYCLE TAKES ITS
000080*    BUSINESS DATE FROM.  THREE KINDS OF RECORD SHARE THE KEY:
000090*    ONE CONTROL RECORD CARRYING THE CURRENT AND PRIOR BUSINESS
000100*    DATES AND THE WEEKEND PATTERN, ONE HOLIDAY RECORD PER
000110*    NON-BUSINESS WEEKDAY, AND ONE STEP-COMPLETE RECORD PER
000120*    NIGHTLY STEP PER BUSINESS DATE, WRITTEN WHEN THE STEP ENDS
000130*    NORMALLY.  CALMAINT KEEPS THE CONTROL AND HOLIDAY RECORDS;
000140*    CALROLL ADVANCES THE BUSINESS DATE; EVERY NIGHTLY STEP
000150*    READS AND WRITES THE FILE THROUGH THE CYCLECTL SUBPROGRAM.
000160*----------------------------------------------------------------*
000170*    RECORD TYPES
000180*    C - CYCLE CONTROL (KEY DATE ZEROS, KEY STEP SPACES)
000190*    H - HOLIDAY (KEY DATE = THE HOLIDAY, KEY STEP SPACES)
000200*    S - STEP COMPLETE (KEY DATE = BUSINESS DATE, KEY STEP =
000210*        THE STEP NAME)
000220*    WEEKEND FLAGS - ONE PER DAY OF THE WEEK, SUNDAY FIRST.
000230*    'Y' MEANS NO BUSINESS IS DONE ON THAT DAY.
000240*----------------------------------------------------------------*
000250*    MODIFICATION HISTORY
000260*    DATE       INIT  DESCRIPTION
000270*    ---------- ----  --------------------------------------------
000280*    2026-10-15 RH    INITIAL VERSION.
000290******************************************************************
000300 01  PROCESSING-CALENDAR-RECORD.
000310     05  CAL-KEY.
000320         10  CAL-RECORD-TYPE         PIC X(01).
000330             88  CAL-TYPE-CONTROL            VALUE 'C'.
000340             88  CAL-TYPE-HOLIDAY            VALUE 'H'.
000350             88  CAL-TYPE-STEP-DONE          VALUE 'S'.
000360         10  CAL-KEY-DATE            PIC 9(08).
000370         10  CAL-KEY-STEP            PIC X(08).
000380     05  CAL-DATA                    PIC X(63).
000390     05  CAL-CONTROL-DATA REDEFINES CAL-DATA.
000400         10  CAL-BUSINESS-DATE       PIC 9(08).
000410         10  CAL-PRIOR-BUSINESS-DATE PIC 9(08).
000420         10  CAL-WEEKEND-PATTERN.
000430             15  CAL-WEEKEND-FLAG    PIC X(01) OCCURS 7 TIMES.
000440         10  CAL-ROLLED-DATE         PIC 9(08).
000450         10  CAL-ROLLED-TIME         PIC 9(08).
000460         10  FILLER                  PIC X(24).
000470     05  CAL-HOLIDAY-DATA REDEFINES CAL-DATA.
000480         10  CAL-HOLIDAY-NAME        PIC X(30).
000490         10  CAL-HOLIDAY-ADDED-DATE  PIC 9(08).
000500         10  FILLER                  PIC X(25).
000510     05  CAL-STEP-DATA REDEFINES CAL-DATA.
000520         10  CAL-STEP-DONE-DATE      PIC 9(08).
000530         10  CAL-STEP-DONE-TIME      PIC 9(08).
000540         10  CAL-STEP-RC             PIC 9(04).
000550         10  FILLER                  PIC X(43).
