000010******************************************************************
000020*    COPYBOOK      CYCLCTL
000030*    AUTHOR.       R HOLLOWAY - DATA ADMINISTRATION
000040*    DATE-WRITTEN. 2026-10-15
000050*----------------------------------------------------------------*
000060*    PARAMETER AREA FOR THE CYCLECTL SUBPROGRAM (PROGRAM-ID
000070*    CycleControl), WHICH OWNS ALL READING AND WRITING OF THE
000080*    PROCESSING CALENDAR (PROCCAL).  A NIGHTLY STEP CALLS
000090*    'START' WITH ITS STEP NAME BEFORE DOING ANYTHING AND TAKES
000100*    ITS BUSINESS DATE FROM THE REPLY, THEN CALLS 'COMPLETE' AT
000110*    A NORMAL END WITH ITS RETURN CODE IN CYC-STEP-RC.
000120*----------------------------------------------------------------*
000130*    FUNCTIONS
000140*    START    - RETURN THE BUSINESS DATE (AND THE PRIOR ONE) IF
000150*               THE STEP MAY RUN: ITS PREDECESSORS ARE COMPLETE
000160*               FOR THE DATE, IT IS NOT ALREADY COMPLETE, AND
000170*               NO STEP THAT MUST FOLLOW IT HAS RUN.
000180*    COMPLETE - RECORD THE STEP COMPLETE FOR THE BUSINESS DATE.
000190*    BUSDAY   - MOVE CYC-WORK-DATE FORWARD TO THE FIRST BUSINESS
000200*               DAY ON OR AFTER IT.
000210*    DAYTYPE  - CLASSIFY CYC-WORK-DATE (BUSINESS DAY, WEEKEND
000220*               OR HOLIDAY - WITH THE HOLIDAY'S NAME).
000230*    SETDATE  - MAKE CYC-WORK-DATE THE CURRENT BUSINESS DATE,
000240*               THE OLD ONE BECOMING THE PRIOR (CALROLL ONLY).
000242*    DATE     - RETURN THE BUSINESS DATE (AND THE PRIOR ONE)
000244*               WITHOUT STARTING OR RECORDING ANY STEP - FOR A
000246*               PROGRAM OUTSIDE THE CYCLE THAT MUST SEE THE
000248*               DATE POSTING USES (ACCTINQ).
000250*    RETURN CODES
000260*    00 - DONE
000270*    10 - NO PROCESSING CALENDAR, OR NO CONTROL RECORD ON IT
000280*    20 - STEP NAME NOT IN THE CYCLE
000290*    30 - A PREDECESSOR IS NOT COMPLETE FOR THE BUSINESS DATE
000300*    40 - STEP ALREADY COMPLETE FOR THE BUSINESS DATE
000310*    50 - A STEP THAT MUST FOLLOW THIS ONE HAS ALREADY RUN
000320*    90 - UNKNOWN FUNCTION OR UNUSABLE DATE
000330*    CYC-MESSAGE CARRIES A ONE-LINE EXPLANATION FOR SYSOUT.
000340*----------------------------------------------------------------*
000350*    MODIFICATION HISTORY
000360*    DATE       INIT  DESCRIPTION
000370*    ---------- ----  --------------------------------------------
000380*    2026-10-15 RH    INITIAL VERSION.
000383*    2026-10-15 RH    DATE FUNCTION - THE BUSINESS DATE FOR A
000386*                     READ-ONLY CALLER OUTSIDE THE CYCLE.
000390******************************************************************
000400 01  CYCLE-CONTROL-AREA.
000410     05  CYC-FUNCTION                PIC X(08).
000420         88  CYC-FN-START                    VALUE 'START'.
000430         88  CYC-FN-COMPLETE                 VALUE 'COMPLETE'.
000440         88  CYC-FN-BUSDAY                   VALUE 'BUSDAY'.
000450         88  CYC-FN-DAYTYPE                  VALUE 'DAYTYPE'.
000460         88  CYC-FN-SETDATE                  VALUE 'SETDATE'.
000465         88  CYC-FN-DATE                     VALUE 'DATE'.
000470     05  CYC-STEP-NAME               PIC X(08).
000480     05  CYC-BUSINESS-DATE           PIC 9(08).
000490     05  CYC-PRIOR-BUSINESS-DATE     PIC 9(08).
000500     05  CYC-WORK-DATE               PIC 9(08).
000510     05  CYC-DAY-TYPE                PIC X(01).
000520         88  CYC-BUSINESS-DAY                VALUE 'B'.
000530         88  CYC-WEEKEND-DAY                 VALUE 'W'.
000540         88  CYC-HOLIDAY                     VALUE 'H'.
000550     05  CYC-HOLIDAY-NAME            PIC X(30).
000560     05  CYC-STEP-RC                 PIC 9(04).
000570     05  CYC-RETURN-CODE             PIC 9(02).
000580         88  CYC-OK                          VALUE 00.
000590         88  CYC-NO-CALENDAR                 VALUE 10.
000600         88  CYC-UNKNOWN-STEP                VALUE 20.
000610         88  CYC-PREDECESSOR-OPEN            VALUE 30.
000620         88  CYC-ALREADY-COMPLETE            VALUE 40.
000630         88  CYC-SUCCESSOR-RAN               VALUE 50.
000640         88  CYC-BAD-REQUEST                 VALUE 90.
000650     05  CYC-MESSAGE                 PIC X(60).
