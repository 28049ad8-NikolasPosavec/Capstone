002000*                    THROUGH WITHHOLDING, YTD, PAY-DETAIL, AND
002010*                    PAY HISTORY LIKE ANY OTHER EARNINGS.  A
002020*                    RETRO FOR AN EMPLOYEE WITH NO PAY THIS RUN
002021*                    IS LISTED ON ERROR-SUSPENSE.  THE RETRO
002022*                    FILE IS EMPTIED AT END OF RUN SO A SECOND
002023*                    PAY RUN CANNOT PAY IT AGAIN, AND ON A
002024*                    RESTART THE ENTRIES FOR EMPLOYEES ALREADY
002025*                    PROCESSED BEFORE THE CHECKPOINT ARE
002026*                    DROPPED.
002027*  2026-09-02  RTS   A TIMECARD'S CHARGE-DEPARTMENT OVERRIDE IS
002028*                    NOW VALIDATED AGAINST THE DEPARTMENT
002029*                    MASTER WHEN ONE IS PRESENT - AN UNKNOWN OR
002030*                    CLOSED CODE REJECTS TO ERROR-SUSPENSE.
002031*  2026-10-15  RTS   ADDED PAY GROUPS AND THE PAY CALENDAR.  THE
002032*                    RUN-CONTROL RECORD NAMES THE GROUP AND ITS
002033*                    PERIOD END, AND THE CALENDAR SUPPLIES THE
002034*                    PERIOD START, CHECK DATE, AND FREQUENCY
002035*                    (WEEKLY, BIWEEKLY, SEMIMONTHLY).  ONLY THE
002036*                    GROUP'S EMPLOYEES ARE PAID - A TIMECARD FOR
002037*                    AN EMPLOYEE IN ANOTHER GROUP GOES TO
002038*                    ERROR-SUSPENSE, AND A RETRO ENTRY FOR ONE
002039*                    IS KEPT ON THE RETRO FILE FOR ITS OWN
002040*                    GROUP'S RUN.  FEDERAL ANNUALIZATION AND
002041*                    LEAVE ACCRUAL NOW USE THE GROUP'S PERIODS
002042*                    PER YEAR, AND THE SALARY-DERIVED RATE ITS
002043*                    STANDARD HOURS PER PERIOD.  FLSA OVERTIME
002044*                    IS FIGURED PER SEVEN-DAY WORKWEEK FROM THE
002045*                    TIMECARD'S DATE WORKED, SO 50 HOURS AND 30
002046*                    HOURS IN A BIWEEKLY PERIOD EARN 10 HOURS OF
002047*                    OVERTIME.  THE WEEKS RUN FROM THE GROUP'S
002048*                    WORKWEEK START ON THE CALENDAR, AND THE
002049*                    HOURS OF A WEEK SPLIT BY THE PERIOD END ARE
002050*                    CARRIED TO THE NEXT PERIOD THROUGH PAY
002051*                    HISTORY SO THE WHOLE WEEK IS TESTED.
002052*                    THE PAY-CYCLE INTERLOCK IS NOW
002053*                    KEPT PER GROUP.  NO CALENDAR ENTRY FOR
002054*                    GROUP WK RUNS WEEKLY ON THE RUN-CONTROL
002055*                    DATES AS BEFORE.
002056*  2026-10-15  RTS   ADDED THE SUPPLEMENTAL RUN (RUN TYPE S ON
002057*                    RUN-CONTROL).  IT PAYS THE BONUS AND
002058*                    COMMISSION FILE (SUPPTXN) OFF-CYCLE FOR
002059*                    THE GROUP - ONE CHECK PER EMPLOYEE, FEDERAL
002060*                    AT THE FLAT SUPPLEMENTAL RATE FROM TAXRATES,
002061*                    STATE, FICA, MEDICARE, YTD AND PAY HISTORY AS
002062*                    ON ANY CHECK.  THE DEDUCTION PASSES RUN BUT
002063*                    TAKE NOTHING - THE DEDUCTION MASTER IS LEFT
002064*                    CLOSED, SO THEY ONLY CLEAR THE EMPLOYEE'S
002065*                    DEDUCTION TOTALS.  NO LEAVE ACCRUES.  THE
002066*                    RUN-CONTROL PERIOD END IS THE PAY DATE
002067*                    (ZERO TAKES THE RUN DATE).  THE SUPPLEMENTAL
002068*                    RUN KEEPS ITS OWN PAY-CYCLE RECORD AND
002069*                    SEQUENCE AND NEVER TOUCHES THE REGULAR
002070*                    CYCLE.  IT IS RUN AS ITS OWN JOB WITH ITS
002071*                    OWN PAYDTL AND PAYREG DATASETS.
002072*  2026-10-15  RTS   THE SUPPLEMENTAL RUN ALSO PAYS A SEPARATED
002073*                    EMPLOYEE'S FINAL CHECK FROM THE FNL (FINAL
002074*                    WAGES) AND VPO (VACATION PAYOUT) RECORDS
002075*                    SEPPAY WRITES - AN INACTIVE EMPLOYEE IS
002076*                    PAID THOSE TYPES ONLY.  FINAL WAGES ARE
002077*                    WITHHELD ON THE BRACKETS AT THE GROUP'S
002078*                    FREQUENCY, THE REST AT THE FLAT RATE.  AT
002079*                    END OF RUN THE SUPPLEMENTAL FILE IS
002080*                    EMPTIED, KEEPING ONLY OTHER PAY GROUPS'
002081*                    RECORDS FOR THEIR OWN RUNS.
002082*  2026-10-15  RTS   PRE-TAX DEDUCTIONS.  DEDUCTION CODES CLASSED
002083*                    PRE-TAX BY TYPE-D RECORDS ON TAXRATES ARE
002084*                    TAKEN BEFORE WITHHOLDING AND COME OFF THE
002085*                    FEDERAL/STATE WAGES, AND FOR A SECTION 125
002086*                    CLASS THE FICA/MEDICARE WAGES TOO.  THE
002087*                    TAXABLE WAGES AND 401(K) DEFERRAL POST TO
002088*                    THE YTD MASTER AND PAY HISTORY, AND THE
002089*                    WAGE-BASE TESTS RUN AGAINST THE YTD
002090*                    TAXABLE BUCKETS RATHER THAN YTD GROSS.
002091*  2026-10-15  RTS   EMPLOYER FUTA AND SUTA.  EACH IS FIGURED ON
002092*                    THE MEDICARE WAGES UP TO ITS OWN WAGE BASE
002093*                    AT THE RATES ON THE RUN YEAR'S TYPE-U
002094*                    TAXRATES RECORD, POSTED TO THE YTD MASTER
002095*                    AND PAY DETAIL, AND BACKED OUT BY A VOID.
002096*  2026-10-15  RTS   DIRECT-DEPOSIT PRENOTE HOLD.  AN EMPLOYEE
002097*                    WHOSE NEW OR CHANGED ACCOUNT HAS NOT YET
002098*                    CLEARED ITS PRENOTE IS WRITTEN TO PAY
002099*                    DETAIL AS A CHECK - CHECKPRT PRINTS IT AND
002100*                    ACHPAY SENDS NOTHING LIVE TO THE ACCOUNT.
002101*  2026-10-15  RTS   OVERPAYMENT RECEIVABLES.  A NEGATIVE RETRO
002102*                    BEYOND THE PERIOD'S GROSS, OR FOR AN
002103*                    EMPLOYEE NOT PAID THIS RUN, IS BOOKED TO
002104*                    THE OVERPAYMENT MASTER INSTEAD OF BEING
002105*                    DROPPED.  OPEN RECEIVABLES ARE RECOVERED
002106*                    FROM NET EACH REGULAR RUN WITHIN THE
002107*                    PROTECTED-NET LIMIT, AND A VOID OF A
002108*                    PERIOD THAT RECOVERED ONE BOOKS IT AGAIN.
002109*  2026-10-15  RTS   JOB COST DISTRIBUTION.  A TIMECARD MAY NAME A
002110*                    JOB, CHECKED AGAINST THE NEW JOB MASTER WHEN
002111*                    ONE IS PRESENT.  HOURS ARE NOW BUCKETED BY
002112*                    DEPARTMENT AND JOB, AND PAY-DETAIL AND PAY
002113*                    HISTORY CARRY THE HOURS AND PAY OF EACH -
002114*                    OVERTIME SPREAD BY EACH ONE'S SHARE OF THE
002115*                    WORKWEEK, STRAIGHT PAY BY STRAIGHT HOURS.
002116*                    THE FIRST CHARGE DEPARTMENT NO LONGER COSTS
002117*                    THE WHOLE PERIOD.  WORKED HOURS ON A
002118*                    CERTIFIED-PAYROLL JOB ARE WRITTEN BY DAY TO
002119*                    CERTHRS FOR THE WEEKLY WH-347 (CERTPAY).  A
002120*                    VOID NETS THE DISTRIBUTION OF THE PERIOD IT
002121*                    REVERSES.
002122*  2026-10-15  RTS   A VOID REVERSES ONE RUN - THE PAY-HISTORY
002123*                    SEQUENCE ON THE ADJUSTMENT, OR THE LATEST
002124*                    REGULAR RUN OF THE PERIOD WHEN NONE IS
002125*                    KEYED - AND NEVER NETS A SUPPLEMENTAL CHECK.
002126*                    AN OVERPAYMENT WRITE THAT FAILS GOES TO
002127*                    ERROR-SUSPENSE AND IS NOT COUNTED BOOKED.
002128*                    RUN-CONTROL NEED CARRY THE PERIOD START ONLY
002129*                    FOR A GROUP WITH NO PAY CALENDAR ENTRY.
002130*****************************************************************
002140
002150 ENVIRONMENT DIVISION.
002340         FILE STATUS IS PR-HOURSTXN-STATUS.
002350
002360     SELECT SORT-WORK-FILE    ASSIGN TO "SRTWORK".
002361     SELECT SUPP-TRANS-RAW    ASSIGN TO "SUPPTXN"
002362         ORGANIZATION IS SEQUENTIAL
002363         FILE STATUS IS PR-SUPPRAW-STATUS.
002364
002365     SELECT SUPP-TRANSACTION  ASSIGN TO "SUPPSRT"
002366         ORGANIZATION IS SEQUENTIAL
002367         FILE STATUS IS PR-SUPPTXN-STATUS.
002368
002369     SELECT SUPP-SORT-FILE    ASSIGN TO "SRTSUPP".
002370
002380     SELECT PAYROLL-REGISTER  ASSIGN TO "PAYREG"
002390         ORGANIZATION IS SEQUENTIAL
002860         FILE STATUS IS PR-DEPLIAB-STATUS.
002870
002880     SELECT PAY-CYCLE         ASSIGN TO "PAYCYCLE"
002881         ORGANIZATION IS INDEXED
002882         ACCESS MODE IS RANDOM
002884         RECORD KEY IS PC-CYCLE-KEY
002885         FILE STATUS IS PR-PAYCYCLE-STATUS.
002887
002888     SELECT PAY-CALENDAR      ASSIGN TO "PAYCAL"
002890         ORGANIZATION IS SEQUENTIAL
002908         FILE STATUS IS PR-PAYCAL-STATUS.
002910
002920     SELECT TAX-RATES         ASSIGN TO "TAXRATES"
002930         ORGANIZATION IS SEQUENTIAL
003120         ACCESS MODE IS RANDOM
003130         RECORD KEY IS DP-DEPT-CODE
003140         FILE STATUS IS PR-DEPTMAST-STATUS.
003141
003142     SELECT OVERPAYMENT-MASTER ASSIGN TO "OVPMAST"
003143         ORGANIZATION IS INDEXED
003144         ACCESS MODE IS DYNAMIC
003145         RECORD KEY IS OV-OVP-KEY
003146         FILE STATUS IS PR-OVPMAST-STATUS.
003147
003148     SELECT JOB-MASTER        ASSIGN TO "JOBMAST"
003149         ORGANIZATION IS INDEXED
003150         ACCESS MODE IS RANDOM
003151         RECORD KEY IS JB-JOB-NUMBER
003152         FILE STATUS IS PR-JOBMAST-STATUS.
003153
003154     SELECT CERTIFIED-HOURS   ASSIGN TO "CERTHRS"
003155         ORGANIZATION IS SEQUENTIAL
003156         FILE STATUS IS PR-CERTHRS-STATUS.
003157
003160 DATA DIVISION.
003170 FILE SECTION.
003180 FD  EMPLOYEE-MASTER
003280         ==HT-PERIOD-START== BY ==HR-PERIOD-START==
003290         ==HT-PERIOD-END==   BY ==HR-PERIOD-END==
003300         ==HT-EARN-TYPE==    BY ==HR-EARN-TYPE==
003310         ==HT-CHARGE-DEPT==  BY ==HR-CHARGE-DEPT==
003315         ==HT-WORK-DATE==    BY ==HR-WORK-DATE==
003317         ==HT-JOB-NUMBER==   BY ==HR-JOB-NUMBER==.
003320
003330 FD  HOURS-TRANSACTION
003340     LABEL RECORDS ARE STANDARD.
003410     05  SW-PERIOD-START        PIC 9(8).
003420     05  SW-PERIOD-END          PIC 9(8).
003430     05  SW-EARN-TYPE           PIC X(03).
003431     05  SW-CHARGE-DEPT         PIC X(04).
003432     05  SW-WORK-DATE           PIC 9(8).
003433     05  SW-JOB-NUMBER          PIC X(06).
003434     05  FILLER                 PIC X(03).
003435
003436 FD  SUPP-TRANS-RAW
003437     LABEL RECORDS ARE STANDARD.
003438     COPY SUPPTXN REPLACING ==SUPP-TRANS-RECORD== BY
003439         ==SUPP-TRANS-RAW-RECORD==
003440         ==ST-EMP-ID==       BY ==SR-EMP-ID==
003441         ==ST-EARN-TYPE==    BY ==SR-EARN-TYPE==
003442         ==ST-BONUS==        BY ==SR-BONUS==
003443         ==ST-COMMISSION==   BY ==SR-COMMISSION==
003445         ==ST-AMOUNT==       BY ==SR-AMOUNT==
003446         ==ST-CHARGE-DEPT==  BY ==SR-CHARGE-DEPT==
003447         ==ST-FINAL-WAGES==  BY ==SR-FINAL-WAGES==
003448         ==ST-VAC-PAYOUT==   BY ==SR-VAC-PAYOUT==
003449         ==ST-HOURS==        BY ==SR-HOURS==.
003450
003451 FD  SUPP-TRANSACTION
003452     LABEL RECORDS ARE STANDARD.
003453     COPY SUPPTXN.
003454
003455 SD  SUPP-SORT-FILE.
003456 01  SUPP-SORT-RECORD.
003457     05  SS-EMP-ID              PIC X(05).
003458     05  FILLER                 PIC X(25).
003460
003470 FD  PAYROLL-REGISTER
003480     LABEL RECORDS ARE OMITTED
003960     LABEL RECORDS ARE STANDARD.
003970     COPY PAYCYCLE.
003980
003982 FD  PAY-CALENDAR
003984     LABEL RECORDS ARE STANDARD.
003986     COPY PAYCAL.
003988
003990 FD  TAX-RATES
004000     LABEL RECORDS ARE STANDARD.
004010     COPY TAXRATES.
004150
004160 FD  DEPARTMENT-MASTER
004170     LABEL RECORDS ARE STANDARD.
004171     COPY DEPTMAST.
004172
004174 FD  OVERPAYMENT-MASTER
004175     LABEL RECORDS ARE STANDARD.
004177     COPY OVPMAST.
004178
004180 FD  JOB-MASTER
004181     LABEL RECORDS ARE STANDARD.
004182     COPY JOBMAST.
004184
004185 FD  CERTIFIED-HOURS
004187     LABEL RECORDS ARE STANDARD.
004188     COPY CERTHRS.
004190
004200 WORKING-STORAGE SECTION.
004210*----------------------------------------------------------------
004410 77  PR-LEAVRPT-STATUS          PIC X(02) VALUE '00'.
004420 77  PR-RETRTXN-STATUS          PIC X(02) VALUE '00'.
004430 77  PR-DEPTMAST-STATUS         PIC X(02) VALUE '00'.
004432 77  PR-OVPMAST-STATUS          PIC X(02) VALUE '00'.
004435 77  PR-PAYCAL-STATUS           PIC X(02) VALUE '00'.
004436 77  PR-SUPPRAW-STATUS          PIC X(02) VALUE '00'.
004437 77  PR-SUPPTXN-STATUS          PIC X(02) VALUE '00'.
004438 77  PR-JOBMAST-STATUS          PIC X(02) VALUE '00'.
004439 77  PR-CERTHRS-STATUS          PIC X(02) VALUE '00'.
004440
004450 77  PR-EOF-TRANS-SW            PIC X(01) VALUE 'N'.
004460     88  PR-EOF-TRANS                      VALUE 'Y'.
004650 77  PR-DEDMAST-AVAIL-SW        PIC X(01) VALUE 'N'.
004660     88  PR-DEDMAST-AVAIL                  VALUE 'Y'.
004670
004671 77  PR-OVPMAST-AVAIL-SW        PIC X(01) VALUE 'N'.
004672     88  PR-OVPMAST-AVAIL                  VALUE 'Y'.
004673
004674 77  PR-OVP-EOF-SW              PIC X(01) VALUE 'N'.
004675     88  PR-OVP-EOF                        VALUE 'Y'.
004676
004677 77  PR-OVP-POSTED-SW           PIC X(01) VALUE 'N'.
004678     88  PR-OVP-POSTED                     VALUE 'Y'.
004679
004680 77  PR-DED-EOF-SW              PIC X(01) VALUE 'N'.
004690     88  PR-DED-EOF                        VALUE 'Y'.
004700
004830 77  PR-ADJ-VALID-SW            PIC X(01) VALUE 'Y'.
004840     88  PR-ADJ-VALID                      VALUE 'Y'.
004850     88  PR-ADJ-INVALID                    VALUE 'N'.
004853 77  PR-EOF-SUPP-SW             PIC X(01) VALUE 'N'.
004856     88  PR-EOF-SUPP                       VALUE 'Y'.
004860
004870*----------------------------------------------------------------
004880*  CHECKPOINT/RESTART CONTROL.  THE INTERVAL IS 1 (EVERY
005010 77  PR-MIN-RATE                PIC 9(3)V99 VALUE 0.01.
005020 77  PR-MAX-RATE                PIC 9(3)V99 VALUE 200.00.
005030 77  PR-MAX-SALARY              PIC 9(7)V99 VALUE 25000.00.
005035 77  PR-MAX-SUPP-AMOUNT         PIC 9(7)V99 VALUE 250000.00.
005037 77  PR-SUPP-CARRY-COUNT        PIC 9(5) COMP VALUE ZERO.
005040 77  PR-ERROR-COUNT             PIC 9(5) COMP VALUE ZERO.
005050
005060*----------------------------------------------------------------
005420 77  PR-SIK-HOURS               PIC 9(3)V99 VALUE ZERO.
005430 77  PR-HOL-HOURS               PIC 9(3)V99 VALUE ZERO.
005440 77  PR-GROUP-TOTAL-HOURS       PIC 9(4)V99 VALUE ZERO.
005441 77  PR-GROUP-CHARGE-DEPT       PIC X(04) VALUE SPACES.
005442 77  PR-VAC-PAY                 PIC 9(7)V99 VALUE ZERO.
005443 77  PR-SIK-PAY                 PIC 9(7)V99 VALUE ZERO.
005444 77  PR-HOL-PAY                 PIC 9(7)V99 VALUE ZERO.
005445 77  PR-DERIVED-RATE            PIC 9(3)V99 VALUE ZERO.
005446 77  PR-PERIOD-START            PIC 9(8)  VALUE ZERO.
005447 77  PR-PERIOD-END              PIC 9(8)  VALUE ZERO.
005448
005449*----------------------------------------------------------------
005450*  PAY GROUP AND PAY CALENDAR.  ONE RUN PAYS ONE GROUP.  THE
005451*  CALENDAR ENTRY FOR THE GROUP AND THE RUN-CONTROL PERIOD END
005452*  SUPPLIES THE PERIOD START, THE CHECK DATE, AND THE PAY
005453*  FREQUENCY.  THE STANDARD HOURS PER PERIOD (2080 A YEAR
005454*  SPREAD OVER THE PERIODS) TURN A PERIOD SALARY INTO AN
005455*  HOURLY RATE FOR THE FLSA PREMIUM.
005456*----------------------------------------------------------------
005457 77  PR-PAY-GROUP               PIC X(02) VALUE 'WK'.
005458 77  PR-EMP-PAY-GROUP           PIC X(02) VALUE 'WK'.
005459 77  PR-PAY-FREQUENCY           PIC X(01) VALUE 'W'.
005460     88  PR-FREQ-WEEKLY                    VALUE 'W'.
005461     88  PR-FREQ-BIWEEKLY                  VALUE 'B'.
005462     88  PR-FREQ-SEMIMONTHLY               VALUE 'S'.
005463 77  PR-CHECK-DATE              PIC 9(8)  VALUE ZERO.
005465 77  PR-PERIOD-STD-HOURS        PIC 9(3)V99 VALUE 40.00.
005466 77  PR-ANNUAL-STD-HOURS        PIC 9(4)V99 VALUE 2080.00.
005467 77  PR-PAYCAL-FOUND-SW         PIC X(01) VALUE 'N'.
005468     88  PR-PAYCAL-FOUND                   VALUE 'Y'.
005469 77  PR-EOF-PAYCAL-SW           PIC X(01) VALUE 'N'.
005470     88  PR-EOF-PAYCAL                     VALUE 'Y'.
005471*----------------------------------------------------------------
005472*  RUN TYPE.  A SUPPLEMENTAL RUN PAYS THE BONUS AND COMMISSION
005473*  FILE INSTEAD OF TIMECARDS, UNDER THE GROUP'S TYPE-S PAY-CYCLE
005474*  RECORD.  THE AWARDS ARE SUMMED HERE BY EARNINGS TYPE.
005475*----------------------------------------------------------------
005476 77  PR-RUN-TYPE                PIC X(01) VALUE 'R'.
005477     88  PR-REGULAR-RUN                    VALUE 'R' SPACE.
005478     88  PR-SUPPLEMENTAL-RUN               VALUE 'S'.
005479 77  PR-CYCLE-TYPE              PIC X(01) VALUE 'R'.
005480 77  PR-BONUS-PAY               PIC 9(7)V99 VALUE ZERO.
005481 77  PR-COMMISSION-PAY          PIC 9(7)V99 VALUE ZERO.
005482
005483*----------------------------------------------------------------
005484*  FLSA WORKWEEKS.  WORKED HOURS ARE BUCKETED BY SEVEN-DAY
005485*  WORKWEEK.  THE WEEKS RUN ON FROM THE GROUP'S WORKWEEK START
005486*  ON THE PAY CALENDAR (A SUNDAY WHEN NONE IS KEYED), NOT FROM
005487*  THE PERIOD START - WEEK 1 IS THE WORKWEEK THE PERIOD START
005488*  FALLS IN.  OVERTIME IS THE SUM OF EACH WEEK'S HOURS OVER THE
005490*  STANDARD WORKWEEK, WEEK 1 COUNTING THE HOURS THE PRIOR
005491*  PERIOD WORKED IN IT (CARRY-IN).  THE HOURS OF A LAST WEEK
005492*  THAT RUNS ON PAST THE PERIOD END ARE POSTED TO PAY HISTORY
005493*  (CARRY-OUT) FOR THE NEXT PERIOD.  THE DAY NUMBER IS A DAY
005494*  COUNT FROM A FIXED BASE, SO TWO DAY NUMBERS SUBTRACT TO THE
005495*  DAYS BETWEEN TWO DATES.
005496*----------------------------------------------------------------
005497 01  PR-WEEK-TABLE.
005498     05  PR-WEEK-HOURS          PIC 9(3)V99 OCCURS 5 TIMES.
005499     05  PR-WEEK-OT             PIC 9(3)V99 OCCURS 5 TIMES.
005500     05  PR-CARRY-IN-HOURS      PIC 9(3)V99.
005501     05  PR-CARRY-OUT-HOURS     PIC 9(3)V99.
005502 77  PR-WEEK-IX                 PIC 9(02) COMP VALUE ZERO.
005503 77  PR-CARD-WEEK               PIC 9(02) COMP VALUE ZERO.
005504 77  PR-LAST-WEEK               PIC 9(02) COMP VALUE ZERO.
005505 77  PR-WEEK-TOTAL-HOURS        PIC 9(3)V99 VALUE ZERO.
005506 77  PR-CARRY-OT-HOURS          PIC 9(3)V99 VALUE ZERO.
005507 77  PR-DAYS-INTO-WEEKS         PIC S9(7) COMP VALUE ZERO.
005508 77  PR-WEEK-OFFSET             PIC S9(7) COMP VALUE ZERO.
005509 77  PR-WEEK-QUOTIENT           PIC S9(7) COMP VALUE ZERO.
005510 77  PR-WEEK-REM                PIC S9(2) COMP VALUE ZERO.
005511 77  PR-WEEK1-BACK-DAYS         PIC 9(02) COMP VALUE ZERO.
005512 77  PR-START-DAYNUM            PIC 9(7) COMP VALUE ZERO.
005513 77  PR-WEEK1-DAYNUM            PIC 9(7) COMP VALUE ZERO.
005515 77  PR-WORKWEEK-START          PIC 9(8)  VALUE ZERO.
005516 77  PR-SUNDAY-WORKWEEK-START   PIC 9(8)  VALUE 20230101.
005517 77  PR-CARRY-PERIOD-END        PIC 9(8)  VALUE ZERO.
005518 77  PR-CARRY-SEQ               PIC 9(02) VALUE ZERO.
005519 77  PR-DAYNUM                  PIC 9(7) COMP VALUE ZERO.
005520 77  PR-DN-PRIOR-YEARS          PIC 9(4) COMP VALUE ZERO.
005521 77  PR-DN-QUOTIENT             PIC 9(4) COMP VALUE ZERO.
005522 77  PR-DN-LEAP-4               PIC 9(4) COMP VALUE ZERO.
005523 77  PR-DN-LEAP-100             PIC 9(4) COMP VALUE ZERO.
005524 77  PR-DN-LEAP-400             PIC 9(4) COMP VALUE ZERO.
005525 77  PR-DN-REM-4                PIC 9(4) COMP VALUE ZERO.
005526 77  PR-DN-REM-100              PIC 9(4) COMP VALUE ZERO.
005527 77  PR-DN-REM-400              PIC 9(4) COMP VALUE ZERO.
005528 01  PR-DN-DATE.
005529     05  PR-DN-YEAR             PIC 9(4).
005530     05  PR-DN-MONTH            PIC 9(2).
005531     05  PR-DN-DAY              PIC 9(2).
005532 01  PR-CUM-DAYS-VALUES.
005533     05  FILLER                 PIC X(36) VALUE
005534         '000031059090120151181212243273304334'.
005535 01  PR-CUM-DAYS-TABLE REDEFINES PR-CUM-DAYS-VALUES.
005536     05  PR-CUM-DAYS            PIC 9(3) OCCURS 12 TIMES.
005537
005538*----------------------------------------------------------------
005540*  PAY-CYCLE INTERLOCK STATE
005550*----------------------------------------------------------------
005560 77  PR-RUN-SEQ                 PIC 9(3)  VALUE 1.
005830 77  PR-ADJ-MEDICARE-WH         PIC S9(7)V99 VALUE ZERO.
005840 77  PR-ADJ-DEDUCTIONS          PIC S9(7)V99 VALUE ZERO.
005850 77  PR-ADJ-NET                 PIC S9(7)V99 VALUE ZERO.
005851 77  PR-ADJ-FED-WAGES           PIC S9(7)V99 VALUE ZERO.
005852 77  PR-ADJ-SS-WAGES            PIC S9(7)V99 VALUE ZERO.
005853 77  PR-ADJ-MED-WAGES           PIC S9(7)V99 VALUE ZERO.
005855 77  PR-ADJ-401K-DEFER          PIC S9(7)V99 VALUE ZERO.
005856 77  PR-ADJ-FUTA-WAGES          PIC S9(7)V99 VALUE ZERO.
005857 77  PR-ADJ-SUTA-WAGES          PIC S9(7)V99 VALUE ZERO.
005858 77  PR-ADJ-OVP-RECOVERY        PIC S9(7)V99 VALUE ZERO.
005860 77  PR-ADJ-TOTAL-WH            PIC S9(7)V99 VALUE ZERO.
005870 77  PR-ADJ-QTR                 PIC 9(1)  VALUE ZERO.
005880 77  PR-ADJ-PERIOD-START        PIC 9(8)  VALUE ZERO.
005890 77  PR-ADJ-DEPT                PIC X(04) VALUE SPACES.
005894 77  PR-ADJ-TARGET-SEQ          PIC 9(02) VALUE ZERO.
005896 77  PR-ADJ-SKIP-SW             PIC X(01) VALUE 'N'.
005898     88  PR-ADJ-SKIP-ENTRY                 VALUE 'Y'.
005900
005910 01  PR-ADJ-PERIOD-END-R.
005920     05  PR-ADJ-PE-YEAR         PIC 9(4).
006150 77  PR-ER-MEDICARE             PIC 9(7)V99 VALUE ZERO.
006160 77  PR-ADJ-ER-FICA             PIC S9(7)V99 VALUE ZERO.
006170 77  PR-ADJ-ER-MEDICARE         PIC S9(7)V99 VALUE ZERO.
006172 77  PR-ER-FUTA                 PIC 9(7)V99 VALUE ZERO.
006174 77  PR-ER-SUTA                 PIC 9(7)V99 VALUE ZERO.
006176 77  PR-ADJ-ER-FUTA             PIC S9(7)V99 VALUE ZERO.
006178 77  PR-ADJ-ER-SUTA             PIC S9(7)V99 VALUE ZERO.
006180 77  PR-RUN-FED-WH              PIC S9(9)V99 VALUE ZERO.
006190 77  PR-RUN-FICA                PIC S9(9)V99 VALUE ZERO.
006200 77  PR-RUN-MEDICARE            PIC S9(9)V99 VALUE ZERO.
006260
006270 01  PR-DED-APPLIED-TABLE.
006280     05  PR-DED-COUNT           PIC 9(02) VALUE ZERO.
006281     05  PR-DED-ENTRY OCCURS 20 TIMES.
006282         10  PR-DED-TBL-CODE    PIC X(03).
006283         10  PR-DED-TBL-PRIORITY PIC 9(02).
006284         10  PR-DED-TBL-AMOUNT  PIC 9(7)V99.
006285         10  PR-DED-TBL-TAKEN   PIC 9(7)V99.
006286
006287*----------------------------------------------------------------
006288*  DEDUCTION-CODE TAXABILITY FROM THE TYPE-D TAXRATES RECORDS.
006289*  PRE-TAX DEDUCTIONS ARE TAKEN IN A FIRST PASS OVER THE
006290*  EMPLOYEE'S DEDUCTIONS BEFORE WITHHOLDING, AND COME OFF THE
006291*  TAXABLE WAGES - CLASS I OFF FEDERAL/STATE ONLY, CLASS A OFF
006292*  FICA/MEDICARE AS WELL.  POST-TAX DEDUCTIONS FOLLOW IN A
006293*  SECOND PASS AFTER WITHHOLDING, AGAINST NET PAY.
006294*----------------------------------------------------------------
006295 01  PR-DED-CLASS-TABLE.
006296     05  PR-DCL-COUNT           PIC 9(02) COMP VALUE ZERO.
006297     05  PR-DCL-ENTRY OCCURS 30 TIMES.
006298         10  PR-DCL-CODE        PIC X(03).
006300         10  PR-DCL-TAX-CLASS   PIC X(01).
006301         10  PR-DCL-W2-BOX12    PIC X(02).
006302 77  PR-DCL-IX                  PIC 9(02) COMP VALUE ZERO.
006303 77  PR-DED-TAX-CLASS           PIC X(01) VALUE 'N'.
006304     88  PR-DED-PRETAX-INCOME              VALUE 'I'.
006305     88  PR-DED-PRETAX-ALL                 VALUE 'A'.
006306     88  PR-DED-PRETAX                     VALUES 'I' 'A'.
006307 77  PR-DED-W2-BOX12            PIC X(02) VALUE SPACES.
006308     88  PR-DED-401K-DEFERRAL              VALUE 'D '.
006309 77  PR-DED-PASS                PIC X(01) VALUE 'P'.
006310     88  PR-PRETAX-PASS                    VALUE 'P'.
006311     88  PR-POSTTAX-PASS                   VALUE 'N'.
006312 77  PR-PRETAX-TOTAL            PIC 9(7)V99 VALUE ZERO.
006313 77  PR-PRETAX-FICA-TOTAL       PIC 9(7)V99 VALUE ZERO.
006314 77  PR-401K-DEFERRAL           PIC 9(7)V99 VALUE ZERO.
006315
006316*----------------------------------------------------------------
006317*  OVERPAYMENT RECOVERY.  OPEN RECEIVABLES ON THE OVERPAYMENT
006318*  MASTER ARE TAKEN FROM NET AFTER ALL DEDUCTIONS, EACH AT ITS
006320*  AGREED AMOUNT PER PERIOD, BUT NEVER MORE IN TOTAL THAN
006321*  PR-OVP-MAX-NET-PCT OF THAT NET - THE REST IS PROTECTED.
006322*  THE BOOKING FIELDS ARE SET BY WHOEVER OPENS A RECEIVABLE.
006323*----------------------------------------------------------------
006324 77  PR-OVP-MAX-NET-PCT         PIC V99   VALUE .25.
006325 77  PR-OVP-LIMIT               PIC 9(7)V99 VALUE ZERO.
006326 77  PR-OVP-REMAINING           PIC S9(7)V99 VALUE ZERO.
006327 77  PR-OVP-TAKE                PIC 9(7)V99 VALUE ZERO.
006328 77  PR-OVP-RECOVERY            PIC 9(7)V99 VALUE ZERO.
006329 77  PR-OVP-BALANCE             PIC 9(7)V99 VALUE ZERO.
006330 77  PR-OVP-RETRO-EXCESS        PIC 9(7)V99 VALUE ZERO.
006331 77  PR-OVP-BK-EMP-ID           PIC X(05) VALUE SPACES.
006332 77  PR-OVP-BK-ORIGIN           PIC X(01) VALUE SPACES.
006333 77  PR-OVP-BK-CHECK-NO         PIC 9(7)  VALUE ZERO.
006334 77  PR-OVP-BK-SOURCE-DATE      PIC 9(8)  VALUE ZERO.
006335 77  PR-OVP-BK-AMOUNT           PIC 9(7)V99 VALUE ZERO.
006336 77  PR-OVP-BOOKED-COUNT        PIC 9(05) VALUE ZERO.
006337 77  PR-RUN-OVP-BOOKED          PIC 9(9)V99 VALUE ZERO.
006338 77  PR-RUN-OVP-RECOVERED       PIC 9(9)V99 VALUE ZERO.
006340
006350*----------------------------------------------------------------
006360*  TAX TABLE LOADED FROM THE TAXRATES FILE AT START OF RUN.
006530 77  PR-TAX-ADDL-MED-THRESH     PIC 9(7)V99 VALUE ZERO.
006540 77  PR-TAX-STATE-PCT           PIC V999    VALUE ZERO.
006550 77  PR-TAX-ALLOWANCE           PIC 9(5)V99 VALUE ZERO.
006551 77  PR-TAX-SUPP-FED-PCT        PIC V999    VALUE ZERO.
006552 77  PR-TAX-UI-SW               PIC X(01) VALUE 'N'.
006553     88  PR-TAX-UI-LOADED                  VALUE 'Y'.
006555 77  PR-TAX-FUTA-PCT            PIC V9999   VALUE ZERO.
006556 77  PR-TAX-FUTA-BASE           PIC 9(7)V99 VALUE ZERO.
006557 77  PR-TAX-SUTA-PCT            PIC V9(5)   VALUE ZERO.
006558 77  PR-TAX-SUTA-BASE           PIC 9(7)V99 VALUE ZERO.
006560 77  PR-PERIODS-PER-YEAR        PIC 9(02)   VALUE 52.
006570
006580 01  PR-TAX-BRACKET-TABLE.
006710 77  PR-EMP-FILING-STATUS       PIC X(01)   VALUE 'S'.
006720 77  PR-ANNUAL-GROSS            PIC 9(9)V99 VALUE ZERO.
006730 77  PR-ANNUAL-TAXABLE          PIC S9(9)V99 VALUE ZERO.
006732*      THE PART OF GROSS WITHHELD ON THE BRACKETS, AND THE FLAT-
006734*      RATE TAX ON THE SUPPLEMENTAL REST OF IT
006736 77  PR-FED-TAXABLE-PAY         PIC 9(7)V99 VALUE ZERO.
006738 77  PR-SUPP-FED-WH             PIC 9(7)V99 VALUE ZERO.
006740 77  PR-ANNUAL-FED-TAX          PIC 9(9)V99 VALUE ZERO.
006742*      GROSS LESS PRE-TAX DEDUCTIONS - FEDERAL/STATE WAGES,
006744*      AND FICA/MEDICARE WAGES BEFORE THE WAGE-BASE CAP
006746 77  PR-FED-WAGES               PIC 9(7)V99 VALUE ZERO.
006748 77  PR-MED-WAGES               PIC 9(7)V99 VALUE ZERO.
006750 77  PR-YTD-SS-PRIOR            PIC 9(7)V99 VALUE ZERO.
006752 77  PR-YTD-MED-PRIOR           PIC 9(7)V99 VALUE ZERO.
006760 77  PR-FICA-SUBJECT            PIC S9(7)V99 VALUE ZERO.
006770 77  PR-ADDL-MED-SUBJECT        PIC S9(9)V99 VALUE ZERO.
006772 77  PR-YTD-FUTA-PRIOR          PIC 9(7)V99 VALUE ZERO.
006774 77  PR-YTD-SUTA-PRIOR          PIC 9(7)V99 VALUE ZERO.
006776 77  PR-FUTA-SUBJECT            PIC S9(7)V99 VALUE ZERO.
006778 77  PR-SUTA-SUBJECT            PIC S9(7)V99 VALUE ZERO.
006780
006790*----------------------------------------------------------------
006800*  LEAVE ACCRUAL.  RATES ARE HOURS ACCRUED PER YEAR BY PAY
006810*  CLASS, SPREAD OVER THE PAY GROUP'S PERIODS PER YEAR (52
006812*  WEEKLY PERIODS GIVE THE OLD 3.08/1.54/4.62/1.85 HOURS A
006814*  PERIOD).  THE AVAILABLE BALANCES ARE PICKED UP ONCE PER
006820*  EMPLOYEE BEFORE THE TIMECARDS ARE EDITED, SO A VAC OR SIK
006830*  CARD THAT WOULD OVERDRAW THE BALANCE REJECTS TO
006840*  ERROR-SUSPENSE INSTEAD OF BEING PAID.
006850*----------------------------------------------------------------
006860 77  PR-LEAVE-FOUND-SW          PIC X(01) VALUE 'N'.
006870     88  PR-LEAVE-FOUND                    VALUE 'Y'.
006880 77  PR-VAC-ACCR-HOURLY         PIC 9(3)V99 VALUE 160.16.
006890 77  PR-SIK-ACCR-HOURLY         PIC 9(3)V99 VALUE 80.08.
006900 77  PR-VAC-ACCR-SALARIED       PIC 9(3)V99 VALUE 240.24.
006910 77  PR-SIK-ACCR-SALARIED       PIC 9(3)V99 VALUE 96.20.
006915 77  PR-VAC-ACCR-PERIOD         PIC 9(2)V99 VALUE ZERO.
006917 77  PR-SIK-ACCR-PERIOD         PIC 9(2)V99 VALUE ZERO.
006920 77  PR-VAC-AVAILABLE           PIC S9(4)V99 VALUE ZERO.
006930 77  PR-SIK-AVAILABLE           PIC S9(4)V99 VALUE ZERO.
006940
007100     05  PR-RETRO-ENTRY OCCURS 200 TIMES.
007110         10  PR-RETRO-EMP-ID    PIC X(05).
007120         10  PR-RETRO-AMOUNT    PIC S9(7)V99.
007122*      ENTRIES FOR EMPLOYEES OF OTHER PAY GROUPS ARE HELD HERE
007123*      AND WRITTEN BACK AT END OF RUN FOR THEIR OWN GROUP'S RUN.
007125 77  PR-RETRO-HOLD-COUNT        PIC 9(03) COMP VALUE ZERO.
007126 01  PR-RETRO-HOLD-TABLE.
007127     05  PR-RETRO-HOLD-REC      PIC X(40) OCCURS 200 TIMES.
007130 77  PR-RTO-PAY                 PIC S9(7)V99 VALUE ZERO.
007140
007150*----------------------------------------------------------------
007170*  OPTIONAL - A SHOP THAT HAS NOT LOADED ONE YET KEEPS THE OLD
007180*  UNVALIDATED BEHAVIOR.  WHEN IT IS PRESENT, A TIMECARD WHOSE
007190*  CHARGE-DEPARTMENT OVERRIDE IS UNKNOWN OR CLOSED REJECTS TO
007191*  ERROR-SUSPENSE.
007192*----------------------------------------------------------------
007193 77  PR-DEPTMAST-AVAIL-SW       PIC X(01) VALUE 'N'.
007194     88  PR-DEPTMAST-AVAIL                 VALUE 'Y'.
007195 77  PR-DEPT-OK-SW              PIC X(01) VALUE 'Y'.
007196     88  PR-DEPT-OK                        VALUE 'Y'.
007197
007198*----------------------------------------------------------------
007199*  JOB VALIDATION.  THE JOB MASTER IS OPTIONAL IN THE SAME WAY -
007200*  WITHOUT IT A TIMECARD'S JOB NUMBER IS TAKEN AS KEYED AND NO
007201*  CERTIFIED HOURS ARE WRITTEN.  WHEN IT IS PRESENT AN UNKNOWN
007202*  OR CLOSED JOB REJECTS, AND REGULAR HOURS ON A CERTIFIED-
007203*  PAYROLL JOB GO TO CERTHRS FOR CERTPAY.
007204*----------------------------------------------------------------
007205 77  PR-JOBMAST-AVAIL-SW        PIC X(01) VALUE 'N'.
007206     88  PR-JOBMAST-AVAIL                  VALUE 'Y'.
007207 77  PR-CERTHRS-OPEN-SW         PIC X(01) VALUE 'N'.
007208     88  PR-CERTHRS-OPEN                   VALUE 'Y'.
007209 77  PR-JOB-OK-SW               PIC X(01) VALUE 'Y'.
007210     88  PR-JOB-OK                         VALUE 'Y'.
007211 77  PR-JOB-CERT-SW             PIC X(01) VALUE 'N'.
007212     88  PR-JOB-CERTIFIED                  VALUE 'Y'.
007213
007214*----------------------------------------------------------------
007215*  JOB / DEPARTMENT COST DISTRIBUTION.  EACH TIMECARD'S HOURS ARE
007216*  HELD BY THE DEPARTMENT (THE CHARGE OVERRIDE, ELSE THE HOME
007217*  DEPARTMENT) AND JOB IT CHARGES, REGULAR HOURS BY WORKWEEK.
007218*  ONCE GROSS IS KNOWN EACH ENTRY TAKES ITS SHARE OF EACH WEEK'S
007219*  OVERTIME HOURS AND OF THE OVERTIME PAY, AND ITS SHARE OF THE
007220*  REST OF GROSS BY STRAIGHT-TIME HOURS.  ROUNDING AND RETRO LAND
007221*  ON THE ENTRY WITH THE MOST HOURS, SO THE ENTRIES ALWAYS ADD TO
007222*  GROSS.  AN ELEVENTH DEPARTMENT/JOB FOLDS INTO THE TENTH.
007223*----------------------------------------------------------------
007224 01  PR-DIST-TABLE.
007225     05  PR-DST-COUNT           PIC 9(02) COMP VALUE ZERO.
007226     05  PR-DST-ENTRY OCCURS 10 TIMES.
007227         10  PR-DST-DEPT        PIC X(04).
007228         10  PR-DST-JOB         PIC X(06).
007229         10  PR-DST-AMOUNTS.
007230             15  PR-DST-WEEK-HOURS  PIC 9(3)V99 OCCURS 5 TIMES.
007231             15  PR-DST-LEAVE-HOURS PIC 9(3)V99.
007232             15  PR-DST-HOURS       PIC 9(3)V99.
007233             15  PR-DST-OT-HOURS    PIC 9(3)V99.
007234             15  PR-DST-PAY         PIC S9(7)V99.
007235             15  PR-DST-OT-PAY      PIC 9(7)V99.
007236 77  PR-DST-IX                  PIC 9(02) COMP VALUE ZERO.
007237 77  PR-DST-JX                  PIC 9(02) COMP VALUE ZERO.
007238 77  PR-DST-FOUND               PIC 9(02) COMP VALUE ZERO.
007239 77  PR-DST-BIG                 PIC 9(02) COMP VALUE ZERO.
007240 77  PR-DST-OT-BIG              PIC 9(02) COMP VALUE ZERO.
007241 77  PR-DST-CHARGE-DEPT         PIC X(04) VALUE SPACES.
007242 77  PR-DST-CHARGE-JOB          PIC X(06) VALUE SPACES.
007243 77  PR-DST-WEEK-OT             PIC 9(3)V99 VALUE ZERO.
007244 77  PR-DST-OT-SUM              PIC 9(4)V99 VALUE ZERO.
007245 77  PR-DST-ST-TOTAL            PIC 9(4)V99 VALUE ZERO.
007246 77  PR-DST-ST-POOL             PIC S9(7)V99 VALUE ZERO.
007247 77  PR-DST-PAY-SUM             PIC S9(7)V99 VALUE ZERO.
007248 77  PR-DST-OTPAY-SUM           PIC 9(7)V99 VALUE ZERO.
007249 77  PR-DST-PAY-DIFF            PIC S9(7)V99 VALUE ZERO.
007250 77  PR-DST-NET-HOURS           PIC 9(3)V99 VALUE ZERO.
007251 77  PR-DST-NET-OT-HOURS        PIC 9(3)V99 VALUE ZERO.
007252 77  PR-DST-NET-PAY             PIC S9(7)V99 VALUE ZERO.
007253 77  PR-DST-NET-OT-PAY          PIC 9(7)V99 VALUE ZERO.
007254
007255*----------------------------------------------------------------
007256*  CERTIFIED-PAYROLL HOURS.  REGULAR HOURS ON A CERTIFIED JOB ARE
007257*  HELD BY JOB AND WORKWEEK, BY DAY OF THE WEEK, AND WRITTEN TO
007258*  CERTHRS WITH THE PAY LINE.  THE WEEK'S OVERTIME ON THE JOB IS
007259*  ITS SHARE OF THE WEEK'S HOURS, AS FOR THE DISTRIBUTION.
007260*----------------------------------------------------------------
007261 01  PR-CERT-TABLE.
007262     05  PR-CRT-COUNT           PIC 9(02) COMP VALUE ZERO.
007263     05  PR-CRT-ENTRY OCCURS 30 TIMES.
007264         10  PR-CRT-JOB         PIC X(06).
007265         10  PR-CRT-WEEK        PIC 9(01).
007266         10  PR-CRT-DAYS.
007267             15  PR-CRT-DAY-HOURS   PIC 9(2)V99 OCCURS 7 TIMES.
007268 77  PR-CRT-IX                  PIC 9(02) COMP VALUE ZERO.
007269 77  PR-CRT-JX                  PIC 9(02) COMP VALUE ZERO.
007270 77  PR-CRT-FOUND               PIC 9(02) COMP VALUE ZERO.
007271 77  PR-CRT-DAY                 PIC 9(02) COMP VALUE ZERO.
007272 77  PR-CRT-ADD-DAYS            PIC 9(02) COMP VALUE ZERO.
007273 77  PR-CRT-HOURS               PIC 9(3)V99 VALUE ZERO.
007274 77  PR-CRT-RATE                PIC 9(3)V99 VALUE ZERO.
007275 77  PR-CRT-OT-RATE             PIC 9(4)V99 VALUE ZERO.
007276 77  PR-DIM                     PIC 9(02) COMP VALUE ZERO.
007277
007278*----------------------------------------------------------------
007280*  CONTROL-TOTAL BALANCING
007290*----------------------------------------------------------------
007300 77  PR-EXPECTED-EMP-COUNT      PIC 9(05) VALUE ZERO.
007360*  PAYROLL REGISTER HEADING AND DETAIL LINES
007370*----------------------------------------------------------------
007380 01  PR-HEADING-LINE.
007390     05  PR-HDG-TITLE      PIC X(30) VALUE 'PAYROLL REGISTER'.
007400     05  FILLER                 PIC X(50) VALUE SPACES.
007410
007420 01  PR-COLUMN-LINE.
007430     05  FILLER                 PIC X(07) VALUE 'EMP ID'.
007940     05  FILLER                 PIC X(09) VALUE '  AMOUNT'.
007950     05  PR-DED-DTL-AMOUNT      PIC Z(5)9.99.
007960     05  FILLER                 PIC X(16) VALUE '  TAKEN-TO-DATE'.
007961     05  PR-DED-DTL-TAKEN       PIC Z(6)9.99.
007962
007964 01  PR-OVP-DETAIL-LINE.
007965     05  FILLER                 PIC X(09) VALUE SPACES.
007966     05  FILLER                 PIC X(10) VALUE 'RECOVERY'.
007968     05  FILLER                 PIC X(11) VALUE 'OVP'.
007969     05  FILLER                 PIC X(09) VALUE '  AMOUNT'.
007970     05  PR-OVP-DTL-AMOUNT      PIC Z(5)9.99.
007972     05  FILLER                 PIC X(16) VALUE '  BALANCE OWED'.
007973     05  PR-OVP-DTL-BALANCE     PIC Z(6)9.99.
007975
007976 01  PR-OVP-BOOK-LINE.
007977     05  FILLER                 PIC X(09) VALUE SPACES.
007979     05  FILLER                 PIC X(10) VALUE 'RECEIVABLE'.
007980     05  PR-OVP-BKL-ORIGIN      PIC X(01).
007981     05  FILLER                 PIC X(10) VALUE SPACES.
007983     05  FILLER                 PIC X(09) VALUE '  AMOUNT'.
007984     05  PR-OVP-BKL-AMOUNT      PIC Z(5)9.99.
007985     05  FILLER                 PIC X(02) VALUE SPACES.
007987     05  PR-OVP-BKL-DESC        PIC X(35).
007988
007990 01  PR-ADJ-DETAIL-LINE.
008000     05  PR-ADJ-DTL-EMP-ID      PIC X(07).
008010     05  FILLER                 PIC X(02) VALUE SPACES.
008480     05  FILLER                 PIC X(04) VALUE 'RTO'.
008490     05  PR-RTO-DTL-AMOUNT      PIC -(5)9.99.
008500     05  FILLER                 PIC X(12) VALUE '  RETRO PAY'.
008501
008502 01  PR-SUPP-DETAIL-LINE.
008503     05  FILLER                 PIC X(09) VALUE SPACES.
008504     05  FILLER                 PIC X(10) VALUE 'EARNINGS'.
008505     05  PR-SUPP-DTL-TYPE       PIC X(04).
008506     05  PR-SUPP-DTL-AMOUNT     PIC Z(6)9.99.
008507     05  FILLER                 PIC X(02) VALUE SPACES.
008508     05  PR-SUPP-DTL-DESC       PIC X(12).
008510
008520*----------------------------------------------------------------
008530*  ERROR SUSPENSE REPORT HEADING AND DETAIL LINES
009280     05  PR-OVR-AUD-OPERATOR    PIC X(08).
009290
009300 01  PR-BAL-CYCLE-LINE.
009305     05  FILLER  PIC X(10) VALUE 'PAY GROUP'.
009307     05  PR-BAL-CYC-GROUP       PIC X(02).
009308     05  FILLER  PIC X(02) VALUE SPACES.
009309     05  PR-BAL-CYC-TYPE        PIC X(13).
009310     05  FILLER  PIC X(11) VALUE 'PAY CYCLE'.
009320     05  PR-BAL-CYC-START       PIC 9(8).
009330     05  FILLER  PIC X(01) VALUE '-'.
010020     05  FILLER              PIC X(10) VALUE ' REJECTED'.
010030     05  PR-BAL-ADJ-REJECTS  PIC ZZZZ9.
010040
010041 01  PR-BAL-OVP-LINE.
010042     05  FILLER              PIC X(20) VALUE 'OVERPAYMENTS'.
010043     05  FILLER              PIC X(10) VALUE 'BOOKED'.
010044     05  PR-BAL-OVP-BOOKED   PIC ZZZZ9.
010045     05  FILLER              PIC X(02) VALUE SPACES.
010046     05  PR-BAL-OVP-BOOKED-AMT PIC Z(8)9.99.
010047     05  FILLER              PIC X(12) VALUE '  RECOVERED'.
010048     05  PR-BAL-OVP-RECOVERED PIC Z(8)9.99.
010049
010050 01  PR-BAL-STATUS-LINE.
010060     05  FILLER              PIC X(15) VALUE 'RUN STATUS -'.
010070     05  PR-BAL-STATUS       PIC X(15).
010120*****************************************************************
010130 0000-MAINLINE.
010140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010143     IF PR-SUPPLEMENTAL-RUN
010146         PERFORM 5000-PROCESS-SUPPLEMENTAL THRU 5000-EXIT
010149             UNTIL PR-EOF-SUPP
010152     ELSE
010155         PERFORM 2000-PROCESS-PAY THRU 2000-EXIT
010158             UNTIL PR-EOF-TRANS AND PR-EOF-MASTER
010161     END-IF.
010170     PERFORM 4000-PROCESS-ADJUSTMENTS THRU 4000-EXIT.
010180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010190     STOP RUN.
010360
010370     OPEN INPUT  EMPLOYEE-MASTER.
010380     PERFORM 1060-READ-RUN-CONTROL THRU 1060-EXIT.
010381     PERFORM 1068-READ-PAY-CALENDAR THRU 1068-EXIT.
010382     IF PR-SUPPLEMENTAL-RUN
010383         MOVE PR-PERIOD-END TO PR-CHECK-DATE
010385     END-IF.
010390     PERFORM 1062-LOAD-TAX-RATES   THRU 1062-EXIT.
010400     PERFORM 1065-CHECK-PAY-CYCLE  THRU 1065-EXIT.
010410     PERFORM 1070-READ-CHECKPOINT  THRU 1070-EXIT.
010414     IF PR-SUPPLEMENTAL-RUN
010418         PERFORM 1045-SORT-SUPP-TRANS THRU 1045-EXIT
010422     ELSE
010426         PERFORM 1040-SORT-TRANSACTIONS THRU 1040-EXIT
010430         OPEN INPUT  HOURS-TRANSACTION
010434     END-IF.
010440     PERFORM 1050-OPEN-YTD-MASTER THRU 1050-EXIT.
010442*      A SUPPLEMENTAL RUN TAKES NO DEDUCTIONS, ACCRUES NO LEAVE,
010444*      PAYS NO RETRO, AND APPLIES NO ADJUSTMENTS - THOSE FILES
010446*      BELONG TO THE REGULAR RUN AND ARE LEFT UNOPENED.
010448     IF NOT PR-SUPPLEMENTAL-RUN
010450         PERFORM 1052-OPEN-LEAVE-MASTER THRU 1052-EXIT
010452     END-IF.
010460     OPEN INPUT DEPARTMENT-MASTER.
010470     IF PR-DEPTMAST-STATUS = '00'
010480         SET PR-DEPTMAST-AVAIL TO TRUE
010490     END-IF.
010491     OPEN INPUT JOB-MASTER.
010492     IF PR-JOBMAST-STATUS = '00'
010493         SET PR-JOBMAST-AVAIL TO TRUE
010494     END-IF.
010495     IF PR-JOBMAST-AVAIL AND NOT PR-SUPPLEMENTAL-RUN
010496         PERFORM 1053-OPEN-CERTIFIED-HOURS THRU 1053-EXIT
010497     END-IF.
010498     IF NOT PR-SUPPLEMENTAL-RUN
010500         PERFORM 1055-OPEN-DEDUCTION-MASTER THRU 1055-EXIT
010502         PERFORM 1056-OPEN-OVERPAYMENT-MASTER THRU 1056-EXIT
010505     END-IF.
010510     PERFORM 1057-OPEN-PAY-HISTORY THRU 1057-EXIT.
010516     IF NOT PR-SUPPLEMENTAL-RUN
010522         PERFORM 1058-OPEN-ADJUSTMENTS THRU 1058-EXIT
010528         PERFORM 1059-LOAD-RETRO-TRANS THRU 1059-EXIT
010534     END-IF.
010540
010550     IF PR-RESTART-MODE
010560         OPEN EXTEND PAYROLL-REGISTER
010570         OPEN EXTEND ERROR-SUSPENSE
010580         OPEN EXTEND AUDIT-LOG
010590         OPEN EXTEND PAY-DETAIL
010610     ELSE
010620         OPEN OUTPUT PAYROLL-REGISTER
010630         OPEN OUTPUT ERROR-SUSPENSE
010640         OPEN OUTPUT AUDIT-LOG
010650         OPEN OUTPUT PAY-DETAIL
010655         IF PR-SUPPLEMENTAL-RUN
010660             MOVE 'SUPPLEMENTAL PAY REGISTER' TO PR-HDG-TITLE
010665         END-IF
010670         WRITE PAYROLL-REGISTER-LINE FROM PR-HEADING-LINE
010680         WRITE PAYROLL-REGISTER-LINE FROM PR-COLUMN-LINE
010690         WRITE ERROR-SUSPENSE-LINE FROM PR-ERR-HEADING-LINE
010700         WRITE ERROR-SUSPENSE-LINE FROM PR-ERR-COLUMN-LINE
010707     END-IF.
010715     IF NOT PR-SUPPLEMENTAL-RUN
010722         PERFORM 1054-OPEN-LEAVE-REPORT THRU 1054-EXIT
010730     END-IF.
010740
010750     IF PR-OVERRIDE-USED
010760         PERFORM 1090-WRITE-OVERRIDE-AUDIT THRU 1090-EXIT
010761     END-IF.
010762     IF PR-SUPPLEMENTAL-RUN
010763         PERFORM 5100-READ-SUPP-TRANS THRU 5100-EXIT
010765         IF PR-RESTART-MODE
010766             PERFORM 1082-SKIP-SUPP-TO-CHECKPOINT THRU 1082-EXIT
010767         END-IF
010768         GO TO 1000-EXIT
010770     END-IF.
010780     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
010790     IF PR-RESTART-MODE
010950     SORT SORT-WORK-FILE
010960         ON ASCENDING KEY SW-EMP-ID
010970         USING HOURS-TRANS-RAW
010971         GIVING HOURS-TRANSACTION.
010972 1040-EXIT.
010973     EXIT.
010974
010976*****************************************************************
010977*  1045-SORT-SUPP-TRANS - THE BONUS AND COMMISSION FILE IS SORTED
010978*                         INTO EMPLOYEE ID SEQUENCE THE SAME WAY,
010979*                         SO ONE EMPLOYEE'S AWARDS COME TOGETHER
010980*                         ON ONE CHECK AND THE CHECKPOINT SKIP
010982*                         CAN RELY ON ASCENDING KEY ORDER.
010983*****************************************************************
010984 1045-SORT-SUPP-TRANS.
010985     SORT SUPP-SORT-FILE
010986         ON ASCENDING KEY SS-EMP-ID
010988         USING SUPP-TRANS-RAW
010989         GIVING SUPP-TRANSACTION.
010990     OPEN INPUT SUPP-TRANSACTION.
010991     IF PR-SUPPTXN-STATUS NOT = '00'
010992         DISPLAY 'PAYROLL - SUPPLEMENTAL TRANSACTION FILE NOT '
010994             'AVAILABLE - STATUS ' PR-SUPPTXN-STATUS
010995             ' - RUN REJECTED'
010996         STOP RUN
010997     END-IF.
010998 1045-EXIT.
011000     EXIT.
011010
011020*****************************************************************
011260         OPEN I-O LEAVE-MASTER
011270     END-IF.
011280 1052-EXIT.
011281     EXIT.
011282
011283*****************************************************************
011284*  1054-OPEN-LEAVE-REPORT - A RESTART APPENDS TO THE REPORT THE
011285*                           INTERRUPTED RUN STARTED
011286*****************************************************************
011287 1054-OPEN-LEAVE-REPORT.
011288     IF PR-RESTART-MODE
011289         OPEN EXTEND LEAVE-REPORT
011290     ELSE
011291         OPEN OUTPUT LEAVE-REPORT
011292         WRITE LEAVE-REPORT-LINE FROM PR-LV-HEADING-LINE
011293         WRITE LEAVE-REPORT-LINE FROM PR-LV-COLUMN-LINE
011294     END-IF.
011295 1054-EXIT.
011296     EXIT.
011297
011298*****************************************************************
011299*  1053-OPEN-CERTIFIED-HOURS - CERTHRS IS APPENDED TO BY EACH
011300*                              REGULAR RUN UNTIL CERTPAY PRINTS
011301*                              AND EMPTIES IT.  IF IT WILL NOT
011302*                              OPEN THE RUN GOES ON WITHOUT IT.
011303*****************************************************************
011304 1053-OPEN-CERTIFIED-HOURS.
011305     OPEN EXTEND CERTIFIED-HOURS.
011306     IF PR-CERTHRS-STATUS = '35'
011307         OPEN OUTPUT CERTIFIED-HOURS
011308     END-IF.
011309     IF PR-CERTHRS-STATUS = '00'
011310         SET PR-CERTHRS-OPEN TO TRUE
011311     ELSE
011312         DISPLAY 'PAYROLL - CERTIFIED HOURS FILE NOT OPENED - '
011313                 'STATUS ' PR-CERTHRS-STATUS
011314     END-IF.
011315 1053-EXIT.
011316     EXIT.
011317
011318*****************************************************************
011320*  1055-OPEN-DEDUCTION-MASTER - A MISSING DEDUCTION FILE IS NOT
011330*                               FATAL.  THE RUN SIMPLY TAKES NO
011340*                               VOLUNTARY DEDUCTIONS OR
011380     OPEN I-O DEDUCTION-MASTER.
011390     IF PR-DEDMAST-STATUS = '00'
011400         SET PR-DEDMAST-AVAIL TO TRUE
011401     END-IF.
011402 1055-EXIT.
011403     EXIT.
011404
011406*****************************************************************
011407*  1056-OPEN-OVERPAYMENT-MASTER - CREATE THE FILE ON ITS FIRST
011408*                                 RUN.  IF IT STILL WILL NOT
011409*                                 OPEN, THE RUN GOES ON WITHOUT
011410*                                 RECOVERING OVERPAYMENTS.
011412*****************************************************************
011413 1056-OPEN-OVERPAYMENT-MASTER.
011414     OPEN I-O OVERPAYMENT-MASTER.
011415     IF PR-OVPMAST-STATUS = '35'
011416         OPEN OUTPUT OVERPAYMENT-MASTER
011418         CLOSE OVERPAYMENT-MASTER
011419         OPEN I-O OVERPAYMENT-MASTER
011420     END-IF.
011421     IF PR-OVPMAST-STATUS = '00'
011422         SET PR-OVPMAST-AVAIL TO TRUE
011424     ELSE
011425         DISPLAY 'PAYROLL - OVERPAYMENT MASTER NOT OPENED - '
011426                 'STATUS ' PR-OVPMAST-STATUS
011427     END-IF.
011428 1056-EXIT.
011430     EXIT.
011440
011450*****************************************************************
011820*                          INTERRUPTED RUN ALREADY PROCESSED
011830*                          ARE DROPPED - THEIR RETRO WAS PAID
011840*                          (OR SWEPT) BEFORE THE CHECKPOINT AND
011850*                          MUST NOT PAY OR SWEEP AGAIN.  AN
011852*                          ENTRY FOR AN EMPLOYEE OF ANOTHER PAY
011854*                          GROUP IS HELD FOR THAT GROUP'S RUN.
011860*****************************************************************
011870 1059-LOAD-RETRO-TRANS.
011880     OPEN INPUT RETRO-TRANS.
012270     EXIT.
012280
012290*****************************************************************
012291*  1066-LOAD-ONE-RETRO - AN ENTRY FOR AN EMPLOYEE OF ANOTHER
012292*                       PAY GROUP IS HELD FOR WRITE-BACK, NOT
012294*                       LOADED.  AN EMPLOYEE NOT ON THE MASTER
012295*                       LOADS, AND IS SWEPT AS BEFORE.
012297*****************************************************************
012298 1066-LOAD-ONE-RETRO.
012300     MOVE RX-EMP-ID TO EM-EMP-ID.
012301     READ EMPLOYEE-MASTER
012302         INVALID KEY
012304             MOVE PR-PAY-GROUP TO PR-EMP-PAY-GROUP
012305         NOT INVALID KEY
012307             MOVE EM-PAY-GROUP TO PR-EMP-PAY-GROUP
012308     END-READ.
012310     IF PR-EMP-PAY-GROUP = SPACES
012311         MOVE 'WK' TO PR-EMP-PAY-GROUP
012312     END-IF.
012314     IF PR-EMP-PAY-GROUP NOT = PR-PAY-GROUP
012315         IF PR-RETRO-HOLD-COUNT >= 200
012317             DISPLAY 'PAYROLL - RETRO TABLE FULL - RUN REJECTED'
012318             STOP RUN
012320         END-IF
012321         ADD 1 TO PR-RETRO-HOLD-COUNT
012322         MOVE RETRO-TRANS-RECORD
012324             TO PR-RETRO-HOLD-REC (PR-RETRO-HOLD-COUNT)
012325         PERFORM 1061-READ-RETRO-TRANS THRU 1061-EXIT
012327         GO TO 1066-EXIT
012328     END-IF.
012330     IF PR-RETRO-COUNT >= 200
012340         DISPLAY 'PAYROLL - RETRO TABLE FULL - RUN REJECTED'
012350         STOP RUN
012480*                          BALANCING.  MISSING EXPECTED FIGURES
012490*                          ARE NOT FATAL - THEY SHOW AS OUT OF
012500*                          BALANCE ON THE BALANCING REPORT.  THE
012510*                          PAY PERIOD END IS REQUIRED - THE
012520*                          MASTER-PAID SALARIED EMPLOYEES, THE
012530*                          PAY-HISTORY KEYS, AND THE PAY-CYCLE
012540*                          INTERLOCK ALL CARRY IT, SO A RUN
012550*                          WITHOUT IT WOULD PAY AND STAMP
012560*                          PERIOD ZERO AND IS REJECTED.  THE
012561*                          PERIOD START COMES OFF THE PAY
012562*                          CALENDAR, SO IT IS REQUIRED HERE
012563*                          ONLY WHEN THE GROUP HAS NO CALENDAR
012564*                          ENTRY (1068-READ-PAY-CALENDAR).
012570*****************************************************************
012580 1060-READ-RUN-CONTROL.
012590     OPEN INPUT RUN-CONTROL.
012700                 MOVE RC-PERIOD-START TO PR-PERIOD-START
012710                 MOVE RC-PERIOD-END   TO PR-PERIOD-END
012720                 MOVE RC-OVERRIDE-FLAG TO PR-OVERRIDE-FLAG
012725                 IF RC-PAY-GROUP NOT = SPACES
012727                     MOVE RC-PAY-GROUP TO PR-PAY-GROUP
012729                 END-IF
012730                 MOVE RC-OVERRIDE-REASON
012740                     TO PR-OVERRIDE-REASON
012745                 MOVE RC-RUN-TYPE TO PR-RUN-TYPE
012750         END-READ
012760         CLOSE RUN-CONTROL
012770     END-IF.
012771     IF NOT PR-REGULAR-RUN AND NOT PR-SUPPLEMENTAL-RUN
012772         DISPLAY 'PAYROLL - INVALID RUN TYPE ' PR-RUN-TYPE
012773             ' ON RUN-CONTROL - RUN REJECTED'
012774         STOP RUN
012775     END-IF.
012776*      A SUPPLEMENTAL RUN IS PAID AS OF THE PAY DATE KEYED AS THE
012777*      PERIOD END, OR THE RUN DATE WHEN NONE IS KEYED.
012778     IF PR-SUPPLEMENTAL-RUN
012779         MOVE 'S' TO PR-CYCLE-TYPE
012780         IF PR-PERIOD-END = ZERO
012781             MOVE PR-RUN-DATE TO PR-PERIOD-END
012782         END-IF
012783         IF PR-PERIOD-START = ZERO
012784             MOVE PR-PERIOD-END TO PR-PERIOD-START
012785         END-IF
012786     END-IF.
012787     IF PR-PERIOD-END = ZERO
012790         DISPLAY 'PAYROLL - PAY PERIOD END MISSING ON '
012800             'RUN-CONTROL - RUN REJECTED'
012810         STOP RUN
012820     END-IF.
013060         DISPLAY 'PAYROLL - TAX-RATE FILE INCOMPLETE - '
013070             'RUN REJECTED'
013080         STOP RUN
013081     END-IF.
013083     IF PR-SUPPLEMENTAL-RUN AND PR-TAX-SUPP-FED-PCT = ZERO
013085         DISPLAY 'PAYROLL - NO SUPPLEMENTAL FEDERAL RATE ON '
013086             'TAX-RATE FILE - RUN REJECTED'
013088         STOP RUN
013090     END-IF.
013091     IF NOT PR-TAX-UI-LOADED
013093         DISPLAY 'PAYROLL - NO FUTA/SUTA RATES ON TAX-RATE '
013095             'FILE FOR ' PR-RUN-YEAR ' - RUN REJECTED'
013096         STOP RUN
013098     END-IF.
013100 1062-EXIT.
013110     EXIT.
013120
013270             MOVE TR-ADDL-MED-THRESH  TO PR-TAX-ADDL-MED-THRESH
013280             MOVE TR-STATE-PCT        TO PR-TAX-STATE-PCT
013290             MOVE TR-ALLOWANCE-ANNUAL TO PR-TAX-ALLOWANCE
013292             IF TR-SUPP-FED-PCT NUMERIC
013294                 MOVE TR-SUPP-FED-PCT TO PR-TAX-SUPP-FED-PCT
013296             END-IF
013300             SET PR-TAX-PARAMS-LOADED TO TRUE
013310         WHEN TR-BRACKET-REC
013320             IF PR-TXB-COUNT >= 40
013380             MOVE TR-FILING-STATUS TO PR-TXB-STATUS (PR-TXB-COUNT)
013390             MOVE TR-BRACKET-FLOOR TO PR-TXB-FLOOR (PR-TXB-COUNT)
013400             MOVE TR-BRACKET-RATE  TO PR-TXB-RATE (PR-TXB-COUNT)
013401             MOVE TR-BRACKET-BASE-TAX
013402                 TO PR-TXB-BASE (PR-TXB-COUNT)
013403         WHEN TR-DEDCODE-REC
013405             IF PR-DCL-COUNT >= 30
013406                 DISPLAY 'PAYROLL - DEDUCTION CLASS TABLE FULL - '
013407                     'RUN REJECTED'
013409                 STOP RUN
013410             END-IF
013411             ADD 1 TO PR-DCL-COUNT
013413             MOVE TR-DED-CODE      TO PR-DCL-CODE (PR-DCL-COUNT)
013414             MOVE TR-DED-TAX-CLASS
013415                 TO PR-DCL-TAX-CLASS (PR-DCL-COUNT)
013416             MOVE TR-DED-W2-BOX12
013418                 TO PR-DCL-W2-BOX12 (PR-DCL-COUNT)
013419         WHEN TR-UNEMPLOYMENT-REC
013420             IF TR-UI-YEAR = PR-RUN-YEAR
013422                 MOVE TR-FUTA-PCT       TO PR-TAX-FUTA-PCT
013423                 MOVE TR-FUTA-WAGE-BASE TO PR-TAX-FUTA-BASE
013424                 MOVE TR-SUTA-PCT       TO PR-TAX-SUTA-PCT
013426                 MOVE TR-SUTA-WAGE-BASE TO PR-TAX-SUTA-BASE
013427                 SET PR-TAX-UI-LOADED TO TRUE
013428             END-IF
013430         WHEN OTHER
013440             DISPLAY 'PAYROLL - INVALID TAX-RATE RECORD TYPE '
013450                 TR-RECORD-TYPE ' - RUN REJECTED'
013510
013520*****************************************************************
013530*  1064-READ-TAX-RECORD
013531*****************************************************************
013532 1064-READ-TAX-RECORD.
013533     READ TAX-RATES
013534         AT END
013535             SET PR-EOF-TAX TO TRUE
013536     END-READ.
013537 1064-EXIT.
013538     EXIT.
013539
013540*****************************************************************
013541*  1068-READ-PAY-CALENDAR - FIND THE GROUP'S CALENDAR ENTRY FOR
013542*                           THE RUN-CONTROL PERIOD END.  IT
013544*                           GOVERNS THE PERIOD START, THE CHECK
013545*                           DATE, AND THE FREQUENCY.  GROUP WK
013546*                           WITH NO ENTRY RUNS WEEKLY ON THE
013547*                           RUN-CONTROL DATES, CHECK DATED THE
013548*                           RUN DATE, AS BEFORE THE CALENDAR -
013549*                           ONLY THEN MUST RUN-CONTROL CARRY
013550*                           THE PERIOD START.
013551*                           ANY OTHER GROUP WITHOUT AN ENTRY, OR
013552*                           AN ENTRY WITH AN UNKNOWN FREQUENCY,
013553*                           REJECTS THE RUN - A WRONG FREQUENCY
013554*                           WOULD MISWITHHOLD EVERY CHECK.
013555*                           A SUPPLEMENTAL RUN TAKES ONLY THE
013556*                           FREQUENCY, FROM THE GROUP'S FIRST
013558*                           ENTRY - FINAL WAGES ARE WITHHELD AT
013559*                           IT.
013560*****************************************************************
013561 1068-READ-PAY-CALENDAR.
013562     MOVE PR-RUN-DATE TO PR-CHECK-DATE.
013563     OPEN INPUT PAY-CALENDAR.
013564     IF PR-PAYCAL-STATUS = '00'
013565         PERFORM 1069-READ-CALENDAR-ENTRY THRU 1069-EXIT
013566             UNTIL PR-EOF-PAYCAL OR PR-PAYCAL-FOUND
013567         CLOSE PAY-CALENDAR
013568     END-IF.
013569     IF NOT PR-PAYCAL-FOUND
013570         IF PR-PAY-GROUP = 'WK' AND PR-PERIOD-START NOT = ZERO
013572             GO TO 1068-EXIT
013573         END-IF
013574         IF PR-PAY-GROUP = 'WK'
013575             DISPLAY 'PAYROLL - NO PAY CALENDAR ENTRY AND NO '
013576                 'PERIOD START ON RUN-CONTROL - RUN REJECTED'
013577             STOP RUN
013578         END-IF
013579         DISPLAY 'PAYROLL - NO PAY CALENDAR ENTRY FOR GROUP '
013580             PR-PAY-GROUP ' PERIOD END ' PR-PERIOD-END
013581             ' - RUN REJECTED'
013582         STOP RUN
013583     END-IF.
013585     IF PR-PERIOD-START = ZERO
013586         DISPLAY 'PAYROLL - NO PERIOD START ON PAY CALENDAR '
013587             'FOR GROUP ' PR-PAY-GROUP ' - RUN REJECTED'
013588         STOP RUN
013589     END-IF.
013590     EVALUATE TRUE
013591         WHEN PR-FREQ-WEEKLY
013592             MOVE 52 TO PR-PERIODS-PER-YEAR
013593         WHEN PR-FREQ-BIWEEKLY
013594             MOVE 26 TO PR-PERIODS-PER-YEAR
013595         WHEN PR-FREQ-SEMIMONTHLY
013596             MOVE 24 TO PR-PERIODS-PER-YEAR
013597         WHEN OTHER
013599             DISPLAY 'PAYROLL - INVALID PAY FREQUENCY '
013600                 PR-PAY-FREQUENCY ' FOR GROUP ' PR-PAY-GROUP
013601                 ' - RUN REJECTED'
013602             STOP RUN
013603     END-EVALUATE.
013604     COMPUTE PR-PERIOD-STD-HOURS ROUNDED =
013605         PR-ANNUAL-STD-HOURS / PR-PERIODS-PER-YEAR.
013606 1068-EXIT.
013607     EXIT.
013608
013609*****************************************************************
013610*  1069-READ-CALENDAR-ENTRY
013611*****************************************************************
013613 1069-READ-CALENDAR-ENTRY.
013614     READ PAY-CALENDAR
013615         AT END
013616             SET PR-EOF-PAYCAL TO TRUE
013617             GO TO 1069-EXIT
013618     END-READ.
013619     IF CL-PAY-GROUP = PR-PAY-GROUP AND PR-SUPPLEMENTAL-RUN
013620         SET PR-PAYCAL-FOUND TO TRUE
013621         MOVE CL-FREQUENCY TO PR-PAY-FREQUENCY
013622         GO TO 1069-EXIT
013623     END-IF.
013624     IF CL-PAY-GROUP = PR-PAY-GROUP
013625             AND CL-PERIOD-END = PR-PERIOD-END
013627         SET PR-PAYCAL-FOUND TO TRUE
013628         MOVE CL-PERIOD-START TO PR-PERIOD-START
013629         MOVE CL-WORKWEEK-START TO PR-WORKWEEK-START
013630         MOVE CL-FREQUENCY    TO PR-PAY-FREQUENCY
013631         IF CL-CHECK-DATE NUMERIC AND CL-CHECK-DATE > ZERO
013632             MOVE CL-CHECK-DATE TO PR-CHECK-DATE
013633         END-IF
013634     END-IF.
013635 1069-EXIT.
013636     EXIT.
013637
013638*****************************************************************
013640*  1065-CHECK-PAY-CYCLE - THE INTERLOCK.  A PERIOD THE CYCLE
013650*                         FILE SHOWS AS ALREADY PAID IS
013660*                         REJECTED OUTRIGHT UNLESS THE
013700*                         TO THE AUDIT TRAIL WITH ITS REASON.
013710*                         A COMPUTED-BUT-UNPAID CYCLE MAY BE
013720*                         RECOMPUTED UNDER THE SAME SEQUENCE.
013722*                         EACH PAY GROUP HAS ITS OWN CYCLE
013725*                         RECORD, AND ITS SUPPLEMENTAL RUNS
013727*                         A SEPARATE ONE OF THEIR OWN.
013730*****************************************************************
013740 1065-CHECK-PAY-CYCLE.
013750     MOVE 1 TO PR-RUN-SEQ.
013770     IF PR-PAYCYCLE-STATUS NOT = '00'
013780         GO TO 1065-EXIT
013790     END-IF.
013795     MOVE PR-PAY-GROUP TO PC-PAY-GROUP.
013797     MOVE PR-CYCLE-TYPE TO PC-CYCLE-TYPE.
013800     READ PAY-CYCLE
013810         INVALID KEY
013820             CLOSE PAY-CYCLE
013830             GO TO 1065-EXIT
013840         NOT INVALID KEY
013850             MOVE PC-PERIOD-START TO PR-CYC-PERIOD-START
013860             MOVE PC-PERIOD-END   TO PR-CYC-PERIOD-END
013870             MOVE PC-RUN-SEQ      TO PR-CYC-RUN-SEQ
013990             COMPUTE PR-RUN-SEQ = PR-CYC-RUN-SEQ + 1
014000             SET PR-OVERRIDE-USED TO TRUE
014010         ELSE
014020             DISPLAY 'PAYROLL - GROUP ' PR-PAY-GROUP
014025                 ' PERIOD ' PR-PERIOD-START
014030                 ' TO ' PR-PERIOD-END
014040                 ' IS ALREADY PAID - RUN REJECTED'
014050             DISPLAY 'PAYROLL - SUPERVISOR OVERRIDE REQUIRED '
014380                 CONTINUE
014390             NOT AT END
014400                 IF CP-LAST-EMP-ID NOT = SPACES
014403                     PERFORM 1072-CHECK-RESTART-TYPE
014406                         THRU 1072-EXIT
014410                     MOVE CP-LAST-EMP-ID TO PR-CHECKPOINT-ID
014420                     MOVE CP-EMP-COUNT   TO PR-RECORD-COUNT
014430                     MOVE CP-TOTAL-HOURS TO PR-TOTAL-HOURS
014490         END-READ
014500         CLOSE CHECKPOINT-FILE
014510     END-IF.
014511 1070-EXIT.
014512     EXIT.
014513
014514*****************************************************************
014515*  1072-CHECK-RESTART-TYPE - A CHECKPOINT LEFT BY A REGULAR RUN
014516*                            CANNOT BE PICKED UP BY A SUPPLEMENTAL
014517*                            RUN OR THE REVERSE - THE INTERRUPTED
014518*                            RUN MUST BE RESTARTED AS WHAT IT WAS
014519*****************************************************************
014520 1072-CHECK-RESTART-TYPE.
014521     IF (CP-SUPPLEMENTAL-RUN AND NOT PR-SUPPLEMENTAL-RUN)
014522             OR (PR-SUPPLEMENTAL-RUN AND NOT CP-SUPPLEMENTAL-RUN)
014523         DISPLAY 'PAYROLL - CHECKPOINT IS FROM AN INTERRUPTED '
014524             'RUN OF THE OTHER RUN TYPE - RUN REJECTED'
014525         DISPLAY 'PAYROLL - RESTART THAT RUN BEFORE STARTING '
014526             'THIS ONE'
014527         STOP RUN
014528     END-IF.
014529 1072-EXIT.
014530     EXIT.
014540
014550*****************************************************************
014680*****************************************************************
014690 1085-SKIP-ONE-TRANSACTION.
014700     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
014701 1085-EXIT.
014703     EXIT.
014705
014706*****************************************************************
014708*  1082-SKIP-SUPP-TO-CHECKPOINT - SAME AS 1080, FOR THE BONUS AND
014710*                                 COMMISSION FILE
014711*****************************************************************
014713 1082-SKIP-SUPP-TO-CHECKPOINT.
014715     PERFORM 5100-READ-SUPP-TRANS THRU 5100-EXIT
014716         UNTIL PR-EOF-SUPP OR ST-EMP-ID > PR-CHECKPOINT-ID.
014718 1082-EXIT.
014720     EXIT.
014730
014740*****************************************************************
015560                  PR-SIK-HOURS PR-HOL-HOURS
015570                  PR-GROUP-VALID-COUNT.
015580     MOVE SPACES TO PR-GROUP-CHARGE-DEPT.
015581     MOVE ZERO TO PR-WEEK-TABLE.
015582     MOVE ZERO TO PR-DST-COUNT PR-CRT-COUNT.
015583     MOVE EM-PAY-GROUP TO PR-EMP-PAY-GROUP.
015585     IF PR-EMP-PAY-GROUP = SPACES
015586         MOVE 'WK' TO PR-EMP-PAY-GROUP
015587     END-IF.
015588     PERFORM 2262-SET-WORKWEEKS THRU 2262-EXIT.
015590     PERFORM 2030-GET-LEAVE-BALANCES THRU 2030-EXIT.
015600     PERFORM 2050-CONSUME-ONE-TRANS THRU 2050-EXIT
015610         UNTIL PR-EOF-TRANS
015640     IF PR-GROUP-VALID-COUNT > ZERO
015650         PERFORM 2400-COMPUTE-PAY        THRU 2400-EXIT
015660         PERFORM 2410-APPLY-RETRO        THRU 2410-EXIT
015662         PERFORM 2430-DISTRIBUTE-PAY     THRU 2430-EXIT
015665         PERFORM 2445-APPLY-PRETAX-DEDUCTIONS THRU 2445-EXIT
015670         PERFORM 2450-COMPUTE-WITHHOLDING THRU 2450-EXIT
015680         PERFORM 2460-APPLY-DEDUCTIONS   THRU 2460-EXIT
015685         PERFORM 2480-RECOVER-OVERPAYMENTS THRU 2480-EXIT
015690         PERFORM 2500-UPDATE-YTD         THRU 2500-EXIT
015700         PERFORM 2550-UPDATE-LEAVE       THRU 2550-EXIT
015710         PERFORM 2600-WRITE-REGISTER     THRU 2600-EXIT
016120         WHEN EM-INACTIVE
016130             SET PR-TRANS-INVALID TO TRUE
016140             MOVE 'EMPLOYEE INACTIVE - NOT PAID' TO PR-ERR-REASON
016142         WHEN PR-EMP-PAY-GROUP NOT = PR-PAY-GROUP
016144             SET PR-TRANS-INVALID TO TRUE
016146             MOVE 'EMPLOYEE NOT IN PAY GROUP' TO PR-ERR-REASON
016150         WHEN OTHER
016160             PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT
016170     END-EVALUATE.
016180
016190     IF PR-TRANS-VALID
016200         PERFORM 2250-ACCUMULATE-EARN-TYPE THRU 2250-EXIT
016201         ADD 1 TO PR-GROUP-VALID-COUNT
016202     ELSE
016203         PERFORM 3000-WRITE-ERROR-SUSPENSE THRU 3000-EXIT
016204     END-IF.
016205
016206     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
016207 2050-EXIT.
016208     EXIT.
016209
016210*****************************************************************
016211*  2250-ACCUMULATE-EARN-TYPE - FOLD THE TIMECARD HOURS INTO THE
016212*                              BUCKET FOR ITS EARNINGS TYPE.
016213*                              SPACES IS HONORED AS REG SO OLD
016214*                              TIMECARD DECKS STILL PAY.  WORKED
016215*                              HOURS ALSO GO TO THE WORKWEEK
016216*                              THE DATE WORKED FALLS IN.
016217*                              EVERY CARD ALSO GOES TO ITS
016218*                              DEPARTMENT/JOB DISTRIBUTION ENTRY,
016219*                              AND WORKED HOURS ON A CERTIFIED
016220*                              JOB TO THE CERTIFIED-HOURS TABLE.
016221*****************************************************************
016222 2250-ACCUMULATE-EARN-TYPE.
016223     IF HT-CHARGE-DEPT NOT = SPACES
016224             AND PR-GROUP-CHARGE-DEPT = SPACES
016225         MOVE HT-CHARGE-DEPT TO PR-GROUP-CHARGE-DEPT
016226     END-IF.
016227     EVALUATE HT-EARN-TYPE
016228         WHEN 'VAC'
016229             ADD HT-HOURS-WORKED TO PR-VAC-HOURS
016230         WHEN 'SIK'
016231             ADD HT-HOURS-WORKED TO PR-SIK-HOURS
016232         WHEN 'HOL'
016233             ADD HT-HOURS-WORKED TO PR-HOL-HOURS
016234         WHEN OTHER
016235             ADD HT-HOURS-WORKED TO PR-WORKED-HOURS
016236             PERFORM 2260-FIGURE-WORKWEEK THRU 2260-EXIT
016237             ADD HT-HOURS-WORKED TO PR-WEEK-HOURS (PR-CARD-WEEK)
016238     END-EVALUATE.
016239     PERFORM 2270-ADD-DIST-CHARGE THRU 2270-EXIT.
016240     IF PR-JOB-CERTIFIED AND PR-CERTHRS-OPEN
016241             AND HT-EARN-TYPE NOT = 'VAC'
016242             AND HT-EARN-TYPE NOT = 'SIK'
016243             AND HT-EARN-TYPE NOT = 'HOL'
016244         PERFORM 2280-ADD-CERT-HOURS THRU 2280-EXIT
016245     END-IF.
016246 2250-EXIT.
016247     EXIT.
016248
016249*****************************************************************
016250*  2260-FIGURE-WORKWEEK - THE WORKWEEK OF THE PERIOD THE
016251*                         TIMECARD'S DATE WORKED FALLS IN,
016252*                         COUNTED FROM WEEK 1 (SEE 2262), AND
016253*                         THE DAYS FROM WEEK 1'S FIRST DAY.  NO
016254*                         DATE WORKED IS HONORED AS THE FIRST
016255*                         DAY OF WEEK 1, SO OLD DECKS PAY AS
016256*                         BEFORE.
016257*****************************************************************
016258 2260-FIGURE-WORKWEEK.
016259     MOVE 1 TO PR-CARD-WEEK.
016260     MOVE ZERO TO PR-DAYS-INTO-WEEKS.
016261     IF HT-WORK-DATE NOT NUMERIC OR HT-WORK-DATE = ZERO
016262             OR PR-WEEK1-DAYNUM = ZERO
016263         GO TO 2260-EXIT
016264     END-IF.
016265     MOVE HT-WORK-DATE TO PR-DN-DATE.
016266     PERFORM 2265-COMPUTE-DAY-NUMBER THRU 2265-EXIT.
016267     COMPUTE PR-DAYS-INTO-WEEKS = PR-DAYNUM - PR-WEEK1-DAYNUM.
016268     IF PR-DAYS-INTO-WEEKS < ZERO
016269         MOVE ZERO TO PR-DAYS-INTO-WEEKS
016270         GO TO 2260-EXIT
016271     END-IF.
016272     COMPUTE PR-CARD-WEEK = (PR-DAYS-INTO-WEEKS / 7) + 1.
016273     IF PR-CARD-WEEK > 5
016274         MOVE 5 TO PR-CARD-WEEK
016275     END-IF.
016276 2260-EXIT.
016277     EXIT.
016278
016279*****************************************************************
016280*  2262-SET-WORKWEEKS - FIND WEEK 1, THE WORKWEEK THE PERIOD
016281*                       START FALLS IN, FROM THE GROUP'S
016282*                       WORKWEEK START, AND THE LAST WEEK WHEN
016283*                       IT RUNS ON PAST THE PERIOD END.  WHEN
016284*                       WEEK 1 BEGAN IN THE PRIOR PERIOD, THE
016285*                       HOURS WORKED IN IT THEN ARE CARRIED IN
016286*                       FROM THAT PERIOD'S PAY HISTORY SO THE
016287*                       WHOLE WEEK IS TESTED FOR OVERTIME.
016288*****************************************************************
016289 2262-SET-WORKWEEKS.
016290     MOVE ZERO TO PR-WEEK1-DAYNUM PR-WEEK1-BACK-DAYS PR-LAST-WEEK.
016291     IF PR-GROUP-PERIOD-START NOT NUMERIC
016292             OR PR-GROUP-PERIOD-START = ZERO
016293         GO TO 2262-EXIT
016294     END-IF.
016295     MOVE PR-GROUP-PERIOD-START TO PR-DN-DATE.
016296     PERFORM 2265-COMPUTE-DAY-NUMBER THRU 2265-EXIT.
016297     MOVE PR-DAYNUM TO PR-START-DAYNUM.
016298     IF PR-WORKWEEK-START NUMERIC AND PR-WORKWEEK-START > ZERO
016299         MOVE PR-WORKWEEK-START TO PR-DN-DATE
016300     ELSE
016301         MOVE PR-SUNDAY-WORKWEEK-START TO PR-DN-DATE
016302     END-IF.
016303     PERFORM 2265-COMPUTE-DAY-NUMBER THRU 2265-EXIT.
016304     COMPUTE PR-WEEK-OFFSET = PR-START-DAYNUM - PR-DAYNUM.
016305     DIVIDE PR-WEEK-OFFSET BY 7 GIVING PR-WEEK-QUOTIENT
016307         REMAINDER PR-WEEK-REM.
016308     IF PR-WEEK-REM < ZERO
016309         ADD 7 TO PR-WEEK-REM
016310     END-IF.
016311     MOVE PR-WEEK-REM TO PR-WEEK1-BACK-DAYS.
016312     COMPUTE PR-WEEK1-DAYNUM =
016313         PR-START-DAYNUM - PR-WEEK1-BACK-DAYS.
016314*      THE WEEK THE PERIOD END FALLS IN RUNS ON PAST IT UNLESS THE
016315*      END IS THE SEVENTH DAY OF THE WEEK.
016316     IF PR-GROUP-PERIOD-END NUMERIC
016317             AND PR-GROUP-PERIOD-END NOT < PR-GROUP-PERIOD-START
016318         MOVE PR-GROUP-PERIOD-END TO PR-DN-DATE
016319         PERFORM 2265-COMPUTE-DAY-NUMBER THRU 2265-EXIT
016320         COMPUTE PR-WEEK-OFFSET = PR-DAYNUM - PR-WEEK1-DAYNUM
016321         DIVIDE PR-WEEK-OFFSET BY 7 GIVING PR-WEEK-QUOTIENT
016322             REMAINDER PR-WEEK-REM
016323         IF PR-WEEK-REM NOT = 6
016324             COMPUTE PR-LAST-WEEK = PR-WEEK-QUOTIENT + 1
016325         END-IF
016326         IF PR-LAST-WEEK > 5
016327             MOVE 5 TO PR-LAST-WEEK
016328         END-IF
016329     END-IF.
016330     IF PR-WEEK1-BACK-DAYS = ZERO
016331         GO TO 2262-EXIT
016332     END-IF.
016333*      WEEK 1 BEGAN BEFORE THE PERIOD - PICK UP THE CARRY-OUT OF
016334*      THE PERIOD ENDING THE DAY BEFORE.  THE LAST NORMAL ENTRY
016335*      POSTED FOR IT STANDS, AND A REVERSAL OF THAT ENTRY
016336*      CANCELS IT.
016337     MOVE PR-GROUP-PERIOD-START TO PR-DN-DATE.
016338     PERFORM 2696-BACK-ONE-DAY THRU 2696-EXIT.
016339     MOVE PR-DN-DATE        TO PR-CARRY-PERIOD-END.
016340     MOVE PR-CURRENT-EMP-ID TO PH-EMP-ID.
016341     MOVE PR-CARRY-PERIOD-END TO PH-PERIOD-END.
016342     MOVE ZERO              TO PH-SEQ.
016343     MOVE 'N' TO PR-EOF-HIST-SW.
016344     START PAY-HISTORY KEY IS NOT LESS THAN PH-HIST-KEY
016345         INVALID KEY
016346             SET PR-EOF-HIST TO TRUE
016347     END-START.
016348     IF PR-PAYHIST-STATUS NOT = '00'
016349         SET PR-EOF-HIST TO TRUE
016350     END-IF.
016351     IF NOT PR-EOF-HIST
016352         PERFORM 4260-READ-HISTORY-NEXT THRU 4260-EXIT
016353     END-IF.
016354     PERFORM 2264-CARRY-ONE-ENTRY THRU 2264-EXIT
016355         UNTIL PR-EOF-HIST
016356             OR PH-EMP-ID NOT = PR-CURRENT-EMP-ID
016357             OR PH-PERIOD-END NOT = PR-CARRY-PERIOD-END.
016358 2262-EXIT.
016359     EXIT.
016360
016361*****************************************************************
016362*  2264-CARRY-ONE-ENTRY
016363*****************************************************************
016364 2264-CARRY-ONE-ENTRY.
016365     IF PH-NORMAL-ENTRY
016366         MOVE PH-SEQ TO PR-CARRY-SEQ
016367         IF PH-CARRY-WEEK-HOURS NUMERIC
016368             MOVE PH-CARRY-WEEK-HOURS TO PR-CARRY-IN-HOURS
016369         ELSE
016370             MOVE ZERO TO PR-CARRY-IN-HOURS
016371         END-IF
016372     END-IF.
016373     IF PH-REVERSAL
016374         IF PH-REVERSED-SEQ NOT NUMERIC
016375                 OR PH-REVERSED-SEQ = PR-CARRY-SEQ
016376             MOVE ZERO TO PR-CARRY-IN-HOURS
016377         END-IF
016378     END-IF.
016379     PERFORM 4260-READ-HISTORY-NEXT THRU 4260-EXIT.
016380 2264-EXIT.
016381     EXIT.
016382
016383*****************************************************************
016384*  2265-COMPUTE-DAY-NUMBER - DAYS FROM A FIXED BASE TO THE DATE
016385*                            IN PR-DN-DATE - WHOLE PRIOR YEARS
016386*                            WITH THEIR LEAP DAYS, THE MONTHS
016387*                            BEFORE THIS ONE, THE DAY, AND THIS
016388*                            YEAR'S LEAP DAY ONCE PAST FEBRUARY.
016389*****************************************************************
016390 2265-COMPUTE-DAY-NUMBER.
016391     IF PR-DN-MONTH < 1 OR PR-DN-MONTH > 12
016392         MOVE 1 TO PR-DN-MONTH
016393     END-IF.
016394     COMPUTE PR-DN-PRIOR-YEARS = PR-DN-YEAR - 1.
016395     DIVIDE PR-DN-PRIOR-YEARS BY 4 GIVING PR-DN-LEAP-4.
016396     DIVIDE PR-DN-PRIOR-YEARS BY 100 GIVING PR-DN-LEAP-100.
016397     DIVIDE PR-DN-PRIOR-YEARS BY 400 GIVING PR-DN-LEAP-400.
016398     COMPUTE PR-DAYNUM = PR-DN-PRIOR-YEARS * 365
016399         + PR-DN-LEAP-4 - PR-DN-LEAP-100 + PR-DN-LEAP-400
016400         + PR-CUM-DAYS (PR-DN-MONTH) + PR-DN-DAY.
016401     IF PR-DN-MONTH > 2
016402         DIVIDE PR-DN-YEAR BY 4 GIVING PR-DN-QUOTIENT
016403             REMAINDER PR-DN-REM-4
016404         DIVIDE PR-DN-YEAR BY 100 GIVING PR-DN-QUOTIENT
016405             REMAINDER PR-DN-REM-100
016406         DIVIDE PR-DN-YEAR BY 400 GIVING PR-DN-QUOTIENT
016407             REMAINDER PR-DN-REM-400
016408         IF (PR-DN-REM-4 = ZERO AND PR-DN-REM-100 NOT = ZERO)
016409                 OR PR-DN-REM-400 = ZERO
016410             ADD 1 TO PR-DAYNUM
016411         END-IF
016412     END-IF.
016414 2265-EXIT.
016415     EXIT.
016416
016417*****************************************************************
016418*  2270-ADD-DIST-CHARGE - ADD THE TIMECARD'S HOURS TO THE ENTRY
016419*                         FOR THE DEPARTMENT AND JOB IT CHARGES -
016420*                         WORKED HOURS BY WORKWEEK, PAID LEAVE
016421*                         ON ITS OWN.
016422*****************************************************************
016423 2270-ADD-DIST-CHARGE.
016424     IF HT-CHARGE-DEPT NOT = SPACES
016425         MOVE HT-CHARGE-DEPT TO PR-DST-CHARGE-DEPT
016426     ELSE
016427         MOVE EM-HOME-DEPT   TO PR-DST-CHARGE-DEPT
016428     END-IF.
016429     MOVE HT-JOB-NUMBER TO PR-DST-CHARGE-JOB.
016430     PERFORM 2272-FIND-DIST-ENTRY THRU 2272-EXIT.
016431     IF HT-EARN-TYPE = 'VAC' OR HT-EARN-TYPE = 'SIK'
016432             OR HT-EARN-TYPE = 'HOL'
016433         ADD HT-HOURS-WORKED TO PR-DST-LEAVE-HOURS (PR-DST-FOUND)
016434     ELSE
016435         ADD HT-HOURS-WORKED
016436             TO PR-DST-WEEK-HOURS (PR-DST-FOUND PR-CARD-WEEK)
016437     END-IF.
016438 2270-EXIT.
016439     EXIT.
016440
016441*****************************************************************
016442*  2272-FIND-DIST-ENTRY - THE ENTRY FOR PR-DST-CHARGE-DEPT AND
016443*                         PR-DST-CHARGE-JOB, ADDED EMPTY IF NEW.
016444*                         THE TABLE FULL, THE LAST ENTRY TAKES IT.
016445*****************************************************************
016446 2272-FIND-DIST-ENTRY.
016447     MOVE ZERO TO PR-DST-FOUND.
016448     PERFORM 2274-MATCH-DIST-ENTRY THRU 2274-EXIT
016449         VARYING PR-DST-IX FROM 1 BY 1
016450         UNTIL PR-DST-IX > PR-DST-COUNT
016451             OR PR-DST-FOUND > ZERO.
016452     IF PR-DST-FOUND > ZERO
016453         GO TO 2272-EXIT
016454     END-IF.
016455     IF PR-DST-COUNT < 10
016456         ADD 1 TO PR-DST-COUNT
016457         MOVE PR-DST-COUNT       TO PR-DST-FOUND
016458         MOVE PR-DST-CHARGE-DEPT TO PR-DST-DEPT (PR-DST-FOUND)
016459         MOVE PR-DST-CHARGE-JOB  TO PR-DST-JOB (PR-DST-FOUND)
016460         MOVE ZERO TO PR-DST-AMOUNTS (PR-DST-FOUND)
016461     ELSE
016462         MOVE 10 TO PR-DST-FOUND
016463     END-IF.
016464 2272-EXIT.
016465     EXIT.
016466
016467*****************************************************************
016468*  2274-MATCH-DIST-ENTRY
016469*****************************************************************
016470 2274-MATCH-DIST-ENTRY.
016471     IF PR-DST-DEPT (PR-DST-IX) = PR-DST-CHARGE-DEPT
016472             AND PR-DST-JOB (PR-DST-IX) = PR-DST-CHARGE-JOB
016473         MOVE PR-DST-IX TO PR-DST-FOUND
016474     END-IF.
016475 2274-EXIT.
016476     EXIT.
016477
016478*****************************************************************
016479*  2280-ADD-CERT-HOURS - ADD A CERTIFIED JOB'S WORKED HOURS TO
016480*                        THE DAY THEY WERE WORKED, IN THE ENTRY
016481*                        FOR THE JOB AND WORKWEEK.  2260 HAS SET
016482*                        THE DAYS FROM WEEK 1'S FIRST DAY.
016483*****************************************************************
016484 2280-ADD-CERT-HOURS.
016485     DIVIDE PR-DAYS-INTO-WEEKS BY 7 GIVING PR-DN-QUOTIENT
016486         REMAINDER PR-CRT-DAY.
016487     ADD 1 TO PR-CRT-DAY.
016488     MOVE ZERO TO PR-CRT-FOUND.
016489     PERFORM 2282-MATCH-CERT-ENTRY THRU 2282-EXIT
016490         VARYING PR-CRT-IX FROM 1 BY 1
016491         UNTIL PR-CRT-IX > PR-CRT-COUNT
016492             OR PR-CRT-FOUND > ZERO.
016493     IF PR-CRT-FOUND = ZERO
016494         IF PR-CRT-COUNT NOT < 30
016495             DISPLAY 'PAYROLL - CERTIFIED HOURS TABLE FULL - EMP '
016496                     PR-CURRENT-EMP-ID ' JOB ' HT-JOB-NUMBER
016497             GO TO 2280-EXIT
016498         END-IF
016499         ADD 1 TO PR-CRT-COUNT
016500         MOVE PR-CRT-COUNT  TO PR-CRT-FOUND
016501         MOVE HT-JOB-NUMBER TO PR-CRT-JOB (PR-CRT-FOUND)
016502         MOVE PR-CARD-WEEK  TO PR-CRT-WEEK (PR-CRT-FOUND)
016503         MOVE ZERO TO PR-CRT-DAYS (PR-CRT-FOUND)
016504     END-IF.
016505     ADD HT-HOURS-WORKED
016506         TO PR-CRT-DAY-HOURS (PR-CRT-FOUND PR-CRT-DAY).
016507 2280-EXIT.
016508     EXIT.
016509
016510*****************************************************************
016511*  2282-MATCH-CERT-ENTRY
016512*****************************************************************
016513 2282-MATCH-CERT-ENTRY.
016514     IF PR-CRT-JOB (PR-CRT-IX) = HT-JOB-NUMBER
016515             AND PR-CRT-WEEK (PR-CRT-IX) = PR-CARD-WEEK
016516         MOVE PR-CRT-IX TO PR-CRT-FOUND
016517     END-IF.
016518 2282-EXIT.
016520     EXIT.
016530
016540*****************************************************************
016580 2200-EDIT-TRANSACTION.
016590     MOVE 'Y' TO PR-DEPT-OK-SW.
016600     IF PR-DEPTMAST-AVAIL AND HT-CHARGE-DEPT NOT = SPACES
016605         MOVE HT-CHARGE-DEPT TO DP-DEPT-CODE
016610         PERFORM 2210-CHECK-CHARGE-DEPT THRU 2210-EXIT
016611     END-IF.
016613     MOVE 'Y' TO PR-JOB-OK-SW.
016615     MOVE 'N' TO PR-JOB-CERT-SW.
016616     IF PR-JOBMAST-AVAIL AND HT-JOB-NUMBER NOT = SPACES
016618         PERFORM 2215-CHECK-JOB THRU 2215-EXIT
016620     END-IF.
016630     EVALUATE TRUE
016640         WHEN HT-HOURS-WORKED NOT NUMERIC
016970         WHEN NOT PR-DEPT-OK
016980             SET PR-TRANS-INVALID TO TRUE
016990             MOVE 'INVALID CHARGE DEPARTMENT'
016991                 TO PR-ERR-REASON
016992         WHEN NOT PR-JOB-OK
016993             SET PR-TRANS-INVALID TO TRUE
016994             MOVE 'INVALID JOB NUMBER' TO PR-ERR-REASON
016995*          THE WH-347 REPORTS CERTIFIED HOURS BY DAY, SO A WORKED-
016996*          HOURS CARD ON A CERTIFIED JOB MUST SAY WHEN.
016997         WHEN PR-JOB-CERTIFIED
016998                 AND HT-EARN-TYPE NOT = 'VAC'
016999                 AND HT-EARN-TYPE NOT = 'SIK'
017000                 AND HT-EARN-TYPE NOT = 'HOL'
017001                 AND (HT-WORK-DATE NOT NUMERIC
017002                     OR HT-WORK-DATE = ZERO)
017003             SET PR-TRANS-INVALID TO TRUE
017004             MOVE 'CERTIFIED JOB NEEDS WORK DATE' TO PR-ERR-REASON
017005         WHEN HT-WORK-DATE NUMERIC AND HT-WORK-DATE > ZERO
017006                 AND (HT-WORK-DATE < HT-PERIOD-START
017007                     OR HT-WORK-DATE > HT-PERIOD-END)
017008             SET PR-TRANS-INVALID TO TRUE
017009             MOVE 'WORK DATE OUTSIDE PAY PERIOD' TO PR-ERR-REASON
017010*          PAID LEAVE MUST BE COVERED BY THE ACCRUED BALANCE.
017020*          THE HOURS ALREADY ACCEPTED THIS PERIOD COUNT
017030*          AGAINST THE BALANCE TOO, SO TWO CARDS CANNOT
017210*****************************************************************
017220*  2210-CHECK-CHARGE-DEPT - A CHARGE-DEPARTMENT OVERRIDE MUST
017230*                           NAME A DEPARTMENT THAT IS ON THE
017240*                           MASTER AND STILL OPEN.  THE CALLER
017245*                           MOVES THE CODE TO DP-DEPT-CODE.
017250*****************************************************************
017260 2210-CHECK-CHARGE-DEPT.
017280     READ DEPARTMENT-MASTER
017290         INVALID KEY
017300             MOVE 'N' TO PR-DEPT-OK-SW
017320     END-READ.
017330     IF DP-CLOSED
017340         MOVE 'N' TO PR-DEPT-OK-SW
017341     END-IF.
017342 2210-EXIT.
017343     EXIT.
017344
017346*****************************************************************
017347*  2215-CHECK-JOB - A TIMECARD'S JOB MUST BE ON THE JOB MASTER
017348*                   AND STILL OPEN.  NOTES WHETHER IT IS A
017349*                   CERTIFIED-PAYROLL JOB.
017350*****************************************************************
017352 2215-CHECK-JOB.
017353     MOVE HT-JOB-NUMBER TO JB-JOB-NUMBER.
017354     READ JOB-MASTER
017355         INVALID KEY
017356             MOVE 'N' TO PR-JOB-OK-SW
017358             GO TO 2215-EXIT
017359     END-READ.
017360     IF JB-CLOSED
017361         MOVE 'N' TO PR-JOB-OK-SW
017362         GO TO 2215-EXIT
017364     END-IF.
017365     IF JB-CERTIFIED
017366         MOVE 'Y' TO PR-JOB-CERT-SW
017367     END-IF.
017368 2215-EXIT.
017370     EXIT.
017380
017390*****************************************************************
017670
017680*****************************************************************
017690*  2400-COMPUTE-PAY - REGULAR AND FLSA OVERTIME GROSS PAY
017700*                      (TIME-AND-A-HALF OVER 40 WORKED HOURS IN
017710*                      EACH SEVEN-DAY WORKWEEK OF THE PERIOD -
017712*                      WEEKS ARE NEVER AVERAGED TOGETHER).
017714*                      ONLY WORKED HOURS COUNT TOWARD
017720*                      THE OVERTIME THRESHOLD - VACATION, SICK,
017730*                      AND HOLIDAY HOURS ARE PAID AT STRAIGHT
017740*                      TIME AND NEVER TRIGGER TIME-AND-A-HALF.
017780*                      SALARY.  A SALARIED NON-EXEMPT EMPLOYEE
017790*                      EARNS THE FLSA PREMIUM ON WORKED HOURS
017800*                      OVER 40 AT THE SALARY-DERIVED HOURLY
017810*                      RATE - THE PERIOD SALARY OVER THE
017812*                      GROUP'S STANDARD HOURS PER PERIOD.  AN
017814*                      EXEMPT EMPLOYEE NEVER DOES.
017820*****************************************************************
017830 2400-COMPUTE-PAY.
017840     MOVE ZERO TO PR-OVERTIME-HOURS.
017850     PERFORM 2405-ADD-WEEK-OVERTIME THRU 2405-EXIT
017860         VARYING PR-WEEK-IX FROM 1 BY 1
017870         UNTIL PR-WEEK-IX > 5.
017872     MOVE ZERO TO PR-CARRY-OUT-HOURS.
017874     IF PR-LAST-WEEK > ZERO
017875         MOVE PR-WEEK-HOURS (PR-LAST-WEEK) TO PR-CARRY-OUT-HOURS
017876         IF PR-LAST-WEEK = 1
017877             ADD PR-CARRY-IN-HOURS TO PR-CARRY-OUT-HOURS
017878         END-IF
017910     END-IF.
017913     COMPUTE PR-REGULAR-HOURS =
017916         PR-WORKED-HOURS - PR-OVERTIME-HOURS.
017920     IF EM-SALARIED-EXEMPT
017930         MOVE ZERO TO PR-OVERTIME-HOURS
017940     END-IF.
017960     IF EM-SALARIED
017970         MOVE EM-PERIOD-SALARY TO PR-REGULAR-PAY
017980         COMPUTE PR-DERIVED-RATE ROUNDED =
017990             EM-PERIOD-SALARY / PR-PERIOD-STD-HOURS
018000         COMPUTE PR-OVERTIME-PAY ROUNDED =
018010             PR-OVERTIME-HOURS * PR-DERIVED-RATE *
018020             PR-OVERTIME-MULTIPLIER
018200         + PR-VAC-HOURS + PR-SIK-HOURS + PR-HOL-HOURS.
018210 2400-EXIT.
018220     EXIT.
018221
018222*****************************************************************
018223*  2405-ADD-WEEK-OVERTIME - ONE WORKWEEK'S HOURS OVER THE
018224*                           STANDARD WORKWEEK ARE OVERTIME.
018225*                           WEEK 1 ADDS THE HOURS CARRIED IN
018226*                           FROM THE PRIOR PERIOD, LESS ANY
018227*                           OVERTIME THAT PERIOD ALREADY PAID
018228*                           ON THEM.
018229*****************************************************************
018230 2405-ADD-WEEK-OVERTIME.
018231     MOVE ZERO TO PR-WEEK-OT (PR-WEEK-IX) PR-CARRY-OT-HOURS.
018232     MOVE PR-WEEK-HOURS (PR-WEEK-IX) TO PR-WEEK-TOTAL-HOURS.
018233     IF PR-WEEK-IX = 1
018234         ADD PR-CARRY-IN-HOURS TO PR-WEEK-TOTAL-HOURS
018235         IF PR-CARRY-IN-HOURS > PR-STANDARD-WORKWEEK
018236             COMPUTE PR-CARRY-OT-HOURS =
018237                 PR-CARRY-IN-HOURS - PR-STANDARD-WORKWEEK
018238         END-IF
018239     END-IF.
018240     IF PR-WEEK-TOTAL-HOURS > PR-STANDARD-WORKWEEK
018241         COMPUTE PR-WEEK-OT (PR-WEEK-IX) = PR-WEEK-TOTAL-HOURS
018242             - PR-STANDARD-WORKWEEK - PR-CARRY-OT-HOURS
018243         ADD PR-WEEK-OT (PR-WEEK-IX) TO PR-OVERTIME-HOURS
018244     END-IF.
018245 2405-EXIT.
018246     EXIT.
018247
018248*****************************************************************
018250*  2410-APPLY-RETRO - SUM THE EMPLOYEE'S RETRO TRANSACTIONS
018260*                     INTO GROSS AS THE RTO EARNINGS TYPE AND
018270*                     MARK THEM CONSUMED.  THE CHECK IS NEVER
018280*                     TAKEN NEGATIVE - AN OVERPAYMENT RECOVERY
018290*                     BEYOND THE PERIOD'S GROSS IS BOOKED TO
018300*                     THE OVERPAYMENT MASTER AND RECOVERED IN
018305*                     INSTALLMENTS FROM LATER CHECKS.
018310*****************************************************************
018320 2410-APPLY-RETRO.
018330     MOVE ZERO TO PR-RTO-PAY PR-OVP-RETRO-EXCESS.
018340     IF NOT PR-RETRO-AVAIL
018350         GO TO 2410-EXIT
018360     END-IF.
018420     END-IF.
018430     IF PR-RTO-PAY < ZERO
018440             AND (PR-GROSS-PAY + PR-RTO-PAY) < ZERO
018443         COMPUTE PR-OVP-RETRO-EXCESS =
018446             ZERO - (PR-GROSS-PAY + PR-RTO-PAY)
018450         COMPUTE PR-RTO-PAY = ZERO - PR-GROSS-PAY
018451         MOVE PR-CURRENT-EMP-ID   TO PR-OVP-BK-EMP-ID
018452         MOVE 'R'                 TO PR-OVP-BK-ORIGIN
018453         MOVE ZERO                TO PR-OVP-BK-CHECK-NO
018454         MOVE PR-GROUP-PERIOD-END TO PR-OVP-BK-SOURCE-DATE
018455         MOVE PR-OVP-RETRO-EXCESS TO PR-OVP-BK-AMOUNT
018456         PERFORM 2490-BOOK-OVERPAYMENT THRU 2490-EXIT
018460     END-IF.
018470     ADD PR-RTO-PAY TO PR-GROSS-PAY.
018480 2410-EXIT.
018620     EXIT.
018630
018640*****************************************************************
018641*  2430-DISTRIBUTE-PAY - SHARE THE CALCULATION OUT TO THE
018642*                        DEPARTMENTS AND JOBS WORKED.  EACH
018643*                        WORKWEEK'S OVERTIME GOES TO THE ENTRIES
018644*                        WORKED THAT WEEK BY THEIR SHARE OF ITS
018645*                        HOURS, AND OVERTIME PAY FOLLOWS THE
018646*                        OVERTIME HOURS.  THE REST OF GROSS -
018647*                        STRAIGHT TIME, LEAVE, SALARY AND RETRO -
018648*                        GOES BY STRAIGHT-TIME HOURS.  ROUNDING
018649*                        IS LEFT ON THE ENTRY WITH THE MOST
018650*                        HOURS SO THE ENTRIES ADD BACK TO GROSS.
018651*                        NO TIMECARDS MEANS ONE ENTRY FOR THE
018652*                        CHARGE DEPARTMENT.
018653*****************************************************************
018654 2430-DISTRIBUTE-PAY.
018655     IF PR-DST-COUNT = ZERO
018656         PERFORM 2431-SINGLE-DIST-ENTRY THRU 2431-EXIT
018657         GO TO 2430-EXIT
018658     END-IF.
018659     MOVE ZERO TO PR-DST-OT-SUM PR-DST-ST-TOTAL.
018660     MOVE 1 TO PR-DST-BIG PR-DST-OT-BIG.
018661     PERFORM 2432-SPREAD-DIST-HOURS THRU 2432-EXIT
018662         VARYING PR-DST-IX FROM 1 BY 1
018663         UNTIL PR-DST-IX > PR-DST-COUNT.
018664     COMPUTE PR-DST-PAY-DIFF = PR-OVERTIME-HOURS - PR-DST-OT-SUM.
018665     ADD PR-DST-PAY-DIFF TO PR-DST-OT-HOURS (PR-DST-OT-BIG).
018666     SUBTRACT PR-OVERTIME-HOURS FROM PR-DST-ST-TOTAL.
018667     COMPUTE PR-DST-ST-POOL = PR-GROSS-PAY - PR-OVERTIME-PAY.
018668     MOVE ZERO TO PR-DST-PAY-SUM PR-DST-OTPAY-SUM.
018669     PERFORM 2436-PRICE-DIST-ENTRY THRU 2436-EXIT
018670         VARYING PR-DST-IX FROM 1 BY 1
018671         UNTIL PR-DST-IX > PR-DST-COUNT.
018672     COMPUTE PR-DST-PAY-DIFF = PR-OVERTIME-PAY - PR-DST-OTPAY-SUM.
018673     ADD PR-DST-PAY-DIFF TO PR-DST-OT-PAY (PR-DST-OT-BIG)
018674                            PR-DST-PAY (PR-DST-OT-BIG)
018675                            PR-DST-PAY-SUM.
018676     COMPUTE PR-DST-PAY-DIFF = PR-GROSS-PAY - PR-DST-PAY-SUM.
018677     ADD PR-DST-PAY-DIFF TO PR-DST-PAY (PR-DST-BIG).
018678 2430-EXIT.
018679     EXIT.
018680
018681*****************************************************************
018682*  2431-SINGLE-DIST-ENTRY - THE WHOLE CALCULATION TO ONE ENTRY
018683*****************************************************************
018684 2431-SINGLE-DIST-ENTRY.
018685     MOVE 1 TO PR-DST-COUNT.
018686     IF PR-GROUP-CHARGE-DEPT NOT = SPACES
018687         MOVE PR-GROUP-CHARGE-DEPT TO PR-DST-DEPT (1)
018688     ELSE
018689         MOVE EM-HOME-DEPT TO PR-DST-DEPT (1)
018690     END-IF.
018691     MOVE SPACES TO PR-DST-JOB (1).
018692     MOVE ZERO TO PR-DST-AMOUNTS (1).
018693     COMPUTE PR-DST-HOURS (1) = PR-REGULAR-HOURS
018694         + PR-OVERTIME-HOURS + PR-VAC-HOURS + PR-SIK-HOURS
018695         + PR-HOL-HOURS.
018696     MOVE PR-OVERTIME-HOURS TO PR-DST-OT-HOURS (1).
018697     MOVE PR-GROSS-PAY      TO PR-DST-PAY (1).
018698     MOVE PR-OVERTIME-PAY   TO PR-DST-OT-PAY (1).
018699 2431-EXIT.
018700     EXIT.
018701
018702*****************************************************************
018703*  2432-SPREAD-DIST-HOURS - ONE ENTRY'S HOURS AND ITS SHARE OF
018704*                           EACH WORKWEEK'S OVERTIME
018705*****************************************************************
018706 2432-SPREAD-DIST-HOURS.
018707     MOVE PR-DST-LEAVE-HOURS (PR-DST-IX)
018708         TO PR-DST-HOURS (PR-DST-IX).
018709     MOVE ZERO TO PR-DST-OT-HOURS (PR-DST-IX).
018710     PERFORM 2433-SPREAD-WEEK-OVERTIME THRU 2433-EXIT
018711         VARYING PR-WEEK-IX FROM 1 BY 1
018712         UNTIL PR-WEEK-IX > 5.
018713     ADD PR-DST-HOURS (PR-DST-IX)    TO PR-DST-ST-TOTAL.
018714     ADD PR-DST-OT-HOURS (PR-DST-IX) TO PR-DST-OT-SUM.
018715     IF PR-DST-HOURS (PR-DST-IX) > PR-DST-HOURS (PR-DST-BIG)
018716         MOVE PR-DST-IX TO PR-DST-BIG
018717     END-IF.
018718     IF PR-DST-OT-HOURS (PR-DST-IX) >
018719             PR-DST-OT-HOURS (PR-DST-OT-BIG)
018720         MOVE PR-DST-IX TO PR-DST-OT-BIG
018721     END-IF.
018722 2432-EXIT.
018723     EXIT.
018724
018725*****************************************************************
018726*  2433-SPREAD-WEEK-OVERTIME
018727*****************************************************************
018728 2433-SPREAD-WEEK-OVERTIME.
018729     ADD PR-DST-WEEK-HOURS (PR-DST-IX PR-WEEK-IX)
018730         TO PR-DST-HOURS (PR-DST-IX).
018731     IF PR-OVERTIME-HOURS > ZERO
018732             AND PR-WEEK-OT (PR-WEEK-IX) > ZERO
018733             AND PR-DST-WEEK-HOURS (PR-DST-IX PR-WEEK-IX) > ZERO
018734         COMPUTE PR-DST-WEEK-OT ROUNDED =
018735             PR-WEEK-OT (PR-WEEK-IX)
018736             * PR-DST-WEEK-HOURS (PR-DST-IX PR-WEEK-IX)
018737             / PR-WEEK-HOURS (PR-WEEK-IX)
018738         ADD PR-DST-WEEK-OT TO PR-DST-OT-HOURS (PR-DST-IX)
018739     END-IF.
018740 2433-EXIT.
018741     EXIT.
018742
018743*****************************************************************
018744*  2436-PRICE-DIST-ENTRY - ONE ENTRY'S OVERTIME PAY AND ITS SHARE
018745*                          OF THE STRAIGHT-TIME POOL
018746*****************************************************************
018747 2436-PRICE-DIST-ENTRY.
018748     MOVE ZERO TO PR-DST-PAY (PR-DST-IX)
018749                  PR-DST-OT-PAY (PR-DST-IX).
018750     IF PR-OVERTIME-HOURS > ZERO
018751         COMPUTE PR-DST-OT-PAY (PR-DST-IX) ROUNDED =
018752             PR-OVERTIME-PAY * PR-DST-OT-HOURS (PR-DST-IX)
018753             / PR-OVERTIME-HOURS
018754     END-IF.
018755     IF PR-DST-ST-TOTAL > ZERO
018756         COMPUTE PR-DST-PAY (PR-DST-IX) ROUNDED =
018757             PR-DST-ST-POOL * (PR-DST-HOURS (PR-DST-IX)
018758                 - PR-DST-OT-HOURS (PR-DST-IX))
018759             / PR-DST-ST-TOTAL
018760     END-IF.
018761     ADD PR-DST-OT-PAY (PR-DST-IX) TO PR-DST-PAY (PR-DST-IX).
018762     ADD PR-DST-PAY (PR-DST-IX)    TO PR-DST-PAY-SUM.
018763     ADD PR-DST-OT-PAY (PR-DST-IX) TO PR-DST-OTPAY-SUM.
018764 2436-EXIT.
018765     EXIT.
018766
018767*****************************************************************
018768*  2450-COMPUTE-WITHHOLDING - FEDERAL (BRACKETED), STATE, FICA,
018769*                              MEDICARE AND NET PAY.  FICA STOPS
018770*                              AT THE SOCIAL SECURITY WAGE BASE
018771*                              AGAINST THE YTD GROSS ALREADY ON
018772*                              THE YTD MASTER, AND THE
018773*                              ADDITIONAL MEDICARE RATE APPLIES
018774*                              TO WAGES ABOVE THE STATUTORY
018775*                              THRESHOLD.  ALL OF IT IS
018776*                              FIGURED ON GROSS LESS THE
018777*                              PRE-TAX DEDUCTIONS ALREADY
018778*                              TAKEN BY 2445, AND THE TESTS
018779*                              RUN AGAINST THE YTD TAXABLE
018780*                              BUCKETS, NOT YTD GROSS.
018781*****************************************************************
018782 2450-COMPUTE-WITHHOLDING.
018783     COMPUTE PR-FED-WAGES = PR-GROSS-PAY - PR-PRETAX-TOTAL.
018784     COMPUTE PR-MED-WAGES = PR-GROSS-PAY - PR-PRETAX-FICA-TOTAL.
018785     PERFORM 2440-GET-PRIOR-YTD THRU 2440-EXIT.
018786     PERFORM 2455-FEDERAL-TAX   THRU 2455-EXIT.
018787     COMPUTE PR-STATE-WITHHOLDING ROUNDED =
018788         PR-FED-WAGES * PR-TAX-STATE-PCT.
018790
018800*      FICA APPLIES ONLY TO THE PART OF THIS PERIOD'S FICA
018810*      WAGES THAT FITS UNDER THE WAGE BASE.
018820     COMPUTE PR-FICA-SUBJECT =
018830         PR-TAX-WAGE-BASE - PR-YTD-SS-PRIOR.
018840     IF PR-FICA-SUBJECT < ZERO
018850         MOVE ZERO TO PR-FICA-SUBJECT
018860     END-IF.
018870     IF PR-FICA-SUBJECT > PR-MED-WAGES
018880         MOVE PR-MED-WAGES TO PR-FICA-SUBJECT
018890     END-IF.
018900     COMPUTE PR-FICA-WITHHOLDING ROUNDED =
018910         PR-FICA-SUBJECT * PR-TAX-FICA-PCT.
018920     COMPUTE PR-MEDICARE-WITHHOLDING ROUNDED =
018930         PR-MED-WAGES * PR-TAX-MEDICARE-PCT.
018940
018950*      THE ADDITIONAL MEDICARE RATE APPLIES TO THE PART OF THIS
018960*      PERIOD'S MEDICARE WAGES ABOVE THE STATUTORY THRESHOLD.
018970*      EMPLOYEE SIDE ONLY - THERE IS NO EMPLOYER MATCH ON IT.
018980     COMPUTE PR-ADDL-MED-SUBJECT = PR-YTD-MED-PRIOR
018990         + PR-MED-WAGES - PR-TAX-ADDL-MED-THRESH.
019000     IF PR-ADDL-MED-SUBJECT > PR-MED-WAGES
019010         MOVE PR-MED-WAGES TO PR-ADDL-MED-SUBJECT
019020     END-IF.
019030     IF PR-ADDL-MED-SUBJECT > ZERO
019040         COMPUTE PR-MEDICARE-WITHHOLDING ROUNDED =
019090     COMPUTE PR-TOTAL-WITHHOLDING =
019100         PR-FED-WITHHOLDING + PR-STATE-WITHHOLDING +
019110         PR-FICA-WITHHOLDING + PR-MEDICARE-WITHHOLDING.
019120     COMPUTE PR-NET-PAY = PR-GROSS-PAY - PR-TOTAL-WITHHOLDING
019125         - PR-PRETAX-TOTAL.
019130
019140*      THE EMPLOYER MATCHES FICA AND MEDICARE AT THE SAME
019150*      RATES - FICA ON THE SAME CAPPED WAGES, MEDICARE AT THE
019160*      BASE RATE ON ALL MEDICARE WAGES.  THE MATCH NEVER TOUCHES
019170*      THE EMPLOYEE'S CHECK - IT IS ACCUMULATED FOR THE 941
019180*      DEPOSIT LIABILITY.
019190     COMPUTE PR-ER-FICA ROUNDED =
019200         PR-FICA-SUBJECT * PR-TAX-FICA-PCT.
019210     COMPUTE PR-ER-MEDICARE ROUNDED =
019220         PR-MED-WAGES * PR-TAX-MEDICARE-PCT.
019230     ADD PR-FED-WITHHOLDING TO PR-RUN-FED-WH.
019240     COMPUTE PR-RUN-FICA = PR-RUN-FICA
019250         + PR-FICA-WITHHOLDING + PR-ER-FICA.
019251     COMPUTE PR-RUN-MEDICARE = PR-RUN-MEDICARE
019252         + PR-MEDICARE-WITHHOLDING + PR-ER-MEDICARE.
019253
019254*      FUTA AND SUTA ARE EMPLOYER-ONLY, EACH ON THE PART OF THIS
019255*      PERIOD'S MEDICARE WAGES THAT FITS UNDER ITS OWN WAGE
019256*      BASE.  A SECTION 125 DEDUCTION IS EXEMPT FROM BOTH, A
019257*      401(K) DEFERRAL IS NOT.
019258     COMPUTE PR-FUTA-SUBJECT =
019259         PR-TAX-FUTA-BASE - PR-YTD-FUTA-PRIOR.
019260     IF PR-FUTA-SUBJECT < ZERO
019261         MOVE ZERO TO PR-FUTA-SUBJECT
019262     END-IF.
019263     IF PR-FUTA-SUBJECT > PR-MED-WAGES
019265         MOVE PR-MED-WAGES TO PR-FUTA-SUBJECT
019266     END-IF.
019267     COMPUTE PR-ER-FUTA ROUNDED =
019268         PR-FUTA-SUBJECT * PR-TAX-FUTA-PCT.
019269     COMPUTE PR-SUTA-SUBJECT =
019270         PR-TAX-SUTA-BASE - PR-YTD-SUTA-PRIOR.
019271     IF PR-SUTA-SUBJECT < ZERO
019272         MOVE ZERO TO PR-SUTA-SUBJECT
019273     END-IF.
019274     IF PR-SUTA-SUBJECT > PR-MED-WAGES
019275         MOVE PR-MED-WAGES TO PR-SUTA-SUBJECT
019276     END-IF.
019277     COMPUTE PR-ER-SUTA ROUNDED =
019278         PR-SUTA-SUBJECT * PR-TAX-SUTA-PCT.
019280 2450-EXIT.
019290     EXIT.
019300
019310*****************************************************************
019320*  2440-GET-PRIOR-YTD - THE YTD SOCIAL SECURITY, MEDICARE, FUTA
019330*                       AND SUTA WAGES ALREADY ON THE YTD
019335*                       MASTER FOR THIS EMPLOYEE AND YEAR,
019337*                       BEFORE THIS PERIOD POSTS.  THE
019340*                       WAGE-BASE AND ADDITIONAL-MEDICARE
019350*                       TESTS RUN AGAINST IT.  A RECORD
019360*                       STILL CARRYING A PRIOR
019370*                       YEAR COUNTS AS ZERO - 2500-UPDATE-YTD
019380*                       WILL RESET IT THE SAME WAY.
019390*****************************************************************
019400 2440-GET-PRIOR-YTD.
019410     MOVE ZERO TO PR-YTD-SS-PRIOR PR-YTD-MED-PRIOR
019415                  PR-YTD-FUTA-PRIOR PR-YTD-SUTA-PRIOR.
019420     MOVE PR-CURRENT-EMP-ID TO YM-EMP-ID.
019430     READ YTD-MASTER
019440         INVALID KEY
019450             GO TO 2440-EXIT
019460     END-READ.
019470     IF YM-YEAR = PR-RUN-YEAR
019480         MOVE YM-YTD-SS-WAGES  TO PR-YTD-SS-PRIOR
019485         MOVE YM-YTD-MED-WAGES TO PR-YTD-MED-PRIOR
019486         MOVE YM-YTD-FUTA-WAGES TO PR-YTD-FUTA-PRIOR
019487         MOVE YM-YTD-SUTA-WAGES TO PR-YTD-SUTA-PRIOR
019490     END-IF.
019500 2440-EXIT.
019510     EXIT.
019520
019530*****************************************************************
019540*  2455-FEDERAL-TAX - PERCENTAGE-METHOD FEDERAL WITHHOLDING.
019550*                     THE PERIOD'S FEDERAL WAGES (GROSS LESS
019555*                     PRE-TAX DEDUCTIONS) ARE ANNUALIZED, THE
019560*                     ALLOWANCES COME OFF, THE BRACKET FOR THE
019570*                     EMPLOYEE'S FILING STATUS IS APPLIED, AND
019580*                     THE ANNUAL TAX IS DIVIDED BACK TO THE
019590*                     PERIOD.  SPACES IN THE FILING STATUS IS
019600*                     HONORED AS SINGLE SO UNCONVERTED MASTER
019610*                     RECORDS STILL WITHHOLD.  A
019613*                     SUPPLEMENTAL RUN WITHHOLDS AT THE FLAT
019616*                     SUPPLEMENTAL RATE INSTEAD, EXCEPT ON
019617*                     A SEPARATED EMPLOYEE'S FINAL WAGES,
019618*                     WHICH ARE REGULAR WAGES AND TAKE THE
019619*                     BRACKETS.
019620*****************************************************************
019621 2455-FEDERAL-TAX.
019622     MOVE ZERO TO PR-SUPP-FED-WH.
019623     MOVE PR-FED-WAGES TO PR-FED-TAXABLE-PAY.
019624*      SUPPLEMENTAL WAGES ARE WITHHELD AT THE FLAT SUPPLEMENTAL
019625*      RATE - NO ANNUALIZING, NO ALLOWANCES, NO BRACKETS.  ONLY
019627*      FINAL WAGES (REGULAR PAY ON A SUPPLEMENTAL RUN) GO ON TO
019628*      THE BRACKETS.
019629     IF PR-SUPPLEMENTAL-RUN
019630         COMPUTE PR-SUPP-FED-WH ROUNDED =
019631             (PR-GROSS-PAY - PR-REGULAR-PAY) * PR-TAX-SUPP-FED-PCT
019632         MOVE PR-REGULAR-PAY TO PR-FED-TAXABLE-PAY
019634         IF PR-FED-TAXABLE-PAY = ZERO
019635             MOVE PR-SUPP-FED-WH TO PR-FED-WITHHOLDING
019636             GO TO 2455-EXIT
019637         END-IF
019638     END-IF.
019640     IF EM-FILING-MARRIED
019650         MOVE 'M' TO PR-EMP-FILING-STATUS
019660     ELSE
019670         MOVE 'S' TO PR-EMP-FILING-STATUS
019680     END-IF.
019690     COMPUTE PR-ANNUAL-GROSS =
019700         PR-FED-TAXABLE-PAY * PR-PERIODS-PER-YEAR.
019710     IF EM-ALLOWANCES NUMERIC
019720         COMPUTE PR-ANNUAL-TAXABLE = PR-ANNUAL-GROSS
019730             - EM-ALLOWANCES * PR-TAX-ALLOWANCE
019830         VARYING PR-TXB-IX FROM 1 BY 1
019840         UNTIL PR-TXB-IX > PR-TXB-COUNT.
019850     IF PR-TXB-PICK = ZERO
019860         MOVE PR-SUPP-FED-WH TO PR-FED-WITHHOLDING
019870         GO TO 2455-EXIT
019880     END-IF.
019890     COMPUTE PR-ANNUAL-FED-TAX ROUNDED =
019910         + (PR-ANNUAL-TAXABLE - PR-TXB-FLOOR (PR-TXB-PICK))
019920         * PR-TXB-RATE (PR-TXB-PICK).
019930     COMPUTE PR-FED-WITHHOLDING ROUNDED =
019940         PR-ANNUAL-FED-TAX / PR-PERIODS-PER-YEAR
019945         + PR-SUPP-FED-WH.
019950 2455-EXIT.
019960     EXIT.
019970
020070         MOVE PR-TXB-IX TO PR-TXB-PICK
020080     END-IF.
020090 2457-EXIT.
020091     EXIT.
020092
020093*****************************************************************
020094*  2445-APPLY-PRETAX-DEDUCTIONS - FIRST PASS OVER THE EMPLOYEE'S
020095*                                 DEDUCTIONS, BEFORE WITHHOLDING.
020096*                                 ONLY CODES CLASSED PRE-TAX
020097*                                 ARE TAKEN, CAPPED AT THE
020098*                                 GROSS NOT YET SHELTERED.
020099*                                 THEIR TOTALS COME OFF THE
020100*                                 TAXABLE WAGES IN 2450.
020101*****************************************************************
020102 2445-APPLY-PRETAX-DEDUCTIONS.
020103     MOVE ZERO TO PR-DEDUCTION-TOTAL PR-DED-COUNT
020104                  PR-PRETAX-TOTAL PR-PRETAX-FICA-TOTAL
020105                  PR-401K-DEFERRAL.
020106     SET PR-PRETAX-PASS TO TRUE.
020107     IF NOT PR-DEDMAST-AVAIL OR PR-DCL-COUNT = ZERO
020108         GO TO 2445-EXIT
020109     END-IF.
020110     PERFORM 2462-PASS-EMP-DEDUCTIONS THRU 2462-EXIT.
020111 2445-EXIT.
020112     EXIT.
020113
020114*****************************************************************
020115*  2460-APPLY-DEDUCTIONS - TAKE THE EMPLOYEE'S POST-TAX
020116*                          VOLUNTARY DEDUCTIONS AND GARNISHMENTS
020118*                          FROM NET PAY IN PRIORITY ORDER.  THE
020119*                          PRE-TAX ONES WERE TAKEN BY 2445.
020120*****************************************************************
020121 2460-APPLY-DEDUCTIONS.
020122     SET PR-POSTTAX-PASS TO TRUE.
020123     IF NOT PR-DEDMAST-AVAIL
020124         GO TO 2460-EXIT
020125     END-IF.
020126     PERFORM 2462-PASS-EMP-DEDUCTIONS THRU 2462-EXIT.
020127 2460-EXIT.
020128     EXIT.
020129
020130*****************************************************************
020131*  2480-RECOVER-OVERPAYMENTS - TAKE THE EMPLOYEE'S OPEN
020132*                              OVERPAYMENT RECEIVABLES FROM NET
020133*                              PAY, OLDEST FIRST.  THE TOTAL
020134*                              TAKEN IS HELD TO THE PROTECTED-
020135*                              NET LIMIT, AND WHAT IS STILL
020136*                              OWED AFTERWARD GOES ON THE STUB.
020137*****************************************************************
020138 2480-RECOVER-OVERPAYMENTS.
020139     MOVE ZERO TO PR-OVP-RECOVERY PR-OVP-BALANCE.
020140     IF NOT PR-OVPMAST-AVAIL
020141         GO TO 2480-EXIT
020142     END-IF.
020143     COMPUTE PR-OVP-LIMIT ROUNDED =
020145         PR-NET-PAY * PR-OVP-MAX-NET-PCT.
020146     MOVE PR-CURRENT-EMP-ID TO OV-EMP-ID.
020147     MOVE ZERO TO OV-OPEN-DATE OV-SEQ.
020148     MOVE 'N' TO PR-OVP-EOF-SW.
020149     START OVERPAYMENT-MASTER KEY IS NOT LESS THAN OV-OVP-KEY
020150         INVALID KEY
020151             GO TO 2480-EXIT
020152     END-START.
020153     PERFORM 2487-READ-NEXT-OVERPAYMENT THRU 2487-EXIT.
020154     PERFORM 2485-RECOVER-ONE THRU 2485-EXIT
020155         UNTIL PR-OVP-EOF
020156             OR OV-EMP-ID NOT = PR-CURRENT-EMP-ID.
020157     SUBTRACT PR-OVP-RECOVERY FROM PR-NET-PAY.
020158     ADD PR-OVP-RECOVERY TO PR-RUN-OVP-RECOVERED.
020159 2480-EXIT.
020160     EXIT.
020161
020162*****************************************************************
020163*  2485-RECOVER-ONE - ONE RECEIVABLE.  THE AGREED AMOUNT IS
020164*                     TAKEN EACH PERIOD (ZERO MEANS AS MUCH AS
020165*                     THE LIMIT ALLOWS), NEVER MORE THAN THE
020166*                     BALANCE OR WHAT IS LEFT OF THE LIMIT.
020167*                     A RECEIVABLE RECOVERED IN FULL IS CLOSED
020168*                     AS PAID OFF.
020169*****************************************************************
020170 2485-RECOVER-ONE.
020171     IF NOT OV-OPEN
020173         PERFORM 2487-READ-NEXT-OVERPAYMENT THRU 2487-EXIT
020174         GO TO 2485-EXIT
020175     END-IF.
020176     IF OV-RECOVERY-AMOUNT > ZERO
020177             AND OV-RECOVERY-AMOUNT < OV-BALANCE
020178         MOVE OV-RECOVERY-AMOUNT TO PR-OVP-TAKE
020179     ELSE
020180         MOVE OV-BALANCE TO PR-OVP-TAKE
020181     END-IF.
020182     COMPUTE PR-OVP-REMAINING = PR-OVP-LIMIT - PR-OVP-RECOVERY.
020183     IF PR-OVP-REMAINING < ZERO
020184         MOVE ZERO TO PR-OVP-REMAINING
020185     END-IF.
020186     IF PR-OVP-TAKE > PR-OVP-REMAINING
020187         MOVE PR-OVP-REMAINING TO PR-OVP-TAKE
020188     END-IF.
020189     IF PR-OVP-TAKE > ZERO
020190         SUBTRACT PR-OVP-TAKE FROM OV-BALANCE
020191         ADD PR-OVP-TAKE TO OV-RECOVERED-TO-DATE
020192         ADD PR-OVP-TAKE TO PR-OVP-RECOVERY
020193         MOVE PR-RUN-DATE TO OV-LAST-RECOVERY-DATE
020194         IF OV-BALANCE = ZERO
020195             SET OV-PAID-OFF TO TRUE
020196             MOVE PR-RUN-DATE TO OV-CLOSED-DATE
020197         END-IF
020198         REWRITE OVERPAYMENT-RECORD
020200     END-IF.
020201     ADD OV-BALANCE TO PR-OVP-BALANCE.
020202     PERFORM 2487-READ-NEXT-OVERPAYMENT THRU 2487-EXIT.
020203 2485-EXIT.
020204     EXIT.
020205
020206*****************************************************************
020207*  2487-READ-NEXT-OVERPAYMENT
020208*****************************************************************
020209 2487-READ-NEXT-OVERPAYMENT.
020210     READ OVERPAYMENT-MASTER NEXT RECORD
020211         AT END
020212             SET PR-OVP-EOF TO TRUE
020213     END-READ.
020214     IF PR-OVPMAST-STATUS NOT = '00'
020215         SET PR-OVP-EOF TO TRUE
020216     END-IF.
020217 2487-EXIT.
020218     EXIT.
020219
020220*****************************************************************
020221*  2490-BOOK-OVERPAYMENT - OPEN A RECEIVABLE ON THE OVERPAYMENT
020222*                          MASTER FROM THE PR-OVP-BK- FIELDS THE
020223*                          CALLER HAS SET.  A SECOND RECEIVABLE
020224*                          FOR THE SAME EMPLOYEE ON THE SAME DAY
020225*                          TAKES THE NEXT SEQUENCE.  WITH NO
020226*                          MASTER, OR A WRITE THAT DOES NOT
020228*                          RETURN '00', THE AMOUNT GOES TO
020229*                          ERROR-SUSPENSE SO IT IS NOT LOST,
020230*                          AND IS NOT COUNTED AS BOOKED.
020231*                          PR-OVP-POSTED TELLS THE CALLER.
020232*****************************************************************
020233 2490-BOOK-OVERPAYMENT.
020234     MOVE 'N' TO PR-OVP-POSTED-SW.
020235     IF NOT PR-OVPMAST-AVAIL
020236         MOVE PR-OVP-BK-EMP-ID TO PR-ERR-EMP-ID
020237         MOVE SPACES TO PR-ERR-EMP-NAME
020238         MOVE ZERO   TO PR-ERR-HOURS
020239         MOVE 'OVERPAYMENT NOT BOOKED - NO MASTER'
020240             TO PR-ERR-REASON
020241         WRITE ERROR-SUSPENSE-LINE FROM PR-ERR-DETAIL-LINE
020242         ADD 1 TO PR-ERROR-COUNT
020243         GO TO 2490-EXIT
020244     END-IF.
020245     MOVE SPACES                TO OVERPAYMENT-RECORD.
020246     MOVE PR-OVP-BK-EMP-ID      TO OV-EMP-ID.
020247     MOVE PR-RUN-DATE           TO OV-OPEN-DATE.
020248     MOVE 1                     TO OV-SEQ.
020249     MOVE PR-OVP-BK-ORIGIN      TO OV-ORIGIN.
020250     MOVE PR-OVP-BK-CHECK-NO    TO OV-CHECK-NUMBER.
020251     MOVE PR-OVP-BK-SOURCE-DATE TO OV-SOURCE-DATE.
020252     MOVE PR-OVP-BK-AMOUNT      TO OV-ORIGINAL-AMOUNT OV-BALANCE.
020253     MOVE ZERO TO OV-RECOVERY-AMOUNT OV-RECOVERED-TO-DATE
020255                  OV-LAST-RECOVERY-DATE OV-WRITTEN-OFF-AMOUNT
020256                  OV-CLOSED-DATE.
020257     SET OV-OPEN TO TRUE.
020258     PERFORM 2495-WRITE-OVERPAYMENT THRU 2495-EXIT
020259         UNTIL PR-OVP-POSTED OR OV-SEQ > 99.
020260     IF PR-OVPMAST-STATUS NOT = '00'
020261         MOVE 'N' TO PR-OVP-POSTED-SW
020262         MOVE PR-OVP-BK-EMP-ID TO PR-ERR-EMP-ID
020263         MOVE SPACES TO PR-ERR-EMP-NAME
020264         MOVE ZERO   TO PR-ERR-HOURS
020265         MOVE 'OVERPAYMENT NOT BOOKED - STATUS'
020266             TO PR-ERR-REASON
020267         MOVE PR-OVPMAST-STATUS TO PR-ERR-REASON (33:2)
020268         WRITE ERROR-SUSPENSE-LINE FROM PR-ERR-DETAIL-LINE
020269         ADD 1 TO PR-ERROR-COUNT
020270         GO TO 2490-EXIT
020271     END-IF.
020272     ADD 1 TO PR-OVP-BOOKED-COUNT.
020273     ADD PR-OVP-BK-AMOUNT TO PR-RUN-OVP-BOOKED.
020274 2490-EXIT.
020275     EXIT.
020276
020277*****************************************************************
020278*  2495-WRITE-OVERPAYMENT - ONE WRITE ATTEMPT, STEPPING THE
020279*                           SEQUENCE ON A DUPLICATE KEY
020280*****************************************************************
020281 2495-WRITE-OVERPAYMENT.
020283     WRITE OVERPAYMENT-RECORD
020284         INVALID KEY
020285             ADD 1 TO OV-SEQ
020286         NOT INVALID KEY
020287             SET PR-OVP-POSTED TO TRUE
020288     END-WRITE.
020289     IF PR-OVPMAST-STATUS NOT = '00'
020290             AND PR-OVPMAST-STATUS NOT = '22'
020291         SET PR-OVP-POSTED TO TRUE
020292     END-IF.
020293 2495-EXIT.
020294     EXIT.
020295
020296*****************************************************************
020297*  2462-PASS-EMP-DEDUCTIONS - ONE PASS OVER THE EMPLOYEE'S
020298*                             DEDUCTIONS.  THE KEY ON DEDUCTION-
020299*                             MASTER IS EMPLOYEE ID PLUS
020300*                             PRIORITY, SO READING THE FILE IN
020301*                             KEY SEQUENCE IS PRIORITY ORDER.
020302*****************************************************************
020303 2462-PASS-EMP-DEDUCTIONS.
020304     MOVE EM-EMP-ID TO DM-EMP-ID.
020305     MOVE ZERO      TO DM-PRIORITY.
020306     START DEDUCTION-MASTER KEY IS NOT LESS THAN DM-DED-KEY
020307         INVALID KEY
020308             GO TO 2462-EXIT
020310     END-START.
020320     MOVE 'N' TO PR-DED-EOF-SW.
020330     PERFORM 2465-READ-NEXT-DEDUCTION THRU 2465-EXIT.
020340     PERFORM 2470-APPLY-ONE-DEDUCTION THRU 2470-EXIT
020350         UNTIL PR-DED-EOF OR DM-EMP-ID NOT = EM-EMP-ID.
020360 2462-EXIT.
020370     EXIT.
020380
020390*****************************************************************
020540*                             DEDUCTION OR GARNISHMENT MAY TAKE
020550*                             THE CHECK NEGATIVE), POST IT TO
020560*                             THE MASTER, AND SAVE IT FOR THE
020570*                             REGISTER AND AUDIT LOG.  A
020572*                             DEDUCTION OF THE OTHER PASS'S
020574*                             CLASS IS SKIPPED.  A PRE-TAX
020576*                             DEDUCTION IS CAPPED AT THE GROSS
020578*                             NOT YET SHELTERED INSTEAD OF NET.
020580*****************************************************************
020590 2470-APPLY-ONE-DEDUCTION.
020600     IF DM-INACTIVE
020601         PERFORM 2465-READ-NEXT-DEDUCTION THRU 2465-EXIT
020602         GO TO 2470-EXIT
020604     END-IF.
020605     PERFORM 2475-FIND-DED-CLASS THRU 2475-EXIT.
020607     IF (PR-PRETAX-PASS AND NOT PR-DED-PRETAX)
020608             OR (PR-POSTTAX-PASS AND PR-DED-PRETAX)
020610         PERFORM 2465-READ-NEXT-DEDUCTION THRU 2465-EXIT
020620         GO TO 2470-EXIT
020630     END-IF.
020800         END-IF
020810     END-IF.
020820
020822     IF PR-PRETAX-PASS
020825         COMPUTE PR-DED-REMAINING =
020828             PR-GROSS-PAY - PR-PRETAX-TOTAL
020830         IF PR-DED-AMOUNT > PR-DED-REMAINING
020833             MOVE PR-DED-REMAINING TO PR-DED-AMOUNT
020836         END-IF
020839     ELSE
020841         IF PR-DED-AMOUNT > PR-NET-PAY
020844             MOVE PR-NET-PAY TO PR-DED-AMOUNT
020847         END-IF
020850     END-IF.
020860
020870     IF PR-DED-AMOUNT > ZERO
020871         IF PR-PRETAX-PASS
020872             ADD PR-DED-AMOUNT TO PR-PRETAX-TOTAL
020873             IF PR-DED-PRETAX-ALL
020874                 ADD PR-DED-AMOUNT TO PR-PRETAX-FICA-TOTAL
020875             END-IF
020876             IF PR-DED-401K-DEFERRAL
020877                 ADD PR-DED-AMOUNT TO PR-401K-DEFERRAL
020878             END-IF
020879         ELSE
020880             SUBTRACT PR-DED-AMOUNT FROM PR-NET-PAY
020881         END-IF
020890         ADD PR-DED-AMOUNT TO PR-DEDUCTION-TOTAL
020900         ADD PR-DED-AMOUNT TO DM-TAKEN-TO-DATE
020910         REWRITE DEDUCTION-MASTER-RECORD
021000                 TO PR-DED-TBL-TAKEN (PR-DED-COUNT)
021010         END-IF
021020     END-IF.
021021
021022     PERFORM 2465-READ-NEXT-DEDUCTION THRU 2465-EXIT.
021023 2470-EXIT.
021024     EXIT.
021026
021027*****************************************************************
021028*  2475-FIND-DED-CLASS - THE TAXABILITY CLASS AND W-2 BOX 12
021029*                        CODE OF THE DEDUCTION CODE.  A CODE
021030*                        NOT IN THE TABLE IS POST-TAX, AND A
021032*                        GARNISHMENT ALWAYS IS.
021033*****************************************************************
021034 2475-FIND-DED-CLASS.
021035     MOVE 'N'    TO PR-DED-TAX-CLASS.
021036     MOVE SPACES TO PR-DED-W2-BOX12.
021038     IF DM-GARNISHMENT
021039         GO TO 2475-EXIT
021040     END-IF.
021041     PERFORM 2477-MATCH-DED-CLASS THRU 2477-EXIT
021043         VARYING PR-DCL-IX FROM 1 BY 1
021044         UNTIL PR-DCL-IX > PR-DCL-COUNT.
021045 2475-EXIT.
021046     EXIT.
021047
021049*****************************************************************
021050*  2477-MATCH-DED-CLASS
021051*****************************************************************
021052 2477-MATCH-DED-CLASS.
021053     IF PR-DCL-CODE (PR-DCL-IX) = DM-DED-CODE
021055         MOVE PR-DCL-TAX-CLASS (PR-DCL-IX) TO PR-DED-TAX-CLASS
021056         MOVE PR-DCL-W2-BOX12 (PR-DCL-IX)  TO PR-DED-W2-BOX12
021057     END-IF.
021058 2477-EXIT.
021060     EXIT.
021070
021080*****************************************************************
021540                  YM-YTD-MEDICARE-WH YM-YTD-NET-PAY
021550                  YM-YTD-DEDUCTIONS
021560                  YM-YTD-ER-FICA    YM-YTD-ER-MEDICARE
021561                  YM-YTD-FED-WAGES  YM-YTD-SS-WAGES
021562                  YM-YTD-MED-WAGES  YM-YTD-401K-DEFER
021563                  YM-QTD-FED-WAGES  YM-QTD-SS-WAGES
021564                  YM-QTD-MED-WAGES
021565                  YM-YTD-FUTA-WAGES YM-YTD-FUTA-TAX
021566                  YM-YTD-SUTA-WAGES YM-YTD-SUTA-TAX
021567                  YM-QTD-FUTA-WAGES YM-QTD-FUTA-TAX
021568                  YM-QTD-SUTA-WAGES YM-QTD-SUTA-TAX
021570                  YM-QTD-GROSS-PAY  YM-QTD-FED-WH
021580                  YM-QTD-STATE-WH   YM-QTD-FICA-WH
021590                  YM-QTD-MEDICARE-WH YM-QTD-NET-PAY
021600                  YM-QTD-DEDUCTIONS
021610                  YM-QTD-ER-FICA    YM-QTD-ER-MEDICARE.
021615     MOVE ZERO TO YM-FUTA-BY-QUARTER.
021620 2510-EXIT.
021630     EXIT.
021640
021710                  YM-QTD-STATE-WH   YM-QTD-FICA-WH
021720                  YM-QTD-MEDICARE-WH YM-QTD-NET-PAY
021730                  YM-QTD-DEDUCTIONS
021740                  YM-QTD-ER-FICA    YM-QTD-ER-MEDICARE
021743                  YM-QTD-FED-WAGES  YM-QTD-SS-WAGES
021746                  YM-QTD-MED-WAGES
021747                  YM-QTD-FUTA-WAGES YM-QTD-FUTA-TAX
021748                  YM-QTD-SUTA-WAGES YM-QTD-SUTA-TAX.
021750 2520-EXIT.
021760     EXIT.
021770
021930         TO YM-QTD-DEDUCTIONS YM-YTD-DEDUCTIONS.
021940     ADD PR-ER-FICA TO YM-QTD-ER-FICA YM-YTD-ER-FICA.
021950     ADD PR-ER-MEDICARE
021951         TO YM-QTD-ER-MEDICARE YM-YTD-ER-MEDICARE.
021952     ADD PR-FED-WAGES
021953         TO YM-QTD-FED-WAGES YM-YTD-FED-WAGES.
021954     ADD PR-FICA-SUBJECT
021955         TO YM-QTD-SS-WAGES YM-YTD-SS-WAGES.
021956     ADD PR-MED-WAGES
021957         TO YM-QTD-MED-WAGES YM-YTD-MED-WAGES.
021958     ADD PR-401K-DEFERRAL TO YM-YTD-401K-DEFER.
021960     ADD PR-FUTA-SUBJECT
021961         TO YM-QTD-FUTA-WAGES YM-YTD-FUTA-WAGES.
021962     ADD PR-ER-FUTA
021963         TO YM-QTD-FUTA-TAX YM-YTD-FUTA-TAX
021964            YM-QTR-FUTA-TAX (PR-CURRENT-QTR).
021965     ADD PR-SUTA-SUBJECT
021966         TO YM-QTD-SUTA-WAGES YM-YTD-SUTA-WAGES.
021967     ADD PR-ER-SUTA
021968         TO YM-QTD-SUTA-TAX YM-YTD-SUTA-TAX.
021970 2530-EXIT.
021980     EXIT.
021990
022310     MOVE EM-EMP-NAME TO LV-EMP-NAME.
022320
022330     IF EM-SALARIED
022340         COMPUTE PR-VAC-ACCR-PERIOD ROUNDED =
022350             PR-VAC-ACCR-SALARIED / PR-PERIODS-PER-YEAR
022360         COMPUTE PR-SIK-ACCR-PERIOD ROUNDED =
022370             PR-SIK-ACCR-SALARIED / PR-PERIODS-PER-YEAR
022380     ELSE
022390         COMPUTE PR-VAC-ACCR-PERIOD ROUNDED =
022400             PR-VAC-ACCR-HOURLY / PR-PERIODS-PER-YEAR
022410         COMPUTE PR-SIK-ACCR-PERIOD ROUNDED =
022420             PR-SIK-ACCR-HOURLY / PR-PERIODS-PER-YEAR
022430     END-IF.
022432     ADD PR-VAC-ACCR-PERIOD TO LV-VAC-BALANCE LV-VAC-ACCRUED-YTD.
022434     ADD PR-SIK-ACCR-PERIOD TO LV-SIK-BALANCE LV-SIK-ACCRUED-YTD.
022440     SUBTRACT PR-VAC-HOURS FROM LV-VAC-BALANCE.
022450     ADD PR-VAC-HOURS TO LV-VAC-TAKEN-YTD.
022460     SUBTRACT PR-SIK-HOURS FROM LV-SIK-BALANCE.
022980     END-IF.
022990     IF PR-RTO-PAY NOT = ZERO
023000         MOVE PR-RTO-PAY TO PR-RTO-DTL-AMOUNT
023001         WRITE PAYROLL-REGISTER-LINE FROM PR-RTO-DETAIL-LINE
023002     END-IF.
023003     IF PR-OVP-RETRO-EXCESS > ZERO
023004         MOVE 'R'                 TO PR-OVP-BKL-ORIGIN
023005         MOVE PR-OVP-RETRO-EXCESS TO PR-OVP-BKL-AMOUNT
023006         MOVE 'RETRO BEYOND GROSS - BOOKED'
023008             TO PR-OVP-BKL-DESC
023009         IF NOT PR-OVP-POSTED
023010             MOVE 'RETRO BEYOND GROSS - NOT BOOKED'
023011                 TO PR-OVP-BKL-DESC
023012         END-IF
023013         WRITE PAYROLL-REGISTER-LINE FROM PR-OVP-BOOK-LINE
023015     END-IF.
023016     IF PR-BONUS-PAY > ZERO
023017         MOVE 'BON'          TO PR-SUPP-DTL-TYPE
023018         MOVE PR-BONUS-PAY   TO PR-SUPP-DTL-AMOUNT
023019         MOVE 'BONUS'        TO PR-SUPP-DTL-DESC
023020         WRITE PAYROLL-REGISTER-LINE FROM PR-SUPP-DETAIL-LINE
023021     END-IF.
023023     IF PR-COMMISSION-PAY > ZERO
023024         MOVE 'COM'          TO PR-SUPP-DTL-TYPE
023025         MOVE PR-COMMISSION-PAY TO PR-SUPP-DTL-AMOUNT
023026         MOVE 'COMMISSION'   TO PR-SUPP-DTL-DESC
023027         WRITE PAYROLL-REGISTER-LINE FROM PR-SUPP-DETAIL-LINE
023028     END-IF.
023030     PERFORM 2620-WRITE-DEDUCTION-LINE THRU 2620-EXIT
023040         VARYING PR-DED-IX FROM 1 BY 1
023050         UNTIL PR-DED-IX > PR-DED-COUNT.
023051     IF PR-OVP-RECOVERY > ZERO
023052         MOVE PR-OVP-RECOVERY TO PR-OVP-DTL-AMOUNT
023053         MOVE PR-OVP-BALANCE  TO PR-OVP-DTL-BALANCE
023054         WRITE PAYROLL-REGISTER-LINE FROM PR-OVP-DETAIL-LINE
023055     END-IF.
023060     PERFORM 2650-WRITE-AUDIT-LOG THRU 2650-EXIT.
023070     PERFORM 2670-WRITE-PAY-DETAIL THRU 2670-EXIT.
023080     PERFORM 2680-WRITE-PAY-HISTORY THRU 2680-EXIT.
023082     IF PR-CRT-COUNT > ZERO
023084         PERFORM 2690-WRITE-CERTIFIED-HOURS THRU 2690-EXIT
023086     END-IF.
023090 2600-EXIT.
023100     EXIT.
023110
023580     EXIT.
023590
023600*****************************************************************
023610*  2670-WRITE-PAY-DETAIL - RECORD FOR CHECKPRT TO PICK UP.  A
023613*                          DEPOSIT ACCOUNT STILL ON PRENOTE
023616*                          HOLD IS PAID BY CHECK.
023620*****************************************************************
023630 2670-WRITE-PAY-DETAIL.
023640     MOVE EM-EMP-ID          TO PD-EMP-ID.
023810     MOVE PR-RUN-DATE        TO PD-RUN-DATE.
023820     MOVE PR-GROUP-PERIOD-START TO PD-PERIOD-START.
023830     MOVE PR-GROUP-PERIOD-END   TO PD-PERIOD-END.
023840     IF EM-PAY-BY-DEPOSIT AND NOT EM-PRENOTE-HOLD
023850         SET PD-PAY-BY-DEPOSIT TO TRUE
023860     ELSE
023870         SET PD-PAY-BY-CHECK TO TRUE
024000     MOVE PR-HOL-HOURS       TO PD-HOL-HOURS.
024010     MOVE PR-HOL-PAY         TO PD-HOL-PAY.
024020     MOVE PR-RTO-PAY         TO PD-RTO-PAY.
024021     MOVE PR-PAY-GROUP       TO PD-PAY-GROUP.
024022     MOVE PR-CHECK-DATE      TO PD-CHECK-DATE.
024023     MOVE PR-CYCLE-TYPE      TO PD-CYCLE-TYPE.
024024     MOVE PR-BONUS-PAY       TO PD-BONUS-PAY.
024025     MOVE PR-COMMISSION-PAY  TO PD-COMMISSION-PAY.
024026     MOVE PR-ER-FUTA         TO PD-ER-FUTA.
024027     MOVE PR-ER-SUTA         TO PD-ER-SUTA.
024028     MOVE PR-OVP-RECOVERY    TO PD-OVP-RECOVERY.
024029     MOVE PR-OVP-BALANCE     TO PD-OVP-BALANCE.
024030     MOVE PR-DED-COUNT       TO PD-DED-COUNT.
024040     PERFORM 2675-SET-DED-DETAIL THRU 2675-EXIT
024050         VARYING PR-DED-IX FROM 1 BY 1
024060         UNTIL PR-DED-IX > 20.
024062     MOVE PR-DST-COUNT       TO PD-DIST-COUNT.
024064     PERFORM 2677-SET-DIST-DETAIL THRU 2677-EXIT
024066         VARYING PR-DST-IX FROM 1 BY 1
024068         UNTIL PR-DST-IX > 10.
024070     WRITE PAY-DETAIL-RECORD.
024080 2670-EXIT.
024090     EXIT.
024320         MOVE ZERO   TO PD-DED-TAKEN (PR-DED-IX)
024330     END-IF.
024340 2675-EXIT.
024341     EXIT.
024342
024343*****************************************************************
024344*  2677-SET-DIST-DETAIL - ONE ENTRY OF THE PAY-DETAIL LABOR
024345*                         DISTRIBUTION TABLE.  ENTRIES PAST THE
024347*                         COUNT ARE CLEARED, AS IN 2675.
024348*****************************************************************
024349 2677-SET-DIST-DETAIL.
024350     IF PR-DST-IX <= PD-DIST-COUNT
024351         MOVE PR-DST-DEPT (PR-DST-IX)
024352             TO PD-DIST-DEPT (PR-DST-IX)
024354         MOVE PR-DST-JOB (PR-DST-IX)
024355             TO PD-DIST-JOB (PR-DST-IX)
024356         MOVE PR-DST-HOURS (PR-DST-IX)
024357             TO PD-DIST-HOURS (PR-DST-IX)
024358         MOVE PR-DST-OT-HOURS (PR-DST-IX)
024360             TO PD-DIST-OT-HOURS (PR-DST-IX)
024361         MOVE PR-DST-PAY (PR-DST-IX)
024362             TO PD-DIST-PAY (PR-DST-IX)
024363         MOVE PR-DST-OT-PAY (PR-DST-IX)
024364             TO PD-DIST-OT-PAY (PR-DST-IX)
024365     ELSE
024367         MOVE SPACES TO PD-DIST-DEPT (PR-DST-IX)
024368                        PD-DIST-JOB (PR-DST-IX)
024369         MOVE ZERO   TO PD-DIST-HOURS (PR-DST-IX)
024370                        PD-DIST-OT-HOURS (PR-DST-IX)
024371                        PD-DIST-PAY (PR-DST-IX)
024372                        PD-DIST-OT-PAY (PR-DST-IX)
024374     END-IF.
024375 2677-EXIT.
024376     EXIT.
024377
024378*****************************************************************
024380*  2680-WRITE-PAY-HISTORY - POST THIS CALCULATION TO THE
024390*                           PERMANENT PAY-HISTORY FILE.  IF THE
024400*                           EMPLOYEE/PERIOD IS ALREADY ON FILE
024610     MOVE PR-MEDICARE-WITHHOLDING TO PH-MEDICARE-WH.
024620     MOVE PR-DEDUCTION-TOTAL    TO PH-DEDUCTIONS.
024630     MOVE PR-NET-PAY            TO PH-NET-PAY.
024633     IF PR-SUPPLEMENTAL-RUN
024636         SET PH-SUPPLEMENTAL    TO TRUE
024639     ELSE
024642         SET PH-NORMAL-ENTRY    TO TRUE
024645     END-IF.
024650     MOVE PR-RTO-PAY            TO PH-RTO-PAY.
024651     MOVE PR-FED-WAGES          TO PH-FED-WAGES.
024652     MOVE PR-FICA-SUBJECT       TO PH-SS-WAGES.
024653     MOVE PR-MED-WAGES          TO PH-MED-WAGES.
024654     MOVE PR-401K-DEFERRAL      TO PH-401K-DEFER.
024655     MOVE PR-FUTA-SUBJECT       TO PH-FUTA-WAGES.
024656     MOVE PR-SUTA-SUBJECT       TO PH-SUTA-WAGES.
024657     MOVE PR-OVP-RECOVERY       TO PH-OVP-RECOVERY.
024658     MOVE PR-CARRY-OUT-HOURS    TO PH-CARRY-WEEK-HOURS.
024660     IF PR-GROUP-CHARGE-DEPT NOT = SPACES
024670         MOVE PR-GROUP-CHARGE-DEPT TO PH-DEPT
024680     ELSE
024690         MOVE EM-HOME-DEPT TO PH-DEPT
024700     END-IF.
024702     MOVE PR-DST-COUNT          TO PH-DIST-COUNT.
024704     PERFORM 2687-SET-DIST-HISTORY THRU 2687-EXIT
024706         VARYING PR-DST-IX FROM 1 BY 1
024708         UNTIL PR-DST-IX > 10.
024710
024720     MOVE 'N' TO PR-HIST-POSTED-SW.
024730     PERFORM 2685-WRITE-HISTORY-RECORD THRU 2685-EXIT
024760     EXIT.
024770
024780*****************************************************************
024781*  2685-WRITE-HISTORY-RECORD - ONE WRITE ATTEMPT.  A DUPLICATE
024782*                              KEY MEANS THE PERIOD WAS ALREADY
024783*                              POSTED - STEP THE SEQUENCE AND
024784*                              TRY AGAIN.
024785*****************************************************************
024786 2685-WRITE-HISTORY-RECORD.
024787     WRITE PAY-HISTORY-RECORD
024788         INVALID KEY
024789             ADD 1 TO PH-SEQ
024790         NOT INVALID KEY
024791             SET PR-HIST-POSTED TO TRUE
024792     END-WRITE.
024793*      A PERMANENT I-O ERROR RAISES NEITHER PHRASE - GIVE UP ON
024794*      THE POSTING RATHER THAN RETRY FOREVER.
024795     IF PR-PAYHIST-STATUS NOT = '00'
024796             AND PR-PAYHIST-STATUS NOT = '22'
024797         SET PR-HIST-POSTED TO TRUE
024798     END-IF.
024799 2685-EXIT.
024800     EXIT.
024801
024802*****************************************************************
024803*  2687-SET-DIST-HISTORY - ONE ENTRY OF THE PAY-HISTORY LABOR
024804*                          DISTRIBUTION TABLE
024805*****************************************************************
024806 2687-SET-DIST-HISTORY.
024807     IF PR-DST-IX <= PH-DIST-COUNT
024809         MOVE PR-DST-DEPT (PR-DST-IX)
024810             TO PH-DIST-DEPT (PR-DST-IX)
024811         MOVE PR-DST-JOB (PR-DST-IX)
024812             TO PH-DIST-JOB (PR-DST-IX)
024813         MOVE PR-DST-HOURS (PR-DST-IX)
024814             TO PH-DIST-HOURS (PR-DST-IX)
024815         MOVE PR-DST-OT-HOURS (PR-DST-IX)
024816             TO PH-DIST-OT-HOURS (PR-DST-IX)
024817         MOVE PR-DST-PAY (PR-DST-IX)
024818             TO PH-DIST-PAY (PR-DST-IX)
024819         MOVE PR-DST-OT-PAY (PR-DST-IX)
024820             TO PH-DIST-OT-PAY (PR-DST-IX)
024821     ELSE
024822         MOVE SPACES TO PH-DIST-DEPT (PR-DST-IX)
024823                        PH-DIST-JOB (PR-DST-IX)
024824         MOVE ZERO   TO PH-DIST-HOURS (PR-DST-IX)
024825                        PH-DIST-OT-HOURS (PR-DST-IX)
024826                        PH-DIST-PAY (PR-DST-IX)
024827                        PH-DIST-OT-PAY (PR-DST-IX)
024828     END-IF.
024829 2687-EXIT.
024830     EXIT.
024831
024832*****************************************************************
024833*  2690-WRITE-CERTIFIED-HOURS - ONE CERTHRS RECORD PER CERTIFIED
024834*                               JOB AND WORKWEEK WORKED, FOR
024835*                               CERTPAY'S WH-347.  THE RATE IS
024836*                               THE HOURLY RATE, OR THE SALARY-
024838*                               DERIVED RATE FOR A SALARIED
024839*                               EMPLOYEE.
024840*****************************************************************
024841 2690-WRITE-CERTIFIED-HOURS.
024842     IF NOT PR-CERTHRS-OPEN
024843         GO TO 2690-EXIT
024844     END-IF.
024845     IF EM-SALARIED
024846         MOVE PR-DERIVED-RATE TO PR-CRT-RATE
024847     ELSE
024848         MOVE EM-HOURLY-RATE  TO PR-CRT-RATE
024849     END-IF.
024850     COMPUTE PR-CRT-OT-RATE ROUNDED =
024851         PR-CRT-RATE * PR-OVERTIME-MULTIPLIER.
024852     PERFORM 2692-WRITE-ONE-CERT THRU 2692-EXIT
024853         VARYING PR-CRT-IX FROM 1 BY 1
024854         UNTIL PR-CRT-IX > PR-CRT-COUNT.
024855 2690-EXIT.
024856     EXIT.
024857
024858*****************************************************************
024859*  2692-WRITE-ONE-CERT - ONE JOB AND WORKWEEK.  THE WEEK'S
024860*                        OVERTIME IS SHARED TO THE JOB BY ITS
024861*                        HOURS, AS IN 2433.  THE CHECK FIGURES GO
024862*                        ON THE JOB'S LAST WORKWEEK ONLY.
024863*****************************************************************
024864 2692-WRITE-ONE-CERT.
024865     MOVE SPACES TO CERTIFIED-HOURS-RECORD.
024867     MOVE PR-CRT-JOB (PR-CRT-IX) TO CT-JOB-NUMBER.
024868     MOVE PR-CURRENT-EMP-ID      TO CT-EMP-ID.
024869     MOVE EM-EMP-NAME            TO CT-EMP-NAME.
024870     MOVE PR-GROUP-PERIOD-END    TO CT-PERIOD-END.
024871     MOVE PR-CHECK-DATE          TO CT-CHECK-DATE.
024872     MOVE ZERO TO PR-CRT-HOURS.
024873     PERFORM 2693-SET-CERT-DAY THRU 2693-EXIT
024874         VARYING PR-CRT-DAY FROM 1 BY 1
024875         UNTIL PR-CRT-DAY > 7.
024876     MOVE PR-CRT-WEEK (PR-CRT-IX) TO PR-WEEK-IX.
024877     MOVE ZERO TO CT-OT-HOURS.
024878     IF PR-OVERTIME-HOURS > ZERO
024879             AND PR-WEEK-OT (PR-WEEK-IX) > ZERO
024880         COMPUTE CT-OT-HOURS ROUNDED =
024881             PR-WEEK-OT (PR-WEEK-IX)
024882             * PR-CRT-HOURS / PR-WEEK-HOURS (PR-WEEK-IX)
024883     END-IF.
024884     COMPUTE CT-ST-HOURS = PR-CRT-HOURS - CT-OT-HOURS.
024885     MOVE PR-CRT-RATE    TO CT-ST-RATE.
024886     MOVE PR-CRT-OT-RATE TO CT-OT-RATE.
024887     COMPUTE CT-PROJECT-GROSS ROUNDED =
024888         CT-ST-HOURS * PR-CRT-RATE + CT-OT-HOURS * PR-CRT-OT-RATE.
024889*      WEEK START IS WEEK 1'S FIRST DAY (ON OR BEFORE THE PERIOD
024890*      START) PLUS SEVEN DAYS FOR EACH EARLIER WEEK, AND THE WEEK
024891*      ENDS SIX DAYS LATER.
024892     MOVE PR-GROUP-PERIOD-START TO PR-DN-DATE.
024893     PERFORM 2696-BACK-ONE-DAY THRU 2696-EXIT
024895         PR-WEEK1-BACK-DAYS TIMES.
024896     COMPUTE PR-CRT-ADD-DAYS = (PR-WEEK-IX - 1) * 7.
024897     PERFORM 2695-ADD-ONE-DAY THRU 2695-EXIT
024898         PR-CRT-ADD-DAYS TIMES.
024899     MOVE PR-DN-DATE TO CT-WEEK-START.
024900     PERFORM 2695-ADD-ONE-DAY THRU 2695-EXIT 6 TIMES.
024901     MOVE PR-DN-DATE TO CT-WEEK-ENDING.
024902     MOVE 'Y' TO CT-CHECK-WEEK-SW.
024903     PERFORM 2694-CHECK-LATER-WEEK THRU 2694-EXIT
024904         VARYING PR-CRT-JX FROM 1 BY 1
024905         UNTIL PR-CRT-JX > PR-CRT-COUNT.
024906     IF CT-CHECK-WEEK
024907         MOVE PR-GROSS-PAY TO CT-GROSS-ALL-WORK
024908         COMPUTE CT-FICA = PR-FICA-WITHHOLDING
024909             + PR-MEDICARE-WITHHOLDING
024910         COMPUTE CT-WITHHOLDING = PR-FED-WITHHOLDING
024911             + PR-STATE-WITHHOLDING
024912         COMPUTE CT-OTHER-DEDUCTIONS = PR-DEDUCTION-TOTAL
024913             + PR-OVP-RECOVERY
024914         MOVE PR-NET-PAY   TO CT-NET-PAY
024915     ELSE
024916         MOVE 'N' TO CT-CHECK-WEEK-SW
024917         MOVE ZERO TO CT-GROSS-ALL-WORK CT-FICA CT-WITHHOLDING
024918                      CT-OTHER-DEDUCTIONS CT-NET-PAY
024919     END-IF.
024920     WRITE CERTIFIED-HOURS-RECORD.
024921 2692-EXIT.
024922     EXIT.
024924
024925*****************************************************************
024926*  2693-SET-CERT-DAY
024927*****************************************************************
024928 2693-SET-CERT-DAY.
024929     MOVE PR-CRT-DAY-HOURS (PR-CRT-IX PR-CRT-DAY)
024930         TO CT-DAY-HOURS (PR-CRT-DAY).
024931     ADD PR-CRT-DAY-HOURS (PR-CRT-IX PR-CRT-DAY) TO PR-CRT-HOURS.
024932 2693-EXIT.
024933     EXIT.
024934
024935*****************************************************************
024936*  2694-CHECK-LATER-WEEK - ANOTHER ENTRY FOR THE SAME JOB IN A
024937*                          LATER WEEK CARRIES THE CHECK FIGURES
024938*****************************************************************
024939 2694-CHECK-LATER-WEEK.
024940     IF PR-CRT-JOB (PR-CRT-JX) = PR-CRT-JOB (PR-CRT-IX)
024941             AND PR-CRT-WEEK (PR-CRT-JX) > PR-CRT-WEEK (PR-CRT-IX)
024942         MOVE 'N' TO CT-CHECK-WEEK-SW
024943     END-IF.
024944 2694-EXIT.
024945     EXIT.
024946
024947*****************************************************************
024948*  2695-ADD-ONE-DAY - STEP PR-DN-DATE ON ONE CALENDAR DAY
024949*****************************************************************
024950 2695-ADD-ONE-DAY.
024951     PERFORM 2697-FIGURE-MONTH-DAYS THRU 2697-EXIT.
024953     ADD 1 TO PR-DN-DAY.
024954     IF PR-DN-DAY > PR-DIM
024955         MOVE 1 TO PR-DN-DAY
024956         ADD 1 TO PR-DN-MONTH
024957         IF PR-DN-MONTH > 12
024958             MOVE 1 TO PR-DN-MONTH
024959             ADD 1 TO PR-DN-YEAR
024960         END-IF
024961     END-IF.
024962 2695-EXIT.
024963     EXIT.
024964
024965*****************************************************************
024966*  2696-BACK-ONE-DAY - STEP PR-DN-DATE BACK ONE CALENDAR DAY
024967*****************************************************************
024968 2696-BACK-ONE-DAY.
024969     SUBTRACT 1 FROM PR-DN-DAY.
024970     IF PR-DN-DAY > ZERO
024971         GO TO 2696-EXIT
024972     END-IF.
024973     SUBTRACT 1 FROM PR-DN-MONTH.
024974     IF PR-DN-MONTH = ZERO
024975         MOVE 12 TO PR-DN-MONTH
024976         SUBTRACT 1 FROM PR-DN-YEAR
024977     END-IF.
024978     PERFORM 2697-FIGURE-MONTH-DAYS THRU 2697-EXIT.
024979     MOVE PR-DIM TO PR-DN-DAY.
024980 2696-EXIT.
024982     EXIT.
024983
024984*****************************************************************
024985*  2697-FIGURE-MONTH-DAYS - DAYS IN PR-DN-DATE'S MONTH
024986*****************************************************************
024987 2697-FIGURE-MONTH-DAYS.
024988     MOVE 31 TO PR-DIM.
024989     IF PR-DN-MONTH < 12
024990         COMPUTE PR-DIM = PR-CUM-DAYS (PR-DN-MONTH + 1)
024991             - PR-CUM-DAYS (PR-DN-MONTH)
024992     END-IF.
024993     IF PR-DN-MONTH = 2
024994         DIVIDE PR-DN-YEAR BY 4 GIVING PR-DN-QUOTIENT
024995             REMAINDER PR-DN-REM-4
024996         DIVIDE PR-DN-YEAR BY 100 GIVING PR-DN-QUOTIENT
024997             REMAINDER PR-DN-REM-100
024998         DIVIDE PR-DN-YEAR BY 400 GIVING PR-DN-QUOTIENT
024999             REMAINDER PR-DN-REM-400
025000         IF (PR-DN-REM-4 = ZERO AND PR-DN-REM-100 NOT = ZERO)
025001                 OR PR-DN-REM-400 = ZERO
025002             ADD 1 TO PR-DIM
025003         END-IF
025004     END-IF.
025005 2697-EXIT.
025006     EXIT.
025007
025008*****************************************************************
025010*  2700-PAY-FROM-MASTER - PAY AN ACTIVE SALARIED EMPLOYEE WHO
025020*                         HAS NO TIMECARDS THIS PERIOD.  THE
025030*                         PERIOD SALARY COMES OFF THE MASTER AND
025110     IF NOT EM-ACTIVE OR NOT EM-SALARIED
025120         GO TO 2700-EXIT
025130     END-IF.
025131     MOVE EM-PAY-GROUP TO PR-EMP-PAY-GROUP.
025132     IF PR-EMP-PAY-GROUP = SPACES
025133         MOVE 'WK' TO PR-EMP-PAY-GROUP
025135     END-IF.
025136     IF PR-EMP-PAY-GROUP NOT = PR-PAY-GROUP
025137         GO TO 2700-EXIT
025138     END-IF.
025140     MOVE PR-PERIOD-START TO PR-GROUP-PERIOD-START.
025150     MOVE PR-PERIOD-END   TO PR-GROUP-PERIOD-END.
025160     MOVE ZERO TO PR-WORKED-HOURS PR-VAC-HOURS
025170                  PR-SIK-HOURS PR-HOL-HOURS.
025180     MOVE SPACES TO PR-GROUP-CHARGE-DEPT.
025185     MOVE ZERO TO PR-WEEK-TABLE.
025187     MOVE ZERO TO PR-DST-COUNT PR-CRT-COUNT.
025190     IF EM-PERIOD-SALARY NOT NUMERIC
025200             OR EM-PERIOD-SALARY = ZERO
025210             OR EM-PERIOD-SALARY > PR-MAX-SALARY
025290     END-IF.
025300     PERFORM 2400-COMPUTE-PAY         THRU 2400-EXIT.
025310     PERFORM 2410-APPLY-RETRO         THRU 2410-EXIT.
025312     PERFORM 2430-DISTRIBUTE-PAY      THRU 2430-EXIT.
025315     PERFORM 2445-APPLY-PRETAX-DEDUCTIONS THRU 2445-EXIT.
025320     PERFORM 2450-COMPUTE-WITHHOLDING THRU 2450-EXIT.
025330     PERFORM 2460-APPLY-DEDUCTIONS    THRU 2460-EXIT.
025335     PERFORM 2480-RECOVER-OVERPAYMENTS THRU 2480-EXIT.
025340     PERFORM 2500-UPDATE-YTD          THRU 2500-EXIT.
025350     PERFORM 2550-UPDATE-LEAVE        THRU 2550-EXIT.
025360     PERFORM 2600-WRITE-REGISTER      THRU 2600-EXIT.
026190             MOVE EM-HOME-DEPT TO PR-ADJ-DEPT
026200         END-IF
026210         COMPUTE PR-ADJ-ER-FICA ROUNDED =
026220             PR-ADJ-SS-WAGES * PR-TAX-FICA-PCT
026230         COMPUTE PR-ADJ-ER-MEDICARE ROUNDED =
026240             PR-ADJ-MED-WAGES * PR-TAX-MEDICARE-PCT
026242         COMPUTE PR-ADJ-ER-FUTA ROUNDED =
026244             PR-ADJ-FUTA-WAGES * PR-TAX-FUTA-PCT
026246         COMPUTE PR-ADJ-ER-SUTA ROUNDED =
026248             PR-ADJ-SUTA-WAGES * PR-TAX-SUTA-PCT
026250         SUBTRACT PR-ADJ-FED-WH FROM PR-RUN-FED-WH
026260         COMPUTE PR-RUN-FICA = PR-RUN-FICA
026270             - PR-ADJ-FICA-WH - PR-ADJ-ER-FICA
026320         PERFORM 4450-WRITE-ADJ-AUDIT    THRU 4450-EXIT
026330         PERFORM 4500-WRITE-VOID-DETAIL  THRU 4500-EXIT
026340         PERFORM 4600-POST-REVERSAL      THRU 4600-EXIT
026345         PERFORM 4650-RESTORE-RECOVERY   THRU 4650-EXIT
026350         ADD 1 TO PR-ADJ-COUNT
026360     ELSE
026370         PERFORM 4700-WRITE-ADJ-SUSPENSE THRU 4700-EXIT
026590     EXIT.
026600
026610*****************************************************************
026620*  4250-NET-HISTORY - NET THE PAY-HISTORY ENTRIES OF THE RUN
026630*                     BEING VOIDED - THE SEQUENCE KEYED ON THE
026640*                     ADJUSTMENT, OR THE PERIOD'S LATEST
026650*                     REGULAR RUN WHEN NONE IS KEYED.  THE
026651*                     RUN'S NORMAL ENTRY ADDS AND ITS TYPE-V
026652*                     REVERSALS SUBTRACT, SO THE RESULT IS WHAT
026653*                     REMAINS POSTED FOR THE RUN.  SUPPLEMENTAL
026654*                     CHECKS AND OTHER RUNS OF THE PERIOD ARE
026655*                     PASSED OVER.
026660*****************************************************************
026670 4250-NET-HISTORY.
026680     MOVE ZERO TO PR-ADJ-GROSS PR-ADJ-FED-WH PR-ADJ-STATE-WH
026690                  PR-ADJ-FICA-WH PR-ADJ-MEDICARE-WH
026700                  PR-ADJ-DEDUCTIONS PR-ADJ-NET
026701                  PR-ADJ-PERIOD-START
026703                  PR-ADJ-FED-WAGES PR-ADJ-SS-WAGES
026705                  PR-ADJ-MED-WAGES PR-ADJ-401K-DEFER
026707                  PR-ADJ-FUTA-WAGES PR-ADJ-SUTA-WAGES
026708                  PR-ADJ-OVP-RECOVERY.
026710     MOVE SPACES TO PR-ADJ-DEPT.
026712     MOVE ZERO TO PR-DST-COUNT.
026714     MOVE ZERO TO PR-ADJ-TARGET-SEQ.
026715     IF AJ-HIST-SEQ NUMERIC AND AJ-HIST-SEQ > ZERO
026717         MOVE AJ-HIST-SEQ TO PR-ADJ-TARGET-SEQ
026719     ELSE
026721         PERFORM 4252-FIND-LATEST-RUN THRU 4252-EXIT
026722     END-IF.
026724     IF PR-ADJ-TARGET-SEQ = ZERO
026726         GO TO 4250-EXIT
026728     END-IF.
026730     MOVE AJ-EMP-ID     TO PH-EMP-ID.
026740     MOVE AJ-PERIOD-END TO PH-PERIOD-END.
026750     MOVE ZERO          TO PH-SEQ.
026880         UNTIL PR-EOF-HIST
026890             OR PH-EMP-ID NOT = AJ-EMP-ID
026900             OR PH-PERIOD-END NOT = AJ-PERIOD-END.
026901 4250-EXIT.
026902     EXIT.
026903
026904*****************************************************************
026905*  4252-FIND-LATEST-RUN - NO RUN KEYED - THE PERIOD'S LAST NORMAL
026907*                         ENTRY IS THE RUN TO VOID
026908*****************************************************************
026909 4252-FIND-LATEST-RUN.
026910     MOVE AJ-EMP-ID     TO PH-EMP-ID.
026911     MOVE AJ-PERIOD-END TO PH-PERIOD-END.
026913     MOVE ZERO          TO PH-SEQ.
026914     MOVE 'N' TO PR-EOF-HIST-SW.
026915     START PAY-HISTORY KEY IS NOT LESS THAN PH-HIST-KEY
026916         INVALID KEY
026917             SET PR-EOF-HIST TO TRUE
026919     END-START.
026920     IF PR-PAYHIST-STATUS NOT = '00'
026921         SET PR-EOF-HIST TO TRUE
026922     END-IF.
026923     IF NOT PR-EOF-HIST
026925         PERFORM 4260-READ-HISTORY-NEXT THRU 4260-EXIT
026926     END-IF.
026927     PERFORM 4254-NOTE-LATEST-RUN THRU 4254-EXIT
026928         UNTIL PR-EOF-HIST
026929             OR PH-EMP-ID NOT = AJ-EMP-ID
026930             OR PH-PERIOD-END NOT = AJ-PERIOD-END.
026932 4252-EXIT.
026933     EXIT.
026934
026935*****************************************************************
026936*  4254-NOTE-LATEST-RUN
026938*****************************************************************
026939 4254-NOTE-LATEST-RUN.
026940     IF PH-NORMAL-ENTRY
026941         MOVE PH-SEQ TO PR-ADJ-TARGET-SEQ
026942     END-IF.
026944     PERFORM 4260-READ-HISTORY-NEXT THRU 4260-EXIT.
026945 4254-EXIT.
026946     EXIT.
026947
026948*****************************************************************
026950*  4260-READ-HISTORY-NEXT
026960*****************************************************************
026970 4260-READ-HISTORY-NEXT.
027070
027080*****************************************************************
027090*  4270-NET-ONE-ENTRY
027091*****************************************************************
027092 4270-NET-ONE-ENTRY.
027094*      ONLY THE RUN BEING VOIDED AND ITS OWN REVERSALS NET.  A
027095*      REVERSAL POSTED BEFORE THE RUN WAS KEPT ON IT NAMES NO RUN
027096*      AND NETS AGAINST WHATEVER RUN IS VOIDED, AS IT ALWAYS DID.
027098     MOVE 'N' TO PR-ADJ-SKIP-SW.
027099     IF PH-SUPPLEMENTAL
027100         SET PR-ADJ-SKIP-ENTRY TO TRUE
027102     END-IF.
027103     IF PH-NORMAL-ENTRY AND PH-SEQ NOT = PR-ADJ-TARGET-SEQ
027105         SET PR-ADJ-SKIP-ENTRY TO TRUE
027106     END-IF.
027107     IF PH-REVERSAL AND PH-REVERSED-SEQ NUMERIC
027109             AND PH-REVERSED-SEQ NOT = ZERO
027110             AND PH-REVERSED-SEQ NOT = PR-ADJ-TARGET-SEQ
027111         SET PR-ADJ-SKIP-ENTRY TO TRUE
027113     END-IF.
027114     IF PR-ADJ-SKIP-ENTRY
027115         PERFORM 4260-READ-HISTORY-NEXT THRU 4260-EXIT
027117         GO TO 4270-EXIT
027118     END-IF.
027120     IF PH-REVERSAL
027130         SUBTRACT PH-GROSS-PAY    FROM PR-ADJ-GROSS
027140         SUBTRACT PH-FED-WH       FROM PR-ADJ-FED-WH
027170         SUBTRACT PH-MEDICARE-WH  FROM PR-ADJ-MEDICARE-WH
027180         SUBTRACT PH-DEDUCTIONS   FROM PR-ADJ-DEDUCTIONS
027190         SUBTRACT PH-NET-PAY      FROM PR-ADJ-NET
027191         SUBTRACT PH-FED-WAGES    FROM PR-ADJ-FED-WAGES
027192         SUBTRACT PH-SS-WAGES     FROM PR-ADJ-SS-WAGES
027193         SUBTRACT PH-MED-WAGES    FROM PR-ADJ-MED-WAGES
027195         SUBTRACT PH-401K-DEFER   FROM PR-ADJ-401K-DEFER
027196         SUBTRACT PH-FUTA-WAGES   FROM PR-ADJ-FUTA-WAGES
027197         SUBTRACT PH-SUTA-WAGES   FROM PR-ADJ-SUTA-WAGES
027198         SUBTRACT PH-OVP-RECOVERY FROM PR-ADJ-OVP-RECOVERY
027200     ELSE
027210         ADD PH-GROSS-PAY    TO PR-ADJ-GROSS
027220         ADD PH-FED-WH       TO PR-ADJ-FED-WH
027250         ADD PH-MEDICARE-WH  TO PR-ADJ-MEDICARE-WH
027260         ADD PH-DEDUCTIONS   TO PR-ADJ-DEDUCTIONS
027270         ADD PH-NET-PAY      TO PR-ADJ-NET
027271         ADD PH-FED-WAGES    TO PR-ADJ-FED-WAGES
027272         ADD PH-SS-WAGES     TO PR-ADJ-SS-WAGES
027273         ADD PH-MED-WAGES    TO PR-ADJ-MED-WAGES
027275         ADD PH-401K-DEFER   TO PR-ADJ-401K-DEFER
027276         ADD PH-FUTA-WAGES   TO PR-ADJ-FUTA-WAGES
027277         ADD PH-SUTA-WAGES   TO PR-ADJ-SUTA-WAGES
027278         ADD PH-OVP-RECOVERY TO PR-ADJ-OVP-RECOVERY
027280         MOVE PH-PERIOD-START TO PR-ADJ-PERIOD-START
027281         MOVE PH-DEPT         TO PR-ADJ-DEPT
027282     END-IF.
027283     PERFORM 4275-NET-DIST-ENTRIES THRU 4275-EXIT.
027284     PERFORM 4260-READ-HISTORY-NEXT THRU 4260-EXIT.
027285 4270-EXIT.
027286     EXIT.
027287
027288*****************************************************************
027289*  4275-NET-DIST-ENTRIES - NET THE ENTRY'S LABOR DISTRIBUTION INTO
027290*                          THE DISTRIBUTION TABLE, SO THE REVERSAL
027291*                          COMES OFF THE DEPARTMENTS AND JOBS THE
027292*                          PERIOD WAS CHARGED TO.  AN ENTRY POSTED
027293*                          WITHOUT THE TABLE IS TAKEN WHOLE TO ITS
027294*                          DEPARTMENT.
027296*****************************************************************
027297 4275-NET-DIST-ENTRIES.
027298     IF PH-DIST-COUNT NOT NUMERIC OR PH-DIST-COUNT = ZERO
027299         MOVE PH-DEPT TO PR-DST-CHARGE-DEPT
027300         MOVE SPACES  TO PR-DST-CHARGE-JOB
027301         COMPUTE PR-DST-NET-HOURS = PH-REGULAR-HOURS
027302             + PH-OVERTIME-HOURS + PH-VAC-HOURS + PH-SIK-HOURS
027303             + PH-HOL-HOURS
027304         MOVE PH-OVERTIME-HOURS TO PR-DST-NET-OT-HOURS
027305         MOVE PH-GROSS-PAY      TO PR-DST-NET-PAY
027306         MOVE ZERO              TO PR-DST-NET-OT-PAY
027307         PERFORM 4278-NET-ONE-DIST THRU 4278-EXIT
027308         GO TO 4275-EXIT
027309     END-IF.
027310     PERFORM 4277-NET-HIST-DIST THRU 4277-EXIT
027312         VARYING PR-DST-JX FROM 1 BY 1
027313         UNTIL PR-DST-JX > PH-DIST-COUNT
027314             OR PR-DST-JX > 10.
027315 4275-EXIT.
027316     EXIT.
027317
027318*****************************************************************
027319*  4277-NET-HIST-DIST
027320*****************************************************************
027321 4277-NET-HIST-DIST.
027322     MOVE PH-DIST-DEPT (PR-DST-JX)     TO PR-DST-CHARGE-DEPT.
027323     MOVE PH-DIST-JOB (PR-DST-JX)      TO PR-DST-CHARGE-JOB.
027324     MOVE PH-DIST-HOURS (PR-DST-JX)    TO PR-DST-NET-HOURS.
027325     MOVE PH-DIST-OT-HOURS (PR-DST-JX) TO PR-DST-NET-OT-HOURS.
027326     MOVE PH-DIST-PAY (PR-DST-JX)      TO PR-DST-NET-PAY.
027328     MOVE PH-DIST-OT-PAY (PR-DST-JX)   TO PR-DST-NET-OT-PAY.
027329     PERFORM 4278-NET-ONE-DIST THRU 4278-EXIT.
027330 4277-EXIT.
027331     EXIT.
027332
027333*****************************************************************
027334*  4278-NET-ONE-DIST - ADD A NORMAL ENTRY'S AMOUNTS, SUBTRACT A
027335*                      REVERSAL'S
027336*****************************************************************
027337 4278-NET-ONE-DIST.
027338     PERFORM 2272-FIND-DIST-ENTRY THRU 2272-EXIT.
027339     IF PH-REVERSAL
027340         SUBTRACT PR-DST-NET-HOURS
027341             FROM PR-DST-HOURS (PR-DST-FOUND)
027342         SUBTRACT PR-DST-NET-OT-HOURS
027344             FROM PR-DST-OT-HOURS (PR-DST-FOUND)
027345         SUBTRACT PR-DST-NET-PAY
027346             FROM PR-DST-PAY (PR-DST-FOUND)
027347         SUBTRACT PR-DST-NET-OT-PAY
027348             FROM PR-DST-OT-PAY (PR-DST-FOUND)
027349     ELSE
027350         ADD PR-DST-NET-HOURS    TO PR-DST-HOURS (PR-DST-FOUND)
027351         ADD PR-DST-NET-OT-HOURS TO PR-DST-OT-HOURS (PR-DST-FOUND)
027352         ADD PR-DST-NET-PAY      TO PR-DST-PAY (PR-DST-FOUND)
027353         ADD PR-DST-NET-OT-PAY   TO PR-DST-OT-PAY (PR-DST-FOUND)
027354     END-IF.
027355 4278-EXIT.
027356     EXIT.
027357
027358*****************************************************************
027360*  4300-BACKOUT-YTD - BACK THE NETTED AMOUNTS OUT OF THE YTD
027370*                     BUCKETS, AND OUT OF THE QTD BUCKETS WHEN
027380*                     THE REVERSED PERIOD FALLS IN THE QUARTER
027680     SUBTRACT PR-ADJ-NET         FROM YM-YTD-NET-PAY.
027690     SUBTRACT PR-ADJ-ER-FICA     FROM YM-YTD-ER-FICA.
027700     SUBTRACT PR-ADJ-ER-MEDICARE FROM YM-YTD-ER-MEDICARE.
027701     SUBTRACT PR-ADJ-FED-WAGES   FROM YM-YTD-FED-WAGES.
027702     SUBTRACT PR-ADJ-SS-WAGES    FROM YM-YTD-SS-WAGES.
027703     SUBTRACT PR-ADJ-MED-WAGES   FROM YM-YTD-MED-WAGES.
027704     SUBTRACT PR-ADJ-401K-DEFER  FROM YM-YTD-401K-DEFER.
027705     SUBTRACT PR-ADJ-FUTA-WAGES  FROM YM-YTD-FUTA-WAGES.
027706     SUBTRACT PR-ADJ-ER-FUTA     FROM YM-YTD-FUTA-TAX.
027707     SUBTRACT PR-ADJ-SUTA-WAGES  FROM YM-YTD-SUTA-WAGES.
027708     SUBTRACT PR-ADJ-ER-SUTA     FROM YM-YTD-SUTA-TAX.
027710
027720     EVALUATE TRUE
027730         WHEN PR-ADJ-PE-MONTH <= 03
027790         WHEN OTHER
027800             MOVE 4 TO PR-ADJ-QTR
027810     END-EVALUATE.
027815     SUBTRACT PR-ADJ-ER-FUTA FROM YM-QTR-FUTA-TAX (PR-ADJ-QTR).
027820     IF YM-YEAR = PR-ADJ-PE-YEAR
027830             AND YM-CURRENT-QTR = PR-ADJ-QTR
027840         SUBTRACT PR-ADJ-GROSS       FROM YM-QTD-GROSS-PAY
027900         SUBTRACT PR-ADJ-NET         FROM YM-QTD-NET-PAY
027910         SUBTRACT PR-ADJ-ER-FICA     FROM YM-QTD-ER-FICA
027920         SUBTRACT PR-ADJ-ER-MEDICARE FROM YM-QTD-ER-MEDICARE
027921         SUBTRACT PR-ADJ-FED-WAGES   FROM YM-QTD-FED-WAGES
027922         SUBTRACT PR-ADJ-SS-WAGES    FROM YM-QTD-SS-WAGES
027923         SUBTRACT PR-ADJ-MED-WAGES   FROM YM-QTD-MED-WAGES
027925         SUBTRACT PR-ADJ-FUTA-WAGES  FROM YM-QTD-FUTA-WAGES
027926         SUBTRACT PR-ADJ-ER-FUTA     FROM YM-QTD-FUTA-TAX
027927         SUBTRACT PR-ADJ-SUTA-WAGES  FROM YM-QTD-SUTA-WAGES
027928         SUBTRACT PR-ADJ-ER-SUTA     FROM YM-QTD-SUTA-TAX
027930     END-IF.
027940
027950     REWRITE YTD-MASTER-RECORD.
028630                  PD-SIK-HOURS PD-SIK-PAY
028640                  PD-HOL-HOURS PD-HOL-PAY
028650                  PD-RTO-PAY PD-DED-COUNT.
028651     MOVE PR-PAY-GROUP       TO PD-PAY-GROUP.
028652     MOVE PR-CHECK-DATE      TO PD-CHECK-DATE.
028653     MOVE PR-CYCLE-TYPE      TO PD-CYCLE-TYPE.
028654     MOVE ZERO TO PD-BONUS-PAY PD-COMMISSION-PAY.
028655     MOVE PR-ADJ-ER-FUTA     TO PD-ER-FUTA.
028656     MOVE PR-ADJ-ER-SUTA     TO PD-ER-SUTA.
028657     MOVE PR-ADJ-OVP-RECOVERY TO PD-OVP-RECOVERY.
028658     MOVE ZERO               TO PD-OVP-BALANCE.
028660     PERFORM 2675-SET-DED-DETAIL THRU 2675-EXIT
028670         VARYING PR-DED-IX FROM 1 BY 1
028680         UNTIL PR-DED-IX > 20.
028682     MOVE PR-DST-COUNT        TO PD-DIST-COUNT.
028684     PERFORM 2677-SET-DIST-DETAIL THRU 2677-EXIT
028686         VARYING PR-DST-IX FROM 1 BY 1
028688         UNTIL PR-DST-IX > 10.
028690     WRITE PAY-DETAIL-RECORD.
028700 4500-EXIT.
028710     EXIT.
028910     MOVE PR-ADJ-MEDICARE-WH  TO PH-MEDICARE-WH.
028920     MOVE PR-ADJ-DEDUCTIONS   TO PH-DEDUCTIONS.
028930     MOVE PR-ADJ-NET          TO PH-NET-PAY.
028931     SET PH-REVERSAL          TO TRUE.
028932     MOVE PR-ADJ-DEPT         TO PH-DEPT.
028933     MOVE ZERO                TO PH-RTO-PAY.
028934     MOVE PR-ADJ-FED-WAGES    TO PH-FED-WAGES.
028935     MOVE PR-ADJ-SS-WAGES     TO PH-SS-WAGES.
028936     MOVE PR-ADJ-MED-WAGES    TO PH-MED-WAGES.
028937     MOVE PR-ADJ-401K-DEFER   TO PH-401K-DEFER.
028938     MOVE PR-ADJ-FUTA-WAGES   TO PH-FUTA-WAGES.
028939     MOVE PR-ADJ-SUTA-WAGES   TO PH-SUTA-WAGES.
028940     MOVE PR-ADJ-OVP-RECOVERY TO PH-OVP-RECOVERY.
028941     MOVE ZERO                TO PH-CARRY-WEEK-HOURS.
028942     MOVE PR-ADJ-TARGET-SEQ   TO PH-REVERSED-SEQ.
028943     MOVE PR-DST-COUNT        TO PH-DIST-COUNT.
028944     PERFORM 2687-SET-DIST-HISTORY THRU 2687-EXIT
028945         VARYING PR-DST-IX FROM 1 BY 1
028946         UNTIL PR-DST-IX > 10.
028947     MOVE 'N' TO PR-HIST-POSTED-SW.
028948     PERFORM 2685-WRITE-HISTORY-RECORD THRU 2685-EXIT
028949         UNTIL PR-HIST-POSTED OR PH-SEQ > 99.
028950 4600-EXIT.
028951     EXIT.
028952
028953*****************************************************************
028954*  4650-RESTORE-RECOVERY - THE VOIDED PERIOD HAD RECOVERED AN
028955*                          OVERPAYMENT FROM NET.  WITH THE
028956*                          PERIOD REVERSED THAT AMOUNT IS OWED
028957*                          AGAIN, SO IT IS BOOKED AS A NEW
028958*                          RECEIVABLE (ORIGIN V) AGAINST THE
028959*                          VOIDED CHECK.
028960*****************************************************************
028961 4650-RESTORE-RECOVERY.
028962     IF PR-ADJ-OVP-RECOVERY NOT > ZERO
028963         GO TO 4650-EXIT
028964     END-IF.
028965     MOVE AJ-EMP-ID           TO PR-OVP-BK-EMP-ID.
028966     MOVE 'V'                 TO PR-OVP-BK-ORIGIN.
028967     MOVE AJ-CHECK-NUMBER     TO PR-OVP-BK-CHECK-NO.
028968     MOVE AJ-PERIOD-END       TO PR-OVP-BK-SOURCE-DATE.
028969     MOVE PR-ADJ-OVP-RECOVERY TO PR-OVP-BK-AMOUNT.
028970     PERFORM 2490-BOOK-OVERPAYMENT THRU 2490-EXIT.
028971     MOVE 'V'                 TO PR-OVP-BKL-ORIGIN.
028972     MOVE PR-ADJ-OVP-RECOVERY TO PR-OVP-BKL-AMOUNT.
028973     MOVE 'VOIDED RECOVERY - BOOKED AGAIN' TO PR-OVP-BKL-DESC.
028974     IF NOT PR-OVP-POSTED
028975         MOVE 'VOIDED RECOVERY - NOT BOOKED' TO PR-OVP-BKL-DESC
028976     END-IF.
028977     WRITE PAYROLL-REGISTER-LINE FROM PR-OVP-BOOK-LINE.
028978 4650-EXIT.
028979     EXIT.
028980
028981*****************************************************************
028982*  4700-WRITE-ADJ-SUSPENSE - LOG A REJECTED ADJUSTMENT
028983*****************************************************************
028984 4700-WRITE-ADJ-SUSPENSE.
028985     MOVE AJ-EMP-ID TO PR-ERR-EMP-ID.
028986     IF PR-EMP-FOUND
028987         MOVE EM-EMP-NAME TO PR-ERR-EMP-NAME
028988     ELSE
028989         MOVE SPACES TO PR-ERR-EMP-NAME
028990     END-IF.
028991     MOVE ZERO TO PR-ERR-HOURS.
028992     WRITE ERROR-SUSPENSE-LINE FROM PR-ERR-DETAIL-LINE.
028993     ADD 1 TO PR-ADJ-REJECT-COUNT.
028994 4700-EXIT.
028995     EXIT.
028996
028997*****************************************************************
028998*  5000-PROCESS-SUPPLEMENTAL - ONE EMPLOYEE PER PASS OF A
028999*                              SUPPLEMENTAL RUN.  ALL OF THE
029000*                              EMPLOYEE'S BONUS AND COMMISSION
029001*                              AWARDS ARE EDITED AND SUMMED ONTO
029002*                              ONE CHECK.  THE MASTER IS READ AT
029003*                              RANDOM - ONLY THE EMPLOYEES WITH AN
029004*                              AWARD ARE PAID.  FEDERAL GOES AT
029005*                              THE FLAT SUPPLEMENTAL RATE, AND
029006*                              STATE, FICA, MEDICARE, YTD AND PAY
029007*                              HISTORY POST AS ON ANY CHECK.  THE
029008*                              DEDUCTION PASSES ARE PERFORMED BUT
029009*                              TAKE NOTHING - THE DEDUCTION MASTER
029010*                              IS NOT OPEN ON THIS RUN, SO 2445
029011*                              AND 2460 ONLY CLEAR THE EMPLOYEE'S
029012*                              DEDUCTION AND PRE-TAX TOTALS.  NO
029013*                              LEAVE ACCRUES.
029014*****************************************************************
029015 5000-PROCESS-SUPPLEMENTAL.
029016     MOVE ST-EMP-ID       TO PR-CURRENT-EMP-ID.
029017     MOVE PR-PERIOD-START TO PR-GROUP-PERIOD-START.
029018     MOVE PR-PERIOD-END   TO PR-GROUP-PERIOD-END.
029020     MOVE ZERO TO PR-GROUP-VALID-COUNT
029021                  PR-BONUS-PAY PR-COMMISSION-PAY
029022                  PR-REGULAR-PAY PR-REGULAR-HOURS
029023                  PR-VAC-PAY PR-VAC-HOURS.
029024     MOVE SPACES TO PR-GROUP-CHARGE-DEPT.
029025     MOVE ZERO TO PR-DST-COUNT PR-CRT-COUNT.
029026     MOVE ST-EMP-ID TO EM-EMP-ID.
029027     READ EMPLOYEE-MASTER
029028         INVALID KEY
029029             SET PR-EMP-NOT-FOUND TO TRUE
029030         NOT INVALID KEY
029031             SET PR-EMP-FOUND TO TRUE
029032     END-READ.
029033     MOVE EM-PAY-GROUP TO PR-EMP-PAY-GROUP.
029034     IF PR-EMP-PAY-GROUP = SPACES
029035         MOVE 'WK' TO PR-EMP-PAY-GROUP
029036     END-IF.
029037*      ANOTHER PAY GROUP'S AWARDS ARE LEFT FOR THAT GROUP'S OWN
029038*      SUPPLEMENTAL RUN - 8550-CARRY-SUPP-TRANS KEEPS THEM.
029039     IF PR-EMP-FOUND AND PR-EMP-PAY-GROUP NOT = PR-PAY-GROUP
029040         PERFORM 5060-PASS-ONE-SUPP THRU 5060-EXIT
029041             UNTIL PR-EOF-SUPP
029042                 OR ST-EMP-ID NOT = PR-CURRENT-EMP-ID
029043         GO TO 5000-EXIT
029044     END-IF.
029045     PERFORM 5050-CONSUME-ONE-SUPP THRU 5050-EXIT
029046         UNTIL PR-EOF-SUPP
029047             OR ST-EMP-ID NOT = PR-CURRENT-EMP-ID.
029048
029049     IF PR-GROUP-VALID-COUNT > ZERO
029050         PERFORM 5200-COMPUTE-SUPP-PAY   THRU 5200-EXIT
029051         PERFORM 2430-DISTRIBUTE-PAY     THRU 2430-EXIT
029052         PERFORM 2445-APPLY-PRETAX-DEDUCTIONS THRU 2445-EXIT
029053         PERFORM 2450-COMPUTE-WITHHOLDING THRU 2450-EXIT
029054         PERFORM 2460-APPLY-DEDUCTIONS   THRU 2460-EXIT
029055         PERFORM 2500-UPDATE-YTD         THRU 2500-EXIT
029056         PERFORM 2600-WRITE-REGISTER     THRU 2600-EXIT
029057     END-IF.
029058
029059     ADD 1 TO PR-TRANS-SINCE-CKPT.
029060     IF PR-TRANS-SINCE-CKPT >= PR-CHECKPOINT-INTERVAL
029061         PERFORM 8100-WRITE-CHECKPOINT THRU 8100-EXIT
029062         MOVE ZERO TO PR-TRANS-SINCE-CKPT
029063     END-IF.
029064 5000-EXIT.
029065     EXIT.
029066
029067*****************************************************************
029068*  5050-CONSUME-ONE-SUPP - VALIDATE ONE AWARD AND ADD IT TO THE
029069*                          EMPLOYEE'S TOTAL FOR ITS EARNINGS
029070*                          TYPE.  A BAD AWARD GOES TO ERROR-
029071*                          SUSPENSE WITHOUT SPOILING THE
029072*                          EMPLOYEE'S OTHERS.  AN INACTIVE
029073*                          EMPLOYEE IS PAID FINAL WAGES AND
029074*                          VACATION PAYOUT ONLY.
029075*****************************************************************
029076 5050-CONSUME-ONE-SUPP.
029077     SET PR-TRANS-VALID TO TRUE.
029078     MOVE SPACES TO PR-ERR-REASON.
029079     MOVE 'Y' TO PR-DEPT-OK-SW.
029080     ADD 1 TO PR-RECORD-COUNT.
029081     IF PR-DEPTMAST-AVAIL AND ST-CHARGE-DEPT NOT = SPACES
029082         MOVE ST-CHARGE-DEPT TO DP-DEPT-CODE
029083         PERFORM 2210-CHECK-CHARGE-DEPT THRU 2210-EXIT
029084     END-IF.
029085     EVALUATE TRUE
029086         WHEN PR-EMP-NOT-FOUND
029087             SET PR-TRANS-INVALID TO TRUE
029088             MOVE 'EMPLOYEE NOT FOUND ON MASTER' TO PR-ERR-REASON
029089         WHEN NOT ST-BONUS AND NOT ST-COMMISSION
029090                 AND NOT ST-FINAL-WAGES AND NOT ST-VAC-PAYOUT
029091             SET PR-TRANS-INVALID TO TRUE
029092             MOVE 'INVALID EARNINGS TYPE' TO PR-ERR-REASON
029093         WHEN EM-INACTIVE
029094                 AND NOT ST-FINAL-WAGES AND NOT ST-VAC-PAYOUT
029095             SET PR-TRANS-INVALID TO TRUE
029096             MOVE 'EMPLOYEE INACTIVE - NOT PAID' TO PR-ERR-REASON
029097         WHEN (ST-FINAL-WAGES OR ST-VAC-PAYOUT)
029098                 AND ST-HOURS NOT NUMERIC
029099             SET PR-TRANS-INVALID TO TRUE
029100             MOVE 'INVALID FINAL-PAY HOURS' TO PR-ERR-REASON
029101         WHEN ST-AMOUNT NOT NUMERIC OR ST-AMOUNT = ZERO
029102             SET PR-TRANS-INVALID TO TRUE
029103             MOVE 'INVALID SUPPLEMENTAL AMOUNT' TO PR-ERR-REASON
029104         WHEN ST-AMOUNT > PR-MAX-SUPP-AMOUNT
029105             SET PR-TRANS-INVALID TO TRUE
029106             MOVE 'AMOUNT EXCEEDS REASONABLE MAXIMUM'
029107                 TO PR-ERR-REASON
029108         WHEN NOT PR-DEPT-OK
029110             SET PR-TRANS-INVALID TO TRUE
029111             MOVE 'INVALID CHARGE DEPARTMENT'
029112                 TO PR-ERR-REASON
029113         WHEN OTHER
029114             CONTINUE
029115     END-EVALUATE.
029116
029117     IF PR-TRANS-VALID
029118         EVALUATE TRUE
029119             WHEN ST-BONUS
029120                 ADD ST-AMOUNT TO PR-BONUS-PAY
029121             WHEN ST-COMMISSION
029122                 ADD ST-AMOUNT TO PR-COMMISSION-PAY
029123             WHEN ST-FINAL-WAGES
029124                 ADD ST-AMOUNT TO PR-REGULAR-PAY
029125                 ADD ST-HOURS  TO PR-REGULAR-HOURS
029126             WHEN ST-VAC-PAYOUT
029127                 ADD ST-AMOUNT TO PR-VAC-PAY
029128                 ADD ST-HOURS  TO PR-VAC-HOURS
029129         END-EVALUATE
029130         IF ST-CHARGE-DEPT NOT = SPACES
029131                 AND PR-GROUP-CHARGE-DEPT = SPACES
029132             MOVE ST-CHARGE-DEPT TO PR-GROUP-CHARGE-DEPT
029133         END-IF
029134         ADD 1 TO PR-GROUP-VALID-COUNT
029135     ELSE
029136         PERFORM 5300-WRITE-SUPP-SUSPENSE THRU 5300-EXIT
029137     END-IF.
029138
029139     PERFORM 5100-READ-SUPP-TRANS THRU 5100-EXIT.
029140 5050-EXIT.
029141     EXIT.
029142
029143*****************************************************************
029144*  5100-READ-SUPP-TRANS
029145*****************************************************************
029146 5100-READ-SUPP-TRANS.
029147     READ SUPP-TRANSACTION
029148         AT END
029149             SET PR-EOF-SUPP TO TRUE
029150     END-READ.
029151 5100-EXIT.
029152     EXIT.
029153
029154*****************************************************************
029155*  5060-PASS-ONE-SUPP - STEP OVER ONE AWARD FOR AN EMPLOYEE OF
029156*                       ANOTHER PAY GROUP
029157*****************************************************************
029158 5060-PASS-ONE-SUPP.
029159     ADD 1 TO PR-SUPP-CARRY-COUNT.
029160     PERFORM 5100-READ-SUPP-TRANS THRU 5100-EXIT.
029161 5060-EXIT.
029162     EXIT.
029163
029164*****************************************************************
029165*  5200-COMPUTE-SUPP-PAY - THE CHECK IS THE AWARDS ALONE.  NO
029166*                          SALARY, NO LEAVE TAKEN, NO RETRO.
029167*                          FINAL WAGES AND VACATION PAYOUT
029168*                          KEEP THE HOURS SEPPAY PRICED.
029169*****************************************************************
029170 5200-COMPUTE-SUPP-PAY.
029171     MOVE ZERO TO PR-WORKED-HOURS
029172                  PR-SIK-HOURS PR-HOL-HOURS
029173                  PR-OVERTIME-HOURS
029174                  PR-OVERTIME-PAY
029175                  PR-SIK-PAY PR-HOL-PAY
029176                  PR-RTO-PAY PR-GROUP-TOTAL-HOURS.
029177     COMPUTE PR-GROSS-PAY = PR-BONUS-PAY + PR-COMMISSION-PAY
029178         + PR-REGULAR-PAY + PR-VAC-PAY.
029179 5200-EXIT.
029180     EXIT.
029181
029182*****************************************************************
029183*  5300-WRITE-SUPP-SUSPENSE - LOG A REJECTED AWARD
029184*****************************************************************
029185 5300-WRITE-SUPP-SUSPENSE.
029186     MOVE ST-EMP-ID TO PR-ERR-EMP-ID.
029187     IF PR-EMP-FOUND
029188         MOVE EM-EMP-NAME TO PR-ERR-EMP-NAME
029189     ELSE
029190         MOVE SPACES TO PR-ERR-EMP-NAME
029191     END-IF.
029192     MOVE ZERO TO PR-ERR-HOURS.
029193     WRITE ERROR-SUSPENSE-LINE FROM PR-ERR-DETAIL-LINE.
029194     ADD 1 TO PR-ERROR-COUNT.
029195 5300-EXIT.
029196     EXIT.
029197
029198*****************************************************************
029200*  8000-BALANCE-RUN - COMPARE ACTUAL EMPLOYEE COUNT AND TOTAL
029210*                     HOURS PROCESSED AGAINST THE FIGURES ON
029220*                     THE RUN-CONTROL PARAMETER RECORD AND
029250 8000-BALANCE-RUN.
029260     WRITE PAYROLL-REGISTER-LINE FROM PR-BAL-HEADING-LINE.
029270
029271     MOVE PR-PAY-GROUP    TO PR-BAL-CYC-GROUP.
029272     IF PR-SUPPLEMENTAL-RUN
029274         MOVE 'SUPPLEMENTAL' TO PR-BAL-CYC-TYPE
029275     ELSE
029277         MOVE 'REGULAR'      TO PR-BAL-CYC-TYPE
029278     END-IF.
029280     MOVE PR-PERIOD-START TO PR-BAL-CYC-START.
029290     MOVE PR-PERIOD-END   TO PR-BAL-CYC-END.
029300     MOVE PR-RUN-SEQ      TO PR-BAL-CYC-SEQ.
029510     MOVE PR-ADJ-REJECT-COUNT TO PR-BAL-ADJ-REJECTS.
029520     WRITE PAYROLL-REGISTER-LINE FROM PR-BAL-ADJ-LINE.
029530
029531     MOVE PR-OVP-BOOKED-COUNT  TO PR-BAL-OVP-BOOKED.
029533     MOVE PR-RUN-OVP-BOOKED    TO PR-BAL-OVP-BOOKED-AMT.
029535     MOVE PR-RUN-OVP-RECOVERED TO PR-BAL-OVP-RECOVERED.
029536     WRITE PAYROLL-REGISTER-LINE FROM PR-BAL-OVP-LINE.
029538
029540     IF PR-EMP-COUNT-DIFF = ZERO AND PR-HOURS-DIFF = ZERO
029550         MOVE 'IN BALANCE' TO PR-BAL-STATUS
029560     ELSE
029750     MOVE PR-RUN-FED-WH   TO CP-RUN-FED-WH.
029760     MOVE PR-RUN-FICA     TO CP-RUN-FICA.
029770     MOVE PR-RUN-MEDICARE TO CP-RUN-MEDICARE.
029775     MOVE PR-CYCLE-TYPE   TO CP-RUN-TYPE.
029780     OPEN OUTPUT CHECKPOINT-FILE.
029790     WRITE CHECKPOINT-RECORD.
029800     CLOSE CHECKPOINT-FILE.
029940     MOVE ZERO        TO CP-RUN-FED-WH.
029950     MOVE ZERO        TO CP-RUN-FICA.
029960     MOVE ZERO        TO CP-RUN-MEDICARE.
029965     MOVE SPACE       TO CP-RUN-TYPE.
029970     OPEN OUTPUT CHECKPOINT-FILE.
029980     WRITE CHECKPOINT-RECORD.
029990     CLOSE CHECKPOINT-FILE.
030300*****************************************************************
030310*  8300-MARK-CYCLE-COMPUTED - RECORD THIS CYCLE AS COMPUTED AND
030320*                             UNPAID.  CHECKPRT WILL ONLY START
030330*                             AGAINST A CYCLE IN THIS STATE.  THE
030332*                             GROUP'S RECORD IS ADDED ON ITS
030334*                             FIRST RUN AND REWRITTEN AFTER THAT.
030340*****************************************************************
030350 8300-MARK-CYCLE-COMPUTED.
030351     OPEN I-O PAY-CYCLE.
030352     IF PR-PAYCYCLE-STATUS = '35'
030353         OPEN OUTPUT PAY-CYCLE
030354         CLOSE PAY-CYCLE
030355         OPEN I-O PAY-CYCLE
030356     END-IF.
030357     MOVE PR-PAY-GROUP    TO PC-PAY-GROUP.
030358     MOVE PR-CYCLE-TYPE   TO PC-CYCLE-TYPE.
030360     MOVE PR-PERIOD-START TO PC-PERIOD-START.
030370     MOVE PR-PERIOD-END   TO PC-PERIOD-END.
030380     MOVE PR-RUN-SEQ      TO PC-RUN-SEQ.
030390     SET PC-COMPUTED      TO TRUE.
030400     MOVE PR-RUN-DATE     TO PC-RUN-DATE.
030405     MOVE PR-CHECK-DATE   TO PC-CHECK-DATE.
030420     WRITE PAY-CYCLE-RECORD
030422         INVALID KEY
030424             REWRITE PAY-CYCLE-RECORD
030426     END-WRITE.
030430     CLOSE PAY-CYCLE.
030440 8300-EXIT.
030450     EXIT.
030610     EXIT.
030620
030630*****************************************************************
030640*  8450-SWEEP-ONE-RETRO - A NEGATIVE RETRO FOR AN EMPLOYEE NOT
030642*                         PAID THIS RUN IS AN OVERPAYMENT AND
030644*                         IS BOOKED TO THE OVERPAYMENT MASTER
030646*                         FOR RECOVERY FROM A LATER CHECK.
030650*****************************************************************
030660 8450-SWEEP-ONE-RETRO.
030670     IF PR-RETRO-EMP-ID (PR-RETRO-IX) = SPACES
030700     MOVE PR-RETRO-EMP-ID (PR-RETRO-IX) TO PR-ERR-EMP-ID.
030710     MOVE SPACES TO PR-ERR-EMP-NAME.
030720     MOVE ZERO   TO PR-ERR-HOURS.
030721     MOVE 'RETRO NOT PAID - NO PAY THIS RUN' TO PR-ERR-REASON.
030723     IF PR-RETRO-AMOUNT (PR-RETRO-IX) < ZERO AND PR-OVPMAST-AVAIL
030725         MOVE PR-RETRO-EMP-ID (PR-RETRO-IX) TO PR-OVP-BK-EMP-ID
030726         MOVE 'R'           TO PR-OVP-BK-ORIGIN
030728         MOVE ZERO          TO PR-OVP-BK-CHECK-NO
030730         MOVE PR-PERIOD-END TO PR-OVP-BK-SOURCE-DATE
030731         COMPUTE PR-OVP-BK-AMOUNT =
030733             ZERO - PR-RETRO-AMOUNT (PR-RETRO-IX)
030735         PERFORM 2490-BOOK-OVERPAYMENT THRU 2490-EXIT
030736         MOVE 'NEGATIVE RETRO - TO RECEIVABLE' TO PR-ERR-REASON
030738     END-IF.
030740     WRITE ERROR-SUSPENSE-LINE FROM PR-ERR-DETAIL-LINE.
030750     ADD 1 TO PR-ERROR-COUNT.
030760 8450-EXIT.
030830*                           SUSPENSE, AND A PAY RUN THAT COMES
030840*                           AROUND BEFORE RETROPAY RECREATES
030850*                           THE FILE MUST NOT PAY LAST CYCLE'S
030860*                           RETRO A SECOND TIME.  THE ENTRIES
030862*                           HELD FOR OTHER PAY GROUPS ARE
030864*                           WRITTEN BACK FOR THEIR OWN RUNS.
030870*****************************************************************
030880 8500-CLEAR-RETRO-TRANS.
030890     IF NOT PR-RETRO-AVAIL
030900         GO TO 8500-EXIT
030910     END-IF.
030920     OPEN OUTPUT RETRO-TRANS.
030922     PERFORM 8510-WRITE-HELD-RETRO THRU 8510-EXIT
030924         VARYING PR-RETRO-IX FROM 1 BY 1
030926         UNTIL PR-RETRO-IX > PR-RETRO-HOLD-COUNT.
030930     CLOSE RETRO-TRANS.
030931     IF PR-RETRO-HOLD-COUNT > ZERO
030932         DISPLAY 'PAYROLL - ' PR-RETRO-HOLD-COUNT
030933             ' RETRO RECORDS KEPT FOR OTHER PAY GROUPS'
030934     END-IF.
030935 8500-EXIT.
030936     EXIT.
030937
030938*****************************************************************
030939*  8510-WRITE-HELD-RETRO
030940*****************************************************************
030941 8510-WRITE-HELD-RETRO.
030942     WRITE RETRO-TRANS-RECORD
030943         FROM PR-RETRO-HOLD-REC (PR-RETRO-IX).
030944 8510-EXIT.
030945     EXIT.
030946
030947*****************************************************************
030948*  8550-CARRY-SUPP-TRANS - THE SUPPLEMENTAL RUN COMPLETED, SO
030949*                          THE SUPPLEMENTAL FILE IS REWRITTEN
030950*                          FROM THE SORTED COPY WITH ONLY THE
030951*                          RECORDS FOR EMPLOYEES OF OTHER PAY
030952*                          GROUPS.  EVERYTHING FOR THIS GROUP
030953*                          WAS EITHER PAID OR SUSPENDED, AND
030954*                          SEPPAY AND THE BONUS DECK APPEND, SO
030955*                          A LATER RUN MUST NOT PAY IT AGAIN.
030956*****************************************************************
030957 8550-CARRY-SUPP-TRANS.
030958     CLOSE SUPP-TRANSACTION.
030959     OPEN INPUT SUPP-TRANSACTION.
030960     OPEN OUTPUT SUPP-TRANS-RAW.
030961     MOVE 'N' TO PR-EOF-SUPP-SW.
030962     PERFORM 5100-READ-SUPP-TRANS THRU 5100-EXIT.
030963     PERFORM 8560-CARRY-ONE-SUPP THRU 8560-EXIT
030964         UNTIL PR-EOF-SUPP.
030965     CLOSE SUPP-TRANSACTION.
030966     CLOSE SUPP-TRANS-RAW.
030967     IF PR-SUPP-CARRY-COUNT > ZERO
030968         DISPLAY 'PAYROLL - ' PR-SUPP-CARRY-COUNT
030969             ' SUPPLEMENTAL RECORDS KEPT FOR OTHER PAY GROUPS'
030970     END-IF.
030971 8550-EXIT.
030972     EXIT.
030973
030974*****************************************************************
030975*  8560-CARRY-ONE-SUPP - KEEP ONE RECORD IF ITS EMPLOYEE IS IN
030976*                       ANOTHER PAY GROUP.  AN EMPLOYEE NOT ON
030977*                       THE MASTER WAS SUSPENDED AND IS DROPPED.
030978*****************************************************************
030979 8560-CARRY-ONE-SUPP.
030980     MOVE ST-EMP-ID TO EM-EMP-ID.
030981     READ EMPLOYEE-MASTER
030982         INVALID KEY
030983             MOVE PR-PAY-GROUP TO PR-EMP-PAY-GROUP
030984         NOT INVALID KEY
030985             MOVE EM-PAY-GROUP TO PR-EMP-PAY-GROUP
030986     END-READ.
030987     IF PR-EMP-PAY-GROUP = SPACES
030988         MOVE 'WK' TO PR-EMP-PAY-GROUP
030989     END-IF.
030990     IF PR-EMP-PAY-GROUP NOT = PR-PAY-GROUP
030991         WRITE SUPP-TRANS-RAW-RECORD FROM SUPP-TRANS-RECORD
030992     END-IF.
030993     PERFORM 5100-READ-SUPP-TRANS THRU 5100-EXIT.
030994 8560-EXIT.
030995     EXIT.
030996
030997*****************************************************************
030998*  9000-TERMINATE - PRINT THE BALANCING REPORT, CLOSE FILES
030999*****************************************************************
031000 9000-TERMINATE.
031010     PERFORM 8400-SWEEP-UNPAID-RETRO THRU 8400-EXIT.
031020     PERFORM 8000-BALANCE-RUN     THRU 8000-EXIT.
031040     PERFORM 8300-MARK-CYCLE-COMPUTED THRU 8300-EXIT.
031050     PERFORM 8150-CLEAR-CHECKPOINT THRU 8150-EXIT.
031060     PERFORM 8500-CLEAR-RETRO-TRANS THRU 8500-EXIT.
031062     IF PR-SUPPLEMENTAL-RUN
031064         PERFORM 8550-CARRY-SUPP-TRANS THRU 8550-EXIT
031066     END-IF.
031070
031080     CLOSE EMPLOYEE-MASTER.
031082     IF NOT PR-SUPPLEMENTAL-RUN
031088         CLOSE HOURS-TRANSACTION
031090         CLOSE LEAVE-MASTER
031092         CLOSE LEAVE-REPORT
031094     END-IF.
031100     CLOSE PAYROLL-REGISTER.
031110     CLOSE YTD-MASTER.
031120     CLOSE ERROR-SUSPENSE.
031150     IF PR-DEDMAST-AVAIL
031160         CLOSE DEDUCTION-MASTER
031170     END-IF.
031172     IF PR-OVPMAST-AVAIL
031174         CLOSE OVERPAYMENT-MASTER
031176     END-IF.
031180     CLOSE PAY-HISTORY.
031200     IF PR-DEPTMAST-AVAIL
031210         CLOSE DEPARTMENT-MASTER
031220     END-IF.
031222     IF PR-JOBMAST-AVAIL
031224         CLOSE JOB-MASTER
031226     END-IF.
031228     IF PR-CERTHRS-OPEN
031230         CLOSE CERTIFIED-HOURS
031232     END-IF.
031240     IF PR-ADJ-AVAIL
031250         CLOSE ADJUSTMENT-TRANS
031260     END-IF.
