000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CERTPAY.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : CERTPAY
000090*  DESCRIPTION  : WEEKLY CERTIFIED PAYROLL REPORT FOR PREVAILING-
000100*                 WAGE GOVERNMENT CONTRACTS, IN THE LAYOUT OF
000110*                 FORM WH-347.  READS THE CERTIFIED-PAYROLL HOURS
000120*                 FILE (CERTHRS) THAT EACH REGULAR PAYROLL RUN
000130*                 APPENDS TO FOR THE JOBS FLAGGED CERTIFIED ON THE
000140*                 JOB MASTER, SORTS IT BY JOB, WEEK ENDING AND
000150*                 EMPLOYEE, AND PRINTS ONE PAYROLL PER JOB AND
000160*                 WORKWEEK - CONTRACTOR AND PROJECT HEADINGS, TWO
000170*                 LINES PER EMPLOYEE (STRAIGHT TIME AND OVERTIME)
000180*                 WITH THE DAILY HOURS, RATES, GROSS FOR THE
000190*                 PROJECT AND FOR ALL WORK, DEDUCTIONS AND NET
000200*                 WAGES, THE PAYROLL TOTALS, AND THE STATEMENT OF
000210*                 COMPLIANCE FOR SIGNATURE.  EACH JOB'S PAYROLL
000220*                 NUMBER IS KEPT ON THE JOB MASTER AND STEPPED BY
000230*                 ONE FOR EVERY PAYROLL PRINTED.  THE CONTRACTOR
000240*                 NAME, ADDRESS AND EIN COME FROM THE W2-CONTROL
000250*                 PARAMETER FILE (W2CTL.CPY).  ONCE THE REPORT IS
000260*                 PRINTED THE HOURS FILE IS EMPTIED, SO EACH WEEK
000270*                 IS REPORTED ONCE - RUN AFTER EVERY REGULAR
000280*                 PAYROLL THAT PAID CERTIFIED WORK.  WORKWEEKS
000290*                 RUN FROM THE PAY GROUP'S WORKWEEK START, SO A
000300*                 WEEK SPLIT BY A PERIOD END IS REPORTED ON THE
000310*                 PAYROLL FOR EACH PERIOD WITH THE DAYS WORKED
000320*                 IN THAT PERIOD, UNDER THE SAME WEEK ENDING.
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE        INIT  DESCRIPTION
000360*  ----------  ----  ------------------------------------------
000370*  2026-10-15  RTS   ORIGINAL VERSION.
000380*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-Z.
000430 OBJECT-COMPUTER. IBM-Z.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CERTIFIED-HOURS   ASSIGN TO "CERTHRS"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS CY-CERTHRS-STATUS.
000500
000510     SELECT CERT-DETAIL       ASSIGN TO "CPWORK"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CY-CPWORK-STATUS.
000540
000550     SELECT SORT-WORK-FILE    ASSIGN TO "CPSORT".
000560
000570     SELECT JOB-MASTER        ASSIGN TO "JOBMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS JB-JOB-NUMBER
000610         FILE STATUS IS CY-JOBMAST-STATUS.
000620
000630     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS EM-EMP-ID
000670         FILE STATUS IS CY-EMPMAST-STATUS.
000680
000690     SELECT W2-CONTROL        ASSIGN TO "W2CTL"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS CY-W2CTL-STATUS.
000720
000730     SELECT CERT-REPORT       ASSIGN TO "CERTRPT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS CY-REPORT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*      THE UNSORTED HOURS AS PAYROLL APPENDED THEM - CERTHRS.CPY
000800*      LAYOUT, READ ONLY BY THE SORT
000810 FD  CERTIFIED-HOURS
000820     LABEL RECORDS ARE STANDARD.
000830 01  CERTIFIED-HOURS-IN         PIC X(187).
000840
000850 FD  CERT-DETAIL
000860     LABEL RECORDS ARE STANDARD.
000870     COPY CERTHRS.
000880
000890 SD  SORT-WORK-FILE.
000900 01  CY-SORT-RECORD.
000910     05  CS-JOB-NUMBER          PIC X(06).
000920     05  CS-WEEK-ENDING         PIC 9(8).
000930     05  CS-EMP-ID              PIC X(05).
000940     05  FILLER                 PIC X(168).
000950
000960 FD  JOB-MASTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY JOBMAST.
000990
001000 FD  EMPLOYEE-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY EMPMAST.
001030
001040 FD  W2-CONTROL
001050     LABEL RECORDS ARE STANDARD.
001060     COPY W2CTL.
001070
001080 FD  CERT-REPORT
001090     LABEL RECORDS ARE OMITTED
001100     RECORDING MODE IS F.
001110 01  CERT-REPORT-LINE           PIC X(132).
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150*  FILE STATUS AND SWITCHES
001160*----------------------------------------------------------------
001170 77  CY-CERTHRS-STATUS          PIC X(02) VALUE '00'.
001180 77  CY-CPWORK-STATUS           PIC X(02) VALUE '00'.
001190 77  CY-JOBMAST-STATUS          PIC X(02) VALUE '00'.
001200 77  CY-EMPMAST-STATUS          PIC X(02) VALUE '00'.
001210 77  CY-W2CTL-STATUS            PIC X(02) VALUE '00'.
001220 77  CY-REPORT-STATUS           PIC X(02) VALUE '00'.
001230
001240 77  CY-EOF-SW                  PIC X(01) VALUE 'N'.
001250     88  CY-EOF                            VALUE 'Y'.
001260
001270 77  CY-PAYROLL-OPEN-SW         PIC X(01) VALUE 'N'.
001280     88  CY-PAYROLL-OPEN                   VALUE 'Y'.
001290
001300 77  CY-JOB-FOUND-SW            PIC X(01) VALUE 'N'.
001310     88  CY-JOB-FOUND                      VALUE 'Y'.
001320     88  CY-JOB-NOT-FOUND                  VALUE 'N'.
001330
001340 77  CY-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
001350     88  CY-EMP-FOUND                      VALUE 'Y'.
001360     88  CY-EMP-NOT-FOUND                  VALUE 'N'.
001370
001380 77  CY-RUN-DATE                PIC 9(8)  VALUE ZERO.
001390
001400*----------------------------------------------------------------
001410*  CONTROL-BREAK KEYS - ONE PAYROLL PER JOB AND WEEK ENDING
001420*----------------------------------------------------------------
001430 77  CY-PREV-JOB                PIC X(06) VALUE SPACES.
001440 77  CY-PREV-WEEK-ENDING        PIC 9(8)  VALUE ZERO.
001450 77  CY-PREV-WEEK-START         PIC 9(8)  VALUE ZERO.
001460
001470*----------------------------------------------------------------
001480*  PAYROLL AND RUN TOTALS
001490*----------------------------------------------------------------
001500 77  CY-PAY-EMP-COUNT           PIC 9(5) COMP VALUE ZERO.
001510 77  CY-PAY-ST-HOURS            PIC 9(5)V99 VALUE ZERO.
001520 77  CY-PAY-OT-HOURS            PIC 9(5)V99 VALUE ZERO.
001530 77  CY-PAY-PROJECT-GROSS       PIC 9(9)V99 VALUE ZERO.
001540 77  CY-PAY-GROSS-ALL-WORK      PIC 9(9)V99 VALUE ZERO.
001550 77  CY-PAY-DEDUCTIONS          PIC 9(9)V99 VALUE ZERO.
001560 77  CY-PAY-NET-PAY             PIC 9(9)V99 VALUE ZERO.
001570 77  CY-PAYROLL-COUNT           PIC 9(5) COMP VALUE ZERO.
001580 77  CY-ENTRY-COUNT             PIC 9(7) COMP VALUE ZERO.
001590 77  CY-EMP-DEDUCTIONS          PIC 9(7)V99 VALUE ZERO.
001600
001610*----------------------------------------------------------------
001620*  DATE WORK - THE DAY HEADINGS STEP ONE CALENDAR DAY AT A TIME
001630*  FROM THE WEEK START
001640*----------------------------------------------------------------
001650 77  CY-DAY-IX                  PIC 9(02) COMP VALUE ZERO.
001660 77  CY-STMT-IX                 PIC 9(02) COMP VALUE ZERO.
001670 77  CY-DIM                     PIC 9(02) COMP VALUE ZERO.
001680 77  CY-DN-QUOTIENT             PIC 9(4) COMP VALUE ZERO.
001690 77  CY-DN-REM-4                PIC 9(4) COMP VALUE ZERO.
001700 77  CY-DN-REM-100              PIC 9(4) COMP VALUE ZERO.
001710 77  CY-DN-REM-400              PIC 9(4) COMP VALUE ZERO.
001720 01  CY-DN-DATE.
001730     05  CY-DN-YEAR             PIC 9(4).
001740     05  CY-DN-MONTH            PIC 9(2).
001750     05  CY-DN-DAY              PIC 9(2).
001760 01  CY-CUM-DAYS-VALUES.
001770     05  FILLER                 PIC X(36) VALUE
001780         '000031059090120151181212243273304334'.
001790 01  CY-CUM-DAYS-TABLE REDEFINES CY-CUM-DAYS-VALUES.
001800     05  CY-CUM-DAYS            PIC 9(3) OCCURS 12 TIMES.
001810
001820*      PRINTED DATES ARE MM/DD/YYYY
001830 01  CY-DATE-WORK.
001840     05  CY-DW-YEAR             PIC 9(4).
001850     05  CY-DW-MONTH            PIC 9(2).
001860     05  CY-DW-DAY              PIC 9(2).
001870 01  CY-DATE-EDIT.
001880     05  CY-DE-MONTH            PIC 9(2).
001890     05  FILLER                 PIC X(01) VALUE '/'.
001900     05  CY-DE-DAY              PIC 9(2).
001910     05  FILLER                 PIC X(01) VALUE '/'.
001920     05  CY-DE-YEAR             PIC 9(4).
001930
001940*      ONLY THE LAST FOUR DIGITS OF THE SSN ARE PRINTED
001950 01  CY-SSN-WORK.
001960     05  FILLER                 PIC 9(5).
001970     05  CY-SSN-LAST-FOUR       PIC 9(4).
001980 01  CY-EIN-WORK.
001990     05  CY-EIN-PREFIX          PIC 9(2).
002000     05  CY-EIN-SERIAL          PIC 9(7).
002010 77  CY-ALLOWANCES-ED           PIC Z9.
002020
002030*----------------------------------------------------------------
002040*  REPORT LINES
002050*----------------------------------------------------------------
002060 01  CY-TITLE-LINE.
002070     05  FILLER  PIC X(40) VALUE
002080         'CERTIFIED PAYROLL - FORM WH-347 LAYOUT'.
002090     05  FILLER  PIC X(12) VALUE 'PAYROLL NO.'.
002100     05  CY-HDG-PAYROLL-NO      PIC ZZZ9.
002110     05  FILLER  PIC X(20) VALUE '   FOR WEEK ENDING'.
002120     05  CY-HDG-WEEK-ENDING     PIC X(10).
002130     05  FILLER  PIC X(12) VALUE '   RUN DATE'.
002140     05  CY-HDG-RUN-DATE        PIC 9(8).
002150
002160 01  CY-CONTRACTOR-LINE.
002170     05  FILLER  PIC X(24) VALUE 'NAME OF CONTRACTOR:'.
002180     05  CY-HDG-COMPANY-NAME    PIC X(30).
002190     05  FILLER  PIC X(08) VALUE '   EIN'.
002200     05  CY-HDG-EIN-PREFIX      PIC 9(2).
002210     05  FILLER  PIC X(01) VALUE '-'.
002220     05  CY-HDG-EIN-SERIAL      PIC 9(7).
002230
002240 01  CY-ADDRESS-LINE.
002250     05  FILLER  PIC X(24) VALUE 'ADDRESS:'.
002260     05  CY-HDG-ADDRESS         PIC X(30).
002270     05  FILLER  PIC X(02) VALUE SPACES.
002280     05  CY-HDG-CITY-ST-ZIP     PIC X(30).
002290
002300 01  CY-PROJECT-LINE.
002310     05  FILLER  PIC X(24) VALUE 'PROJECT AND LOCATION:'.
002320     05  CY-HDG-PROJECT         PIC X(30).
002330     05  FILLER  PIC X(02) VALUE SPACES.
002340     05  CY-HDG-LOCATION        PIC X(30).
002350
002360 01  CY-CONTRACT-LINE.
002370     05  FILLER  PIC X(24) VALUE 'PROJECT OR CONTRACT NO:'.
002380     05  CY-HDG-CONTRACT-NO     PIC X(15).
002390     05  FILLER  PIC X(07) VALUE '   JOB'.
002400     05  CY-HDG-JOB-NUMBER      PIC X(06).
002410     05  FILLER  PIC X(25) VALUE '   WORK CLASSIFICATION:'.
002420     05  CY-HDG-WORK-CLASS      PIC X(15).
002430
002440 01  CY-NO-JOB-LINE.
002450     05  FILLER  PIC X(50) VALUE
002460         '*** JOB NOT ON JOB MASTER - PROJECT NOT IDENTIFIED'.
002470
002480*      COLUMN HEADINGS LINE UP WITH CY-DETAIL-LINE.  THE SEVEN DAY
002490*      COLUMNS CARRY THE CALENDAR DATE OF EACH DAY OF THE WEEK.
002500 01  CY-COLUMN-LINE-1.
002510     05  FILLER  PIC X(27) VALUE 'NAME'.
002520     05  FILLER  PIC X(04) VALUE 'W-4'.
002530     05  FILLER  PIC X(02) VALUE 'S'.
002540     05  CY-HDG-DAY-ENTRY       OCCURS 7 TIMES.
002550         10  CY-HDG-DAY-MONTH   PIC 9(2).
002560         10  FILLER             PIC X(01) VALUE '/'.
002570         10  CY-HDG-DAY-DAY     PIC 9(2).
002580         10  FILLER             PIC X(01) VALUE SPACE.
002590     05  FILLER  PIC X(07) VALUE ' TOTAL'.
002600     05  FILLER  PIC X(08) VALUE '   RATE'.
002610     05  FILLER  PIC X(10) VALUE '  PROJECT'.
002620     05  FILLER  PIC X(08) VALUE '   FICA'.
002630     05  FILLER  PIC X(08) VALUE 'WITHHLD'.
002640     05  FILLER  PIC X(08) VALUE '  OTHER'.
002650     05  FILLER  PIC X(08) VALUE '     NET'.
002660
002670 01  CY-COLUMN-LINE-2.
002680     05  FILLER  PIC X(27) VALUE 'LAST FOUR OF SSN'.
002690     05  FILLER  PIC X(04) VALUE 'EX'.
002700     05  FILLER  PIC X(02) VALUE 'O'.
002710     05  FILLER  PIC X(42) VALUE
002720         '------- HOURS WORKED EACH DAY -------'.
002730     05  FILLER  PIC X(07) VALUE ' HOURS'.
002740     05  FILLER  PIC X(08) VALUE ' OF PAY'.
002750     05  FILLER  PIC X(10) VALUE ' ALL WORK'.
002760     05  FILLER  PIC X(16) VALUE SPACES.
002770     05  FILLER  PIC X(08) VALUE 'TOT DED'.
002780     05  FILLER  PIC X(08) VALUE '   WAGES'.
002790
002800*      ONE LAYOUT FOR BOTH ROWS OF AN EMPLOYEE - THE STRAIGHT-
002810*      TIME ROW CARRIES THE DAYS, PROJECT GROSS AND DEDUCTIONS,
002820*      THE OVERTIME ROW THE GROSS FOR ALL WORK AND TOTAL
002830*      DEDUCTIONS
002840 01  CY-DETAIL-LINE.
002850     05  CY-DTL-NAME-ID         PIC X(26).
002860     05  FILLER                 PIC X(01) VALUE SPACES.
002870     05  CY-DTL-ALLOWANCES      PIC X(02).
002880     05  FILLER                 PIC X(02) VALUE SPACES.
002890     05  CY-DTL-HOURS-TYPE      PIC X(01).
002900     05  FILLER                 PIC X(01) VALUE SPACES.
002910     05  CY-DTL-DAY-ENTRY       OCCURS 7 TIMES.
002920         10  CY-DTL-DAY-HOURS   PIC ZZ.99 BLANK WHEN ZERO.
002930         10  FILLER             PIC X(01).
002940     05  CY-DTL-HOURS           PIC ZZ9.99.
002950     05  FILLER                 PIC X(01) VALUE SPACES.
002960     05  CY-DTL-RATE            PIC ZZZ9.99 BLANK WHEN ZERO.
002970     05  FILLER                 PIC X(01) VALUE SPACES.
002980     05  CY-DTL-GROSS           PIC Z(5)9.99 BLANK WHEN ZERO.
002990     05  FILLER                 PIC X(01) VALUE SPACES.
003000     05  CY-DTL-FICA            PIC ZZZ9.99 BLANK WHEN ZERO.
003010     05  FILLER                 PIC X(01) VALUE SPACES.
003020     05  CY-DTL-WITHHOLDING     PIC ZZZ9.99 BLANK WHEN ZERO.
003030     05  FILLER                 PIC X(01) VALUE SPACES.
003040     05  CY-DTL-OTHER           PIC ZZZ9.99 BLANK WHEN ZERO.
003050     05  FILLER                 PIC X(01) VALUE SPACES.
003060     05  CY-DTL-NET-PAY         PIC Z(4)9.99 BLANK WHEN ZERO.
003070
003080 01  CY-SSN-DISPLAY.
003090     05  FILLER                 PIC X(07) VALUE 'XXX-XX-'.
003100     05  CY-SSN-DSP-LAST-FOUR   PIC 9(4).
003110     05  FILLER                 PIC X(02) VALUE SPACES.
003120     05  CY-SSN-DSP-EMP-ID      PIC X(05).
003130
003140 01  CY-PAY-TOTAL-LINE-1.
003150     05  FILLER  PIC X(16) VALUE 'PAYROLL TOTALS'.
003160     05  FILLER  PIC X(10) VALUE 'EMPLOYEES'.
003170     05  CY-TOT-EMP-COUNT       PIC ZZZZ9.
003180     05  FILLER  PIC X(12) VALUE '   ST HOURS'.
003190     05  CY-TOT-ST-HOURS        PIC ZZZZ9.99.
003200     05  FILLER  PIC X(12) VALUE '   OT HOURS'.
003210     05  CY-TOT-OT-HOURS        PIC ZZZZ9.99.
003220     05  FILLER  PIC X(17) VALUE '   PROJECT GROSS'.
003230     05  CY-TOT-PROJECT-GROSS   PIC Z(8)9.99.
003240
003250 01  CY-PAY-TOTAL-LINE-2.
003260     05  FILLER  PIC X(16) VALUE SPACES.
003270     05  FILLER  PIC X(16) VALUE 'GROSS ALL WORK'.
003280     05  CY-TOT-GROSS-ALL-WORK  PIC Z(8)9.99.
003290     05  FILLER  PIC X(14) VALUE '   DEDUCTIONS'.
003300     05  CY-TOT-DEDUCTIONS      PIC Z(8)9.99.
003310     05  FILLER  PIC X(13) VALUE '   NET WAGES'.
003320     05  CY-TOT-NET-PAY         PIC Z(8)9.99.
003330
003340 01  CY-NOTE-LINE-1.
003350     05  FILLER  PIC X(50) VALUE
003360         'DAILY HOURS INCLUDE OVERTIME - OVERTIME IS FIGURED'.
003370     05  FILLER  PIC X(50) VALUE
003380         ' ON THE WORKWEEK AND SHARED TO EACH JOB BY HOURS'.
003390 01  CY-NOTE-LINE-2.
003400     05  FILLER  PIC X(50) VALUE
003410         'GROSS FOR ALL WORK, DEDUCTIONS AND NET WAGES ARE'.
003420     05  FILLER  PIC X(50) VALUE
003430         ' THE CHECK, SHOWN ON THE LAST WORKWEEK OF ITS'.
003440     05  FILLER  PIC X(12) VALUE ' PAY PERIOD'.
003450
003460*----------------------------------------------------------------
003470*  STATEMENT OF COMPLIANCE - THE LINES NAMING THE CONTRACTOR,
003480*  PROJECT AND PERIOD ARE FILLED IN, THE REST IS FIXED TEXT
003490*----------------------------------------------------------------
003500 01  CY-STMT-TITLE-LINE.
003510     05  FILLER  PIC X(30) VALUE 'STATEMENT OF COMPLIANCE'.
003520 01  CY-STMT-SIGNER-LINE.
003530     05  FILLER  PIC X(60) VALUE
003540         'DATE __________   I, ______________________________'.
003550     05  FILLER  PIC X(30) VALUE '______________________________'.
003560 01  CY-STMT-TITLES-LINE.
003570     05  FILLER  PIC X(60) VALUE
003580         '                      (NAME OF SIGNATORY PARTY)'.
003590     05  FILLER  PIC X(30) VALUE '           (TITLE)'.
003600 01  CY-STMT-STATE-LINE.
003610     05  FILLER  PIC X(16) VALUE 'DO HEREBY STATE:'.
003620 01  CY-STMT-LINE-1.
003630     05  FILLER  PIC X(60) VALUE
003640         '(1) THAT I PAY OR SUPERVISE THE PAYMENT OF THE PERSONS'.
003650 01  CY-STMT-LINE-2.
003660     05  FILLER  PIC X(16) VALUE '    EMPLOYED BY'.
003670     05  CY-STMT-COMPANY-NAME   PIC X(30).
003680     05  FILLER  PIC X(08) VALUE ' ON THE'.
003690     05  CY-STMT-PROJECT        PIC X(30).
003700     05  FILLER  PIC X(01) VALUE ';'.
003710 01  CY-STMT-LINE-3.
003720     05  FILLER  PIC X(48) VALUE
003730         '    THAT DURING THE PAYROLL PERIOD COMMENCING ON'.
003740     05  CY-STMT-WEEK-START     PIC X(10).
003750     05  FILLER  PIC X(12) VALUE ' AND ENDING'.
003760     05  CY-STMT-WEEK-ENDING    PIC X(10).
003770     05  FILLER  PIC X(01) VALUE ','.
003780 01  CY-STMT-TEXT-VALUES.
003790     05  FILLER                 PIC X(60) VALUE
003800     '    ALL PERSONS EMPLOYED ON SAID PROJECT HAVE BEEN PAID'.
003810     05  FILLER                 PIC X(60) VALUE
003820     '    THE FULL WEEKLY WAGES EARNED, THAT NO REBATES HAVE'.
003830     05  FILLER                 PIC X(60) VALUE
003840     '    BEEN OR WILL BE MADE EITHER DIRECTLY OR INDIRECTLY TO'.
003850     05  FILLER                 PIC X(60) VALUE
003860     '    OR ON BEHALF OF SAID CONTRACTOR FROM THE FULL WEEKLY'.
003870     05  FILLER                 PIC X(60) VALUE
003880     '    WAGES EARNED BY ANY PERSON, AND THAT NO DEDUCTIONS'.
003890     05  FILLER                 PIC X(60) VALUE
003900     '    HAVE BEEN MADE EITHER DIRECTLY OR INDIRECTLY FROM THE'.
003910     05  FILLER                 PIC X(60) VALUE
003920     '    FULL WAGES EARNED BY ANY PERSON, OTHER THAN'.
003930     05  FILLER                 PIC X(60) VALUE
003940     '    PERMISSIBLE DEDUCTIONS AS DEFINED IN REGULATIONS, PART'.
003950     05  FILLER                 PIC X(60) VALUE
003960     '    3 (29 C.F.R. SUBTITLE A), ISSUED UNDER THE COPELAND'.
003970     05  FILLER                 PIC X(60) VALUE
003980     '    ACT, AS AMENDED.'.
003990     05  FILLER                 PIC X(60) VALUE
004000     '(2) THAT ANY PAYROLLS OTHERWISE UNDER THIS CONTRACT'.
004010     05  FILLER                 PIC X(60) VALUE
004020     '    REQUIRED TO BE SUBMITTED FOR THE ABOVE PERIOD ARE'.
004030     05  FILLER                 PIC X(60) VALUE
004040     '    CORRECT AND COMPLETE, THAT THE WAGE RATES FOR LABORERS'.
004050     05  FILLER                 PIC X(60) VALUE
004060     '    OR MECHANICS CONTAINED THEREIN ARE NOT LESS THAN THE'.
004070     05  FILLER                 PIC X(60) VALUE
004080     '    APPLICABLE WAGE RATES CONTAINED IN ANY WAGE'.
004090     05  FILLER                 PIC X(60) VALUE
004100     '    DETERMINATION INCORPORATED INTO THE CONTRACT, AND THAT'.
004110     05  FILLER                 PIC X(60) VALUE
004120     '    THE CLASSIFICATIONS SET FORTH THEREIN CONFORM WITH THE'.
004130     05  FILLER                 PIC X(60) VALUE
004140     '    WORK PERFORMED.'.
004150     05  FILLER                 PIC X(60) VALUE
004160     '(3) THAT ANY APPRENTICES EMPLOYED IN THE ABOVE PERIOD ARE'.
004170     05  FILLER                 PIC X(60) VALUE
004180     '    DULY REGISTERED IN A BONA FIDE APPRENTICESHIP PROGRAM'.
004190     05  FILLER                 PIC X(60) VALUE
004200     '    REGISTERED WITH A STATE APPRENTICESHIP AGENCY OR THE'.
004210     05  FILLER                 PIC X(60) VALUE
004220     '    OFFICE OF APPRENTICESHIP, U.S. DEPARTMENT OF LABOR.'.
004230     05  FILLER                 PIC X(60) VALUE
004240     '(4) FRINGE BENEFITS  [ ] PAID TO APPROVED PLANS, FUNDS OR'.
004250     05  FILLER                 PIC X(60) VALUE
004260     '    PROGRAMS   [ ] PAID IN CASH   EXCEPTIONS (EXPLAIN):'.
004270     05  FILLER                 PIC X(60) VALUE
004280     'REMARKS: ________________________________________________'.
004290     05  FILLER                 PIC X(60) VALUE
004300     'NAME AND TITLE: _________________________________________'.
004310     05  FILLER                 PIC X(60) VALUE
004320     'SIGNATURE: _____________________________________________'.
004330     05  FILLER                 PIC X(60) VALUE
004340     'THE WILLFUL FALSIFICATION OF ANY OF THE ABOVE STATEMENTS'.
004350     05  FILLER                 PIC X(60) VALUE
004360     'MAY SUBJECT THE CONTRACTOR OR SUBCONTRACTOR TO CIVIL OR'.
004370     05  FILLER                 PIC X(60) VALUE
004380     'CRIMINAL PROSECUTION - SEE 18 U.S.C. 1001, 31 U.S.C. 231.'.
004390 01  CY-STMT-TEXT-TABLE REDEFINES CY-STMT-TEXT-VALUES.
004400     05  CY-STMT-TEXT           PIC X(60) OCCURS 30 TIMES.
004410 01  CY-STMT-TEXT-LINE.
004420     05  CY-STMT-TEXT-OUT       PIC X(60).
004430
004440 01  CY-RUN-TOTAL-LINE.
004450     05  FILLER  PIC X(28) VALUE 'CERTIFIED PAYROLLS PRINTED:'.
004460     05  CY-RUN-PAYROLL-COUNT   PIC ZZZZ9.
004470     05  FILLER  PIC X(21) VALUE '   EMPLOYEE ENTRIES:'.
004480     05  CY-RUN-ENTRY-COUNT     PIC Z(6)9.
004490
004500 01  CY-NONE-LINE.
004510     05  FILLER  PIC X(40) VALUE
004520         'NO CERTIFIED PAYROLL HOURS TO REPORT'.
004530
004540 01  CY-BLANK-LINE              PIC X(01) VALUE SPACE.
004550
004560 PROCEDURE DIVISION.
004570*****************************************************************
004580*  0000-MAINLINE
004590*****************************************************************
004600 0000-MAINLINE.
004610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004620     PERFORM 2000-PROCESS-CERT-HOURS THRU 2000-EXIT
004630         UNTIL CY-EOF.
004640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004650     STOP RUN.
004660
004670*****************************************************************
004680*  1000-INITIALIZE - READ THE CONTROL RECORD, SORT THE HOURS INTO
004690*                    JOB / WEEK / EMPLOYEE SEQUENCE, OPEN FILES
004700*****************************************************************
004710 1000-INITIALIZE.
004720     ACCEPT CY-RUN-DATE FROM DATE YYYYMMDD.
004730     PERFORM 1100-READ-W2-CONTROL THRU 1100-EXIT.
004740
004750     SORT SORT-WORK-FILE
004760         ON ASCENDING KEY CS-JOB-NUMBER
004770                          CS-WEEK-ENDING
004780                          CS-EMP-ID
004790         USING CERTIFIED-HOURS
004800         GIVING CERT-DETAIL.
004810     OPEN INPUT CERT-DETAIL.
004820
004830     OPEN I-O   JOB-MASTER.
004840     IF CY-JOBMAST-STATUS NOT = '00'
004850         DISPLAY 'CERTPAY - JOB MASTER OPEN FAILED, STATUS '
004860             CY-JOBMAST-STATUS
004870         STOP RUN
004880     END-IF.
004890     OPEN INPUT EMPLOYEE-MASTER.
004900     IF CY-EMPMAST-STATUS NOT = '00'
004910         DISPLAY 'CERTPAY - EMPLOYEE MASTER OPEN FAILED, STATUS '
004920             CY-EMPMAST-STATUS
004930         STOP RUN
004940     END-IF.
004950     OPEN OUTPUT CERT-REPORT.
004960
004970     MOVE WC-EIN TO CY-EIN-WORK.
004980     PERFORM 2100-READ-CERT-DETAIL THRU 2100-EXIT.
004990     IF CY-EOF
005000         WRITE CERT-REPORT-LINE FROM CY-NONE-LINE
005010     END-IF.
005020 1000-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*  1100-READ-W2-CONTROL - THE CONTRACTOR NAME, ADDRESS AND EIN
005070*                         HEAD EVERY PAYROLL AND CANNOT BE
005080*                         DEFAULTED
005090*****************************************************************
005100 1100-READ-W2-CONTROL.
005110     OPEN INPUT W2-CONTROL.
005120     IF CY-W2CTL-STATUS NOT = '00'
005130         DISPLAY 'CERTPAY - W2-CONTROL FILE NOT AVAILABLE - '
005140             'STATUS ' CY-W2CTL-STATUS
005150         STOP RUN
005160     END-IF.
005170     READ W2-CONTROL
005180         AT END
005190             DISPLAY 'CERTPAY - W2-CONTROL FILE IS EMPTY'
005200             STOP RUN
005210     END-READ.
005220     CLOSE W2-CONTROL.
005230 1100-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270*  2000-PROCESS-CERT-HOURS - ONE EMPLOYEE'S WEEK ON ONE JOB PER
005280*                            PASS.  A NEW JOB OR WEEK ENDING ENDS
005290*                            THE PAYROLL IN PROGRESS AND STARTS
005300*                            THE NEXT.
005310*****************************************************************
005320 2000-PROCESS-CERT-HOURS.
005330     IF CT-JOB-NUMBER NOT = CY-PREV-JOB
005340             OR CT-WEEK-ENDING NOT = CY-PREV-WEEK-ENDING
005350         IF CY-PAYROLL-OPEN
005360             PERFORM 3000-END-PAYROLL THRU 3000-EXIT
005370         END-IF
005380         PERFORM 2200-START-PAYROLL THRU 2200-EXIT
005390     END-IF.
005400     PERFORM 2400-LOOKUP-EMPLOYEE THRU 2400-EXIT.
005410     PERFORM 2500-PRINT-EMPLOYEE THRU 2500-EXIT.
005420     PERFORM 2100-READ-CERT-DETAIL THRU 2100-EXIT.
005430 2000-EXIT.
005440     EXIT.
005450
005460*****************************************************************
005470*  2100-READ-CERT-DETAIL
005480*****************************************************************
005490 2100-READ-CERT-DETAIL.
005500     READ CERT-DETAIL
005510         AT END
005520             SET CY-EOF TO TRUE
005530     END-READ.
005540     IF CY-CPWORK-STATUS NOT = '00'
005550         SET CY-EOF TO TRUE
005560     END-IF.
005570 2100-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*  2200-START-PAYROLL - STEP THE JOB'S PAYROLL NUMBER, RECORD THE
005620*                       WEEK ON THE JOB MASTER, AND PRINT THE
005630*                       CONTRACTOR, PROJECT AND COLUMN HEADINGS
005640*****************************************************************
005650 2200-START-PAYROLL.
005660     MOVE CT-JOB-NUMBER  TO CY-PREV-JOB.
005670     MOVE CT-WEEK-ENDING TO CY-PREV-WEEK-ENDING.
005680     MOVE CT-WEEK-START  TO CY-PREV-WEEK-START.
005690     SET CY-PAYROLL-OPEN TO TRUE.
005700     ADD 1 TO CY-PAYROLL-COUNT.
005710     MOVE ZERO TO CY-PAY-EMP-COUNT CY-PAY-ST-HOURS CY-PAY-OT-HOURS
005720                  CY-PAY-PROJECT-GROSS CY-PAY-GROSS-ALL-WORK
005730                  CY-PAY-DEDUCTIONS CY-PAY-NET-PAY.
005740
005750     MOVE CT-JOB-NUMBER TO JB-JOB-NUMBER.
005760     READ JOB-MASTER
005770         INVALID KEY
005780             SET CY-JOB-NOT-FOUND TO TRUE
005790         NOT INVALID KEY
005800             SET CY-JOB-FOUND TO TRUE
005810     END-READ.
005820     IF CY-JOB-FOUND
005830         ADD 1 TO JB-LAST-PAYROLL-NO
005840         MOVE CT-WEEK-ENDING TO JB-LAST-WEEK-ENDING
005850         REWRITE JOB-MASTER-RECORD
005860         IF CY-JOBMAST-STATUS NOT = '00'
005870             DISPLAY 'CERTPAY - JOB MASTER REWRITE FAILED FOR '
005880                 JB-JOB-NUMBER ' STATUS ' CY-JOBMAST-STATUS
005890         END-IF
005900         MOVE JB-LAST-PAYROLL-NO TO CY-HDG-PAYROLL-NO
005910         MOVE JB-DESCRIPTION     TO CY-HDG-PROJECT
005920         MOVE JB-LOCATION        TO CY-HDG-LOCATION
005930         MOVE JB-CONTRACT-NUMBER TO CY-HDG-CONTRACT-NO
005940         MOVE JB-WORK-CLASS      TO CY-HDG-WORK-CLASS
005950     ELSE
005960         MOVE ZERO   TO CY-HDG-PAYROLL-NO
005970         MOVE SPACES TO CY-HDG-PROJECT CY-HDG-LOCATION
005980                        CY-HDG-CONTRACT-NO CY-HDG-WORK-CLASS
005990     END-IF.
006000     MOVE CT-JOB-NUMBER TO CY-HDG-JOB-NUMBER.
006010
006020     MOVE CT-WEEK-ENDING TO CY-DATE-WORK.
006030     PERFORM 2700-EDIT-DATE THRU 2700-EXIT.
006040     MOVE CY-DATE-EDIT    TO CY-HDG-WEEK-ENDING.
006050     MOVE CY-RUN-DATE     TO CY-HDG-RUN-DATE.
006060     MOVE WC-COMPANY-NAME TO CY-HDG-COMPANY-NAME.
006070     MOVE CY-EIN-PREFIX   TO CY-HDG-EIN-PREFIX.
006080     MOVE CY-EIN-SERIAL   TO CY-HDG-EIN-SERIAL.
006090     MOVE WC-ADDRESS      TO CY-HDG-ADDRESS.
006100     MOVE WC-CITY-ST-ZIP  TO CY-HDG-CITY-ST-ZIP.
006110
006120     MOVE CT-WEEK-START TO CY-DN-DATE.
006130     PERFORM 2250-SET-DAY-HEADING THRU 2250-EXIT
006140         VARYING CY-DAY-IX FROM 1 BY 1
006150         UNTIL CY-DAY-IX > 7.
006160
006170     IF CY-PAYROLL-COUNT > 1
006180         WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE
006190         WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE
006200     END-IF.
006210     WRITE CERT-REPORT-LINE FROM CY-TITLE-LINE.
006220     WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE.
006230     WRITE CERT-REPORT-LINE FROM CY-CONTRACTOR-LINE.
006240     WRITE CERT-REPORT-LINE FROM CY-ADDRESS-LINE.
006250     WRITE CERT-REPORT-LINE FROM CY-PROJECT-LINE.
006260     WRITE CERT-REPORT-LINE FROM CY-CONTRACT-LINE.
006270     IF CY-JOB-NOT-FOUND
006280         WRITE CERT-REPORT-LINE FROM CY-NO-JOB-LINE
006290     END-IF.
006300     WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE.
006310     WRITE CERT-REPORT-LINE FROM CY-COLUMN-LINE-1.
006320     WRITE CERT-REPORT-LINE FROM CY-COLUMN-LINE-2.
006330 2200-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370*  2250-SET-DAY-HEADING - MONTH AND DAY OF ONE DAY OF THE WEEK
006380*****************************************************************
006390 2250-SET-DAY-HEADING.
006400     MOVE CY-DN-MONTH TO CY-HDG-DAY-MONTH (CY-DAY-IX).
006410     MOVE CY-DN-DAY   TO CY-HDG-DAY-DAY (CY-DAY-IX).
006420     PERFORM 2800-ADD-ONE-DAY THRU 2800-EXIT.
006430 2250-EXIT.
006440     EXIT.
006450
006460*****************************************************************
006470*  2400-LOOKUP-EMPLOYEE - SSN AND W-4 ALLOWANCES COME OFF THE
006480*                         EMPLOYEE MASTER
006490*****************************************************************
006500 2400-LOOKUP-EMPLOYEE.
006510     MOVE CT-EMP-ID TO EM-EMP-ID.
006520     MOVE 'N' TO CY-EMP-FOUND-SW.
006530     READ EMPLOYEE-MASTER
006540         INVALID KEY
006550             SET CY-EMP-NOT-FOUND TO TRUE
006560         NOT INVALID KEY
006570             SET CY-EMP-FOUND TO TRUE
006580     END-READ.
006590 2400-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630*  2500-PRINT-EMPLOYEE - THE STRAIGHT-TIME AND OVERTIME ROWS
006640*                        FOR ONE EMPLOYEE, AND THE PAYROLL
006650*                        TOTALS.  THE CHECK FIGURES ARE ZERO
006660*                        EXCEPT ON THE CHECK WEEK AND PRINT
006670*                        BLANK.
006680*****************************************************************
006690 2500-PRINT-EMPLOYEE.
006700     COMPUTE CY-EMP-DEDUCTIONS = CT-FICA + CT-WITHHOLDING
006710         + CT-OTHER-DEDUCTIONS.
006720
006730     MOVE SPACES TO CY-DETAIL-LINE.
006740     MOVE CT-EMP-NAME TO CY-DTL-NAME-ID.
006750     IF CY-EMP-FOUND
006760         MOVE EM-ALLOWANCES    TO CY-ALLOWANCES-ED
006770         MOVE CY-ALLOWANCES-ED TO CY-DTL-ALLOWANCES
006780     END-IF.
006790     MOVE 'S' TO CY-DTL-HOURS-TYPE.
006800     PERFORM 2550-SET-DAY-HOURS THRU 2550-EXIT
006810         VARYING CY-DAY-IX FROM 1 BY 1
006820         UNTIL CY-DAY-IX > 7.
006830     MOVE CT-ST-HOURS         TO CY-DTL-HOURS.
006840     MOVE CT-ST-RATE          TO CY-DTL-RATE.
006850     MOVE CT-PROJECT-GROSS    TO CY-DTL-GROSS.
006860     MOVE CT-FICA             TO CY-DTL-FICA.
006870     MOVE CT-WITHHOLDING      TO CY-DTL-WITHHOLDING.
006880     MOVE CT-OTHER-DEDUCTIONS TO CY-DTL-OTHER.
006890     MOVE CT-NET-PAY          TO CY-DTL-NET-PAY.
006900     WRITE CERT-REPORT-LINE FROM CY-DETAIL-LINE.
006910
006920     MOVE SPACES TO CY-DETAIL-LINE.
006930     IF CY-EMP-FOUND
006940         MOVE EM-SSN TO CY-SSN-WORK
006950     ELSE
006960         MOVE ZERO TO CY-SSN-WORK
006970     END-IF.
006980     MOVE CY-SSN-LAST-FOUR TO CY-SSN-DSP-LAST-FOUR.
006990     MOVE CT-EMP-ID        TO CY-SSN-DSP-EMP-ID.
007000     MOVE CY-SSN-DISPLAY   TO CY-DTL-NAME-ID.
007010     MOVE 'O' TO CY-DTL-HOURS-TYPE.
007020     PERFORM 2560-CLEAR-DAY-HOURS THRU 2560-EXIT
007030         VARYING CY-DAY-IX FROM 1 BY 1
007040         UNTIL CY-DAY-IX > 7.
007050     MOVE CT-OT-HOURS         TO CY-DTL-HOURS.
007060     MOVE CT-OT-RATE          TO CY-DTL-RATE.
007070     MOVE CT-GROSS-ALL-WORK   TO CY-DTL-GROSS.
007080     MOVE ZERO                TO CY-DTL-FICA CY-DTL-WITHHOLDING
007090                                 CY-DTL-NET-PAY.
007100     MOVE CY-EMP-DEDUCTIONS   TO CY-DTL-OTHER.
007110     WRITE CERT-REPORT-LINE FROM CY-DETAIL-LINE.
007120
007130     ADD 1                   TO CY-PAY-EMP-COUNT.
007140     ADD 1                   TO CY-ENTRY-COUNT.
007150     ADD CT-ST-HOURS         TO CY-PAY-ST-HOURS.
007160     ADD CT-OT-HOURS         TO CY-PAY-OT-HOURS.
007170     ADD CT-PROJECT-GROSS    TO CY-PAY-PROJECT-GROSS.
007180     ADD CT-GROSS-ALL-WORK   TO CY-PAY-GROSS-ALL-WORK.
007190     ADD CY-EMP-DEDUCTIONS   TO CY-PAY-DEDUCTIONS.
007200     ADD CT-NET-PAY          TO CY-PAY-NET-PAY.
007210 2500-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250*  2550-SET-DAY-HOURS - HOURS WORKED ON ONE DAY OF THE WEEK
007260*****************************************************************
007270 2550-SET-DAY-HOURS.
007280     MOVE CT-DAY-HOURS (CY-DAY-IX)
007290         TO CY-DTL-DAY-HOURS (CY-DAY-IX).
007300 2550-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*  2560-CLEAR-DAY-HOURS - THE OVERTIME ROW HAS NO DAILY HOURS
007350*****************************************************************
007360 2560-CLEAR-DAY-HOURS.
007370     MOVE ZERO TO CY-DTL-DAY-HOURS (CY-DAY-IX).
007380 2560-EXIT.
007390     EXIT.
007400
007410*****************************************************************
007420*  2700-EDIT-DATE - CY-DATE-WORK (YYYYMMDD) TO MM/DD/YYYY IN
007430*                   CY-DATE-EDIT
007440*****************************************************************
007450 2700-EDIT-DATE.
007460     MOVE CY-DW-MONTH TO CY-DE-MONTH.
007470     MOVE CY-DW-DAY   TO CY-DE-DAY.
007480     MOVE CY-DW-YEAR  TO CY-DE-YEAR.
007490 2700-EXIT.
007500     EXIT.
007510
007520*****************************************************************
007530*  2800-ADD-ONE-DAY - STEP CY-DN-DATE ON ONE CALENDAR DAY
007540*****************************************************************
007550 2800-ADD-ONE-DAY.
007560     MOVE 31 TO CY-DIM.
007570     IF CY-DN-MONTH < 12
007580         COMPUTE CY-DIM = CY-CUM-DAYS (CY-DN-MONTH + 1)
007590             - CY-CUM-DAYS (CY-DN-MONTH)
007600     END-IF.
007610     IF CY-DN-MONTH = 2
007620         DIVIDE CY-DN-YEAR BY 4 GIVING CY-DN-QUOTIENT
007630             REMAINDER CY-DN-REM-4
007640         DIVIDE CY-DN-YEAR BY 100 GIVING CY-DN-QUOTIENT
007650             REMAINDER CY-DN-REM-100
007660         DIVIDE CY-DN-YEAR BY 400 GIVING CY-DN-QUOTIENT
007670             REMAINDER CY-DN-REM-400
007680         IF (CY-DN-REM-4 = ZERO AND CY-DN-REM-100 NOT = ZERO)
007690                 OR CY-DN-REM-400 = ZERO
007700             ADD 1 TO CY-DIM
007710         END-IF
007720     END-IF.
007730     ADD 1 TO CY-DN-DAY.
007740     IF CY-DN-DAY > CY-DIM
007750         MOVE 1 TO CY-DN-DAY
007760         ADD 1 TO CY-DN-MONTH
007770         IF CY-DN-MONTH > 12
007780             MOVE 1 TO CY-DN-MONTH
007790             ADD 1 TO CY-DN-YEAR
007800         END-IF
007810     END-IF.
007820 2800-EXIT.
007830     EXIT.
007840
007850*****************************************************************
007860*  3000-END-PAYROLL - PAYROLL TOTALS, NOTES, AND THE STATEMENT OF
007870*                     COMPLIANCE FOR THE JOB AND WEEK JUST PRINTED
007880*****************************************************************
007890 3000-END-PAYROLL.
007900     WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE.
007910     MOVE CY-PAY-EMP-COUNT      TO CY-TOT-EMP-COUNT.
007920     MOVE CY-PAY-ST-HOURS       TO CY-TOT-ST-HOURS.
007930     MOVE CY-PAY-OT-HOURS       TO CY-TOT-OT-HOURS.
007940     MOVE CY-PAY-PROJECT-GROSS  TO CY-TOT-PROJECT-GROSS.
007950     WRITE CERT-REPORT-LINE FROM CY-PAY-TOTAL-LINE-1.
007960     MOVE CY-PAY-GROSS-ALL-WORK TO CY-TOT-GROSS-ALL-WORK.
007970     MOVE CY-PAY-DEDUCTIONS     TO CY-TOT-DEDUCTIONS.
007980     MOVE CY-PAY-NET-PAY        TO CY-TOT-NET-PAY.
007990     WRITE CERT-REPORT-LINE FROM CY-PAY-TOTAL-LINE-2.
008000     WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE.
008010     WRITE CERT-REPORT-LINE FROM CY-NOTE-LINE-1.
008020     WRITE CERT-REPORT-LINE FROM CY-NOTE-LINE-2.
008030     PERFORM 3100-PRINT-STATEMENT THRU 3100-EXIT.
008040     MOVE 'N' TO CY-PAYROLL-OPEN-SW.
008050 3000-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090*  3100-PRINT-STATEMENT - STATEMENT OF COMPLIANCE.  THE PAYROLL
008100*                         PERIOD IS THE WORKWEEK.
008110*****************************************************************
008120 3100-PRINT-STATEMENT.
008130     MOVE WC-COMPANY-NAME TO CY-STMT-COMPANY-NAME.
008140     MOVE CY-HDG-PROJECT  TO CY-STMT-PROJECT.
008150     MOVE CY-HDG-WEEK-ENDING TO CY-STMT-WEEK-ENDING.
008160     MOVE CY-PREV-WEEK-START TO CY-DATE-WORK.
008170     PERFORM 2700-EDIT-DATE THRU 2700-EXIT.
008180     MOVE CY-DATE-EDIT TO CY-STMT-WEEK-START.
008190
008200     WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE.
008210     WRITE CERT-REPORT-LINE FROM CY-STMT-TITLE-LINE.
008220     WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE.
008230     WRITE CERT-REPORT-LINE FROM CY-STMT-SIGNER-LINE.
008240     WRITE CERT-REPORT-LINE FROM CY-STMT-TITLES-LINE.
008250     WRITE CERT-REPORT-LINE FROM CY-STMT-STATE-LINE.
008260     WRITE CERT-REPORT-LINE FROM CY-STMT-LINE-1.
008270     WRITE CERT-REPORT-LINE FROM CY-STMT-LINE-2.
008280     WRITE CERT-REPORT-LINE FROM CY-STMT-LINE-3.
008290     PERFORM 3150-PRINT-STATEMENT-TEXT THRU 3150-EXIT
008300         VARYING CY-STMT-IX FROM 1 BY 1
008310         UNTIL CY-STMT-IX > 30.
008320 3100-EXIT.
008330     EXIT.
008340
008350*****************************************************************
008360*  3150-PRINT-STATEMENT-TEXT - ONE FIXED LINE OF THE STATEMENT
008370*****************************************************************
008380 3150-PRINT-STATEMENT-TEXT.
008390     MOVE CY-STMT-TEXT (CY-STMT-IX) TO CY-STMT-TEXT-OUT.
008400     WRITE CERT-REPORT-LINE FROM CY-STMT-TEXT-LINE.
008410 3150-EXIT.
008420     EXIT.
008430
008440*****************************************************************
008450*  9000-TERMINATE - CLOSE THE LAST PAYROLL, PRINT THE RUN TOTALS,
008460*                   CLOSE FILES, AND EMPTY THE HOURS FILE SO THE
008470*                   WEEKS JUST REPORTED ARE NOT REPORTED AGAIN
008480*****************************************************************
008490 9000-TERMINATE.
008500     IF CY-PAYROLL-OPEN
008510         PERFORM 3000-END-PAYROLL THRU 3000-EXIT
008520     END-IF.
008530     WRITE CERT-REPORT-LINE FROM CY-BLANK-LINE.
008540     MOVE CY-PAYROLL-COUNT TO CY-RUN-PAYROLL-COUNT.
008550     MOVE CY-ENTRY-COUNT   TO CY-RUN-ENTRY-COUNT.
008560     WRITE CERT-REPORT-LINE FROM CY-RUN-TOTAL-LINE.
008570
008580     CLOSE CERT-DETAIL.
008590     CLOSE JOB-MASTER.
008600     CLOSE EMPLOYEE-MASTER.
008610     CLOSE CERT-REPORT.
008620
008630     OPEN OUTPUT CERTIFIED-HOURS.
008640     CLOSE CERTIFIED-HOURS.
008650     DISPLAY 'CERTPAY - CERTIFIED PAYROLLS PRINTED: '
008660         CY-PAYROLL-COUNT.
008670 9000-EXIT.
008680     EXIT.
