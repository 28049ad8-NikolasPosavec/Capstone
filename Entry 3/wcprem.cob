000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WCPREM.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : WCPREM
000090*  DESCRIPTION  : WORKERS' COMPENSATION PREMIUM AUDIT REPORT.
000100*                 READS PAY-HISTORY FOR THE POLICY YEAR NAMED ON
000110*                 THE WCCTL CONTROL RECORD, THROUGH THE QUARTER
000120*                 BEING REPORTED, AND CLASSIFIES EACH PERIOD'S
000130*                 WAGES BY STATE AND CLASS CODE - THE EMPLOYEE'S
000140*                 OVERRIDE CLASS IF ONE IS ON THE EMPLOYEE
000150*                 MASTER, OTHERWISE THE CLASS OF THE DEPARTMENT
000160*                 THE WAGES WERE CHARGED TO.  THE OVERTIME
000170*                 PREMIUM (THE HALF OF TIME AND A HALF) IS NOT
000180*                 SUBJECT PAYROLL UNDER THE CARRIER'S RULES AND
000190*                 IS SHOWN SEPARATELY.  THE SUBJECT PAYROLL IS
000200*                 SORTED BY STATE AND CLASS AND PRICED AT THE
000210*                 RATE PER $100 ON THE WCRATES FILE FOR THE
000220*                 QUARTER AND THE POLICY YEAR TO DATE, WITH STATE
000230*                 SUBTOTALS AND A POLICY TOTAL.  TYPE-V
000240*                 (REVERSAL) HISTORY COUNTS NEGATIVE.
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  DATE        INIT  DESCRIPTION
000280*  ----------  ----  ------------------------------------------
000290*  2026-10-15  RTS   ORIGINAL VERSION.
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-Z.
000350 OBJECT-COMPUTER. IBM-Z.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT WC-CONTROL        ASSIGN TO "WCCTL"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WM-WCCTL-STATUS.
000420
000430     SELECT WC-RATE-FILE      ASSIGN TO "WCRATES"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WM-WCRATES-STATUS.
000460
000470     SELECT PAY-HISTORY       ASSIGN TO "PAYHIST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS PH-HIST-KEY
000510         FILE STATUS IS WM-PAYHIST-STATUS.
000520
000530     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS EM-EMP-ID
000570         FILE STATUS IS WM-EMPMAST-STATUS.
000580
000590     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DP-DEPT-CODE
000630         FILE STATUS IS WM-DEPTMAST-STATUS.
000640
000650     SELECT WC-DIST-WORK      ASSIGN TO "WCDIST"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WM-WCDIST-STATUS.
000680
000690     SELECT WC-DIST-DETAIL    ASSIGN TO "WCWORK"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WM-WCWORK-STATUS.
000720
000730     SELECT SORT-WORK-FILE    ASSIGN TO "WCSORT".
000740
000750     SELECT WC-REPORT         ASSIGN TO "WCPRPT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WM-WCPRPT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  WC-CONTROL
000820     LABEL RECORDS ARE STANDARD.
000830     COPY WCCTL.
000840
000850 FD  WC-RATE-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY WCRATES.
000880
000890 FD  PAY-HISTORY
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PAYHIST.
000920
000930 FD  EMPLOYEE-MASTER
000940     LABEL RECORDS ARE STANDARD.
000950     COPY EMPMAST.
000960
000970 FD  DEPARTMENT-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DEPTMAST.
001000
001010*      ONE RECORD PER DISTRIBUTION ENTRY OF A PAY-HISTORY RECORD
001020*      IN THE POLICY PERIOD, SIGNED - A REVERSAL'S ENTRIES ARE
001030*      NEGATIVE
001040 FD  WC-DIST-WORK
001050     LABEL RECORDS ARE STANDARD.
001060 01  WC-DIST-WORK-RECORD.
001070     05  WD-STATE               PIC X(02).
001080     05  WD-CLASS-CODE          PIC X(04).
001090     05  WD-QUARTER             PIC 9(01).
001100     05  WD-EMP-ID              PIC X(05).
001110     05  WD-PAYROLL             PIC S9(7)V99.
001120     05  WD-OT-PREMIUM          PIC S9(7)V99.
001130     05  FILLER                 PIC X(10).
001140
001150 FD  WC-DIST-DETAIL
001160     LABEL RECORDS ARE STANDARD.
001170 01  WC-DIST-DETAIL-RECORD.
001180     05  WV-STATE               PIC X(02).
001190     05  WV-CLASS-CODE          PIC X(04).
001200     05  WV-QUARTER             PIC 9(01).
001210     05  WV-EMP-ID              PIC X(05).
001220     05  WV-PAYROLL             PIC S9(7)V99.
001230     05  WV-OT-PREMIUM          PIC S9(7)V99.
001240     05  FILLER                 PIC X(10).
001250
001260 SD  SORT-WORK-FILE.
001270 01  WM-SORT-RECORD.
001280     05  WZ-STATE               PIC X(02).
001290     05  WZ-CLASS-CODE          PIC X(04).
001300     05  FILLER                 PIC X(34).
001310
001320 FD  WC-REPORT
001330     LABEL RECORDS ARE OMITTED
001340     RECORDING MODE IS F.
001350 01  WC-REPORT-LINE             PIC X(132).
001360
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390*  FILE STATUS AND SWITCHES
001400*----------------------------------------------------------------
001410 77  WM-WCCTL-STATUS            PIC X(02) VALUE '00'.
001420 77  WM-WCRATES-STATUS          PIC X(02) VALUE '00'.
001430 77  WM-PAYHIST-STATUS          PIC X(02) VALUE '00'.
001440 77  WM-EMPMAST-STATUS          PIC X(02) VALUE '00'.
001450 77  WM-DEPTMAST-STATUS         PIC X(02) VALUE '00'.
001460 77  WM-WCDIST-STATUS           PIC X(02) VALUE '00'.
001470 77  WM-WCWORK-STATUS           PIC X(02) VALUE '00'.
001480 77  WM-WCPRPT-STATUS           PIC X(02) VALUE '00'.
001490
001500 77  WM-EOF-SW                  PIC X(01) VALUE 'N'.
001510     88  WM-EOF                            VALUE 'Y'.
001520 77  WM-EOF-RATES-SW            PIC X(01) VALUE 'N'.
001530     88  WM-EOF-RATES                      VALUE 'Y'.
001540
001550*      THE DEPARTMENT MASTER IS OPTIONAL - WITHOUT ONE, ONLY THE
001560*      EMPLOYEE OVERRIDE CLASSES APPLY AND EVERY STATE IS THE
001570*      POLICY'S DEFAULT STATE
001580 77  WM-DEPTMAST-AVAIL-SW       PIC X(01) VALUE 'N'.
001590     88  WM-DEPTMAST-AVAIL                 VALUE 'Y'.
001600 77  WM-DEPT-FOUND-SW           PIC X(01) VALUE 'N'.
001610     88  WM-DEPT-FOUND                     VALUE 'Y'.
001620 77  WM-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
001630     88  WM-EMP-FOUND                      VALUE 'Y'.
001640
001650*----------------------------------------------------------------
001660*  RUN DATE AND THE POLICY PERIOD.  A PAY-HISTORY RECORD BELONGS
001670*  TO THE POLICY MONTH ITS PERIOD ENDED IN, COUNTED FROM THE
001680*  POLICY EFFECTIVE DATE - MONTH 0 THROUGH 2 IS THE FIRST
001690*  QUARTER.  ONLY THE QUARTERS THROUGH THE ONE BEING REPORTED
001700*  ARE READ.
001710*----------------------------------------------------------------
001720 01  WM-RUN-DATE.
001730     05  WM-RUN-YEAR            PIC 9(4).
001740     05  WM-RUN-MONTH           PIC 9(2).
001750     05  WM-RUN-DAY             PIC 9(2).
001760
001770 01  WM-EFF-DATE.
001780     05  WM-EFF-YEAR            PIC 9(4).
001790     05  WM-EFF-MONTH           PIC 9(2).
001800     05  WM-EFF-DAY             PIC 9(2).
001810 01  WM-EFF-DATE-NUM REDEFINES WM-EFF-DATE
001820                                PIC 9(8).
001830
001840 01  WM-BASIS-DATE.
001850     05  WM-BASIS-YEAR          PIC 9(4).
001860     05  WM-BASIS-MONTH         PIC 9(2).
001870     05  WM-BASIS-DAY           PIC 9(2).
001880 01  WM-BASIS-DATE-NUM REDEFINES WM-BASIS-DATE
001890                                PIC 9(8).
001900
001910 77  WM-POLICY-MONTH            PIC S9(5) COMP VALUE ZERO.
001920 77  WM-MONTH-LIMIT             PIC 9(02) COMP VALUE ZERO.
001930 77  WM-QUARTER                 PIC 9(01) VALUE ZERO.
001940
001950*----------------------------------------------------------------
001960*  CLASSIFYING ONE PAY-HISTORY RECORD.  THE LAST DISTRIBUTION
001970*  ENTRY TAKES WHAT IS LEFT OF GROSS SO THE ENTRIES ALWAYS ADD
001980*  BACK TO THE PAY RECORD (THE LABORDST RULE).  THE OVERTIME
001990*  PREMIUM IS THE PART OF OVERTIME PAY ABOVE STRAIGHT TIME.
002000*----------------------------------------------------------------
002010 77  WM-OVERTIME-MULTIPLIER     PIC 9V99 VALUE 1.50.
002020 77  WM-SIGN-FACTOR             PIC S9 VALUE +1.
002030 77  WM-CURRENT-EMP-ID          PIC X(05) VALUE SPACES.
002040 77  WM-LAST-DEPT               PIC X(04) VALUE SPACES.
002050 77  WM-DIST-DEPT               PIC X(04) VALUE SPACES.
002060 77  WM-DIST-IX                 PIC 9(02) COMP VALUE ZERO.
002070 77  WM-DIST-LAST               PIC 9(02) COMP VALUE ZERO.
002080 77  WM-DIST-WHOLE-SW           PIC X(01) VALUE 'N'.
002090     88  WM-DIST-WHOLE                     VALUE 'Y'.
002100 77  WM-DIST-PAY                PIC S9(7)V99 VALUE ZERO.
002110 77  WM-DIST-OT-PAY             PIC S9(7)V99 VALUE ZERO.
002120 77  WM-DIST-OT-PREMIUM         PIC S9(7)V99 VALUE ZERO.
002130 77  WM-DIST-PAY-SUM            PIC S9(7)V99 VALUE ZERO.
002140
002150*----------------------------------------------------------------
002160*  RUN COUNTS
002170*----------------------------------------------------------------
002180 77  WM-HIST-READ-COUNT         PIC 9(7) COMP VALUE ZERO.
002190 77  WM-HIST-USED-COUNT         PIC 9(7) COMP VALUE ZERO.
002200 77  WM-DIST-COUNT              PIC 9(7) COMP VALUE ZERO.
002210 77  WM-NO-CLASS-COUNT          PIC 9(7) COMP VALUE ZERO.
002220
002230*----------------------------------------------------------------
002240*  RATE TABLE - THE WCRATES RECORDS FOR THIS POLICY YEAR
002250*----------------------------------------------------------------
002260 77  WM-RTB-COUNT               PIC 9(03) COMP VALUE ZERO.
002270 77  WM-RTB-IX                  PIC 9(03) COMP VALUE ZERO.
002280 77  WM-RTB-FOUND               PIC 9(03) COMP VALUE ZERO.
002290 01  WM-RATE-TABLE.
002300     05  WM-RTB-ENTRY OCCURS 200 TIMES.
002310         10  WM-RTB-STATE       PIC X(02).
002320         10  WM-RTB-CLASS-CODE  PIC X(04).
002330         10  WM-RTB-RATE        PIC 9(3)V9999.
002340         10  WM-RTB-DESCRIPTION PIC X(30).
002350
002360*----------------------------------------------------------------
002370*  CONTROL-BREAK STATE AND TOTALS.  THE QUARTER FIGURES ARE THE
002380*  REPORTED QUARTER ONLY; THE POLICY-YEAR FIGURES ARE EVERY
002390*  QUARTER THROUGH IT.
002400*----------------------------------------------------------------
002410 77  WM-CURRENT-STATE           PIC X(02) VALUE SPACES.
002420 77  WM-CURRENT-CLASS           PIC X(04) VALUE SPACES.
002430 77  WM-CLS-QTR-PAYROLL         PIC S9(9)V99 VALUE ZERO.
002440 77  WM-CLS-QTR-OT-PREMIUM      PIC S9(9)V99 VALUE ZERO.
002450 77  WM-CLS-PY-PAYROLL          PIC S9(9)V99 VALUE ZERO.
002460 77  WM-CLS-PY-OT-PREMIUM       PIC S9(9)V99 VALUE ZERO.
002470 77  WM-CLS-QTR-PREMIUM         PIC S9(9)V99 VALUE ZERO.
002480 77  WM-CLS-PY-PREMIUM          PIC S9(9)V99 VALUE ZERO.
002490 77  WM-ST-QTR-PAYROLL          PIC S9(9)V99 VALUE ZERO.
002500 77  WM-ST-QTR-OT-PREMIUM       PIC S9(9)V99 VALUE ZERO.
002510 77  WM-ST-PY-PAYROLL           PIC S9(9)V99 VALUE ZERO.
002520 77  WM-ST-PY-OT-PREMIUM        PIC S9(9)V99 VALUE ZERO.
002530 77  WM-ST-QTR-PREMIUM          PIC S9(9)V99 VALUE ZERO.
002540 77  WM-ST-PY-PREMIUM           PIC S9(9)V99 VALUE ZERO.
002550 77  WM-TOT-QTR-PAYROLL         PIC S9(9)V99 VALUE ZERO.
002560 77  WM-TOT-QTR-OT-PREMIUM      PIC S9(9)V99 VALUE ZERO.
002570 77  WM-TOT-PY-PAYROLL          PIC S9(9)V99 VALUE ZERO.
002580 77  WM-TOT-PY-OT-PREMIUM       PIC S9(9)V99 VALUE ZERO.
002590 77  WM-TOT-QTR-PREMIUM         PIC S9(9)V99 VALUE ZERO.
002600 77  WM-TOT-PY-PREMIUM          PIC S9(9)V99 VALUE ZERO.
002610
002620*----------------------------------------------------------------
002630*  PREMIUM REPORT LINES
002640*----------------------------------------------------------------
002650 01  WM-HEADING-LINE.
002660     05  FILLER  PIC X(41)
002670         VALUE 'WORKERS COMPENSATION PREMIUM AUDIT REPORT'.
002680     05  FILLER                 PIC X(05) VALUE SPACES.
002690     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
002700     05  WM-HDG-RUN-DATE        PIC 9999/99/99.
002710
002720 01  WM-POLICY-LINE-1.
002730     05  FILLER                 PIC X(09) VALUE 'COMPANY  '.
002740     05  WM-HDG-COMPANY         PIC X(30).
002750     05  FILLER                 PIC X(11) VALUE '  CARRIER  '.
002760     05  WM-HDG-CARRIER         PIC X(30).
002770
002780 01  WM-POLICY-LINE-2.
002790     05  FILLER                 PIC X(09) VALUE 'POLICY   '.
002800     05  WM-HDG-POLICY          PIC X(15).
002810     05  FILLER                 PIC X(20)
002820         VALUE '  POLICY YEAR FROM  '.
002830     05  WM-HDG-EFF-DATE        PIC 9999/99/99.
002840     05  FILLER                 PIC X(20)
002850         VALUE '  REPORTED QUARTER  '.
002860     05  WM-HDG-QUARTER         PIC 9(01).
002870     05  FILLER                 PIC X(19)
002880         VALUE '  DEFAULT STATE    '.
002890     05  WM-HDG-DEFAULT-STATE   PIC X(02).
002900
002910 01  WM-COLUMN-LINE.
002920     05  FILLER  PIC X(04) VALUE 'ST'.
002930     05  FILLER  PIC X(06) VALUE 'CLASS'.
002940     05  FILLER  PIC X(26) VALUE 'DESCRIPTION'.
002950     05  FILLER  PIC X(13) VALUE ' QTR OT EXCL'.
002960     05  FILLER  PIC X(14) VALUE '  QTR PAYROLL'.
002970     05  FILLER  PIC X(13) VALUE '  PY OT EXCL'.
002980     05  FILLER  PIC X(14) VALUE '   PY PAYROLL'.
002990     05  FILLER  PIC X(09) VALUE '  RATE'.
003000     05  FILLER  PIC X(12) VALUE 'QTR PREMIUM'.
003010     05  FILLER  PIC X(12) VALUE ' PY PREMIUM'.
003020     05  FILLER  PIC X(08) VALUE 'NOTE'.
003030
003040 01  WM-DETAIL-LINE.
003050     05  WM-DTL-STATE           PIC X(02).
003060     05  FILLER                 PIC X(02) VALUE SPACES.
003070     05  WM-DTL-CLASS-CODE      PIC X(04).
003080     05  FILLER                 PIC X(02) VALUE SPACES.
003090     05  WM-DTL-DESCRIPTION     PIC X(24).
003100     05  FILLER                 PIC X(02) VALUE SPACES.
003110     05  WM-DTL-QTR-OT-PREMIUM  PIC -(8)9.99.
003120     05  FILLER                 PIC X(01) VALUE SPACES.
003130     05  WM-DTL-QTR-PAYROLL     PIC -(9)9.99.
003140     05  FILLER                 PIC X(01) VALUE SPACES.
003150     05  WM-DTL-PY-OT-PREMIUM   PIC -(8)9.99.
003160     05  FILLER                 PIC X(01) VALUE SPACES.
003170     05  WM-DTL-PY-PAYROLL      PIC -(9)9.99.
003180     05  FILLER                 PIC X(01) VALUE SPACES.
003190     05  WM-DTL-RATE            PIC ZZ9.9999.
003200     05  FILLER                 PIC X(01) VALUE SPACES.
003210     05  WM-DTL-QTR-PREMIUM     PIC -(7)9.99.
003220     05  FILLER                 PIC X(01) VALUE SPACES.
003230     05  WM-DTL-PY-PREMIUM      PIC -(7)9.99.
003240     05  FILLER                 PIC X(01) VALUE SPACES.
003250     05  WM-DTL-NOTE            PIC X(08).
003260
003270 01  WM-TOTAL-LINE.
003280     05  WM-TOT-LABEL           PIC X(12).
003290     05  WM-TOT-STATE           PIC X(02).
003300     05  FILLER                 PIC X(22) VALUE SPACES.
003310     05  WM-TOT-QTR-OT-PREM-ED  PIC -(8)9.99.
003320     05  FILLER                 PIC X(01) VALUE SPACES.
003330     05  WM-TOT-QTR-PAYROLL-ED  PIC -(9)9.99.
003340     05  FILLER                 PIC X(01) VALUE SPACES.
003350     05  WM-TOT-PY-OT-PREM-ED   PIC -(8)9.99.
003360     05  FILLER                 PIC X(01) VALUE SPACES.
003370     05  WM-TOT-PY-PAYROLL-ED   PIC -(9)9.99.
003380     05  FILLER                 PIC X(10) VALUE SPACES.
003390     05  WM-TOT-QTR-PREMIUM-ED  PIC -(7)9.99.
003400     05  FILLER                 PIC X(01) VALUE SPACES.
003410     05  WM-TOT-PY-PREMIUM-ED   PIC -(7)9.99.
003420
003430 01  WM-COUNT-LINE.
003440     05  FILLER                 PIC X(32)
003450         VALUE 'PAY-HISTORY RECORDS READ'.
003460     05  WM-CNT-READ            PIC Z(6)9.
003470     05  FILLER                 PIC X(05) VALUE SPACES.
003480     05  FILLER                 PIC X(18)
003490         VALUE 'IN POLICY PERIOD'.
003500     05  WM-CNT-USED            PIC Z(6)9.
003510     05  FILLER                 PIC X(05) VALUE SPACES.
003520     05  FILLER                 PIC X(24)
003530         VALUE 'ENTRIES WITHOUT A CLASS'.
003540     05  WM-CNT-NO-CLASS        PIC Z(6)9.
003550
003560 PROCEDURE DIVISION.
003570*****************************************************************
003580*  0000-MAINLINE
003590*****************************************************************
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003620     PERFORM 2000-PRICE-PAYROLL THRU 2000-EXIT
003630         UNTIL WM-EOF.
003640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003650     STOP RUN.
003660
003670*****************************************************************
003680*  1000-INITIALIZE - READ THE POLICY CONTROL RECORD, LOAD THE
003690*                    POLICY YEAR'S RATES, CLASSIFY THE PERIOD'S
003700*                    PAY HISTORY AND SORT IT INTO STATE AND CLASS
003710*                    SEQUENCE, PRINT HEADINGS
003720*****************************************************************
003730 1000-INITIALIZE.
003740     ACCEPT WM-RUN-DATE FROM DATE YYYYMMDD.
003750
003760     PERFORM 1100-READ-WC-CONTROL THRU 1100-EXIT.
003770     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
003780     PERFORM 1300-BUILD-WC-WORK THRU 1300-EXIT.
003790     SORT SORT-WORK-FILE
003800         ON ASCENDING KEY WZ-STATE
003810                          WZ-CLASS-CODE
003820         USING WC-DIST-WORK
003830         GIVING WC-DIST-DETAIL.
003840     OPEN INPUT WC-DIST-DETAIL.
003850     OPEN OUTPUT WC-REPORT.
003860
003870     MOVE WM-RUN-DATE           TO WM-HDG-RUN-DATE.
003880     MOVE WP-COMPANY-NAME       TO WM-HDG-COMPANY.
003890     MOVE WP-CARRIER-NAME       TO WM-HDG-CARRIER.
003900     MOVE WP-POLICY-NUMBER      TO WM-HDG-POLICY.
003910     MOVE WP-POLICY-EFF-DATE    TO WM-HDG-EFF-DATE.
003920     MOVE WP-REPORT-QUARTER     TO WM-HDG-QUARTER.
003930     MOVE WP-DEFAULT-STATE      TO WM-HDG-DEFAULT-STATE.
003940     WRITE WC-REPORT-LINE FROM WM-HEADING-LINE.
003950     WRITE WC-REPORT-LINE FROM WM-POLICY-LINE-1.
003960     WRITE WC-REPORT-LINE FROM WM-POLICY-LINE-2.
003970     WRITE WC-REPORT-LINE FROM WM-COLUMN-LINE.
003980
003990     PERFORM 2100-READ-WC-DETAIL THRU 2100-EXIT.
004000     IF NOT WM-EOF
004010         MOVE WV-STATE      TO WM-CURRENT-STATE
004020         MOVE WV-CLASS-CODE TO WM-CURRENT-CLASS
004030     END-IF.
004040 1000-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080*  1100-READ-WC-CONTROL - THE POLICY EFFECTIVE DATE AND QUARTER
004090*                         SELECT THE PAY HISTORY
004100*****************************************************************
004110 1100-READ-WC-CONTROL.
004120     OPEN INPUT WC-CONTROL.
004130     IF WM-WCCTL-STATUS NOT = '00'
004140         DISPLAY 'WCPREM - WC-CONTROL FILE NOT AVAILABLE - '
004150             'STATUS ' WM-WCCTL-STATUS
004160         STOP RUN
004170     END-IF.
004180     READ WC-CONTROL
004190         AT END
004200             DISPLAY 'WCPREM - WC-CONTROL FILE IS EMPTY'
004210             STOP RUN
004220     END-READ.
004230     CLOSE WC-CONTROL.
004240     IF NOT WP-VALID-QUARTER
004250         DISPLAY 'WCPREM - INVALID QUARTER ' WP-REPORT-QUARTER
004260             ' ON WC-CONTROL - RUN REJECTED'
004270         STOP RUN
004280     END-IF.
004290     IF WP-POLICY-EFF-DATE NOT NUMERIC
004300             OR WP-POLICY-EFF-DATE = ZERO
004310         DISPLAY 'WCPREM - INVALID POLICY EFFECTIVE DATE ON '
004320             'WC-CONTROL - RUN REJECTED'
004330         STOP RUN
004340     END-IF.
004350     MOVE WP-POLICY-EFF-DATE TO WM-EFF-DATE-NUM.
004360     COMPUTE WM-MONTH-LIMIT = WP-REPORT-QUARTER * 3.
004370 1100-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410*  1200-LOAD-RATES - THE RATE RECORDS FOR THIS POLICY YEAR ONLY.
004420*                    A RUN WITH NO RATES FOR THE YEAR IS REJECTED.
004430*****************************************************************
004440 1200-LOAD-RATES.
004450     OPEN INPUT WC-RATE-FILE.
004460     IF WM-WCRATES-STATUS NOT = '00'
004470         DISPLAY 'WCPREM - WC-RATE FILE NOT AVAILABLE - '
004480             'STATUS ' WM-WCRATES-STATUS
004490         STOP RUN
004500     END-IF.
004510     PERFORM 1250-READ-RATE THRU 1250-EXIT.
004520     PERFORM 1260-LOAD-ONE-RATE THRU 1260-EXIT
004530         UNTIL WM-EOF-RATES.
004540     CLOSE WC-RATE-FILE.
004550     IF WM-RTB-COUNT = ZERO
004560         DISPLAY 'WCPREM - NO RATES FOR POLICY YEAR '
004570             WP-POLICY-EFF-DATE ' - RUN REJECTED'
004580         STOP RUN
004590     END-IF.
004600 1200-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*  1250-READ-RATE
004650*****************************************************************
004660 1250-READ-RATE.
004670     READ WC-RATE-FILE
004680         AT END
004690             SET WM-EOF-RATES TO TRUE
004700     END-READ.
004710 1250-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*  1260-LOAD-ONE-RATE
004760*****************************************************************
004770 1260-LOAD-ONE-RATE.
004780     IF WR-POLICY-EFF-DATE = WP-POLICY-EFF-DATE
004790         IF WM-RTB-COUNT >= 200
004800             DISPLAY 'WCPREM - WC RATE TABLE FULL - '
004810                 'RUN REJECTED'
004820             STOP RUN
004830         END-IF
004840         ADD 1 TO WM-RTB-COUNT
004850         MOVE WR-STATE       TO WM-RTB-STATE (WM-RTB-COUNT)
004860         MOVE WR-CLASS-CODE  TO WM-RTB-CLASS-CODE (WM-RTB-COUNT)
004870         MOVE WR-RATE        TO WM-RTB-RATE (WM-RTB-COUNT)
004880         MOVE WR-DESCRIPTION TO WM-RTB-DESCRIPTION (WM-RTB-COUNT)
004890     END-IF.
004900     PERFORM 1250-READ-RATE THRU 1250-EXIT.
004910 1260-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*  1300-BUILD-WC-WORK - PASS OF PAY-HISTORY.  EACH RECORD IN THE
004960*                       POLICY PERIOD HAS ITS DISTRIBUTION ENTRIES
004970*                       CLASSIFIED AND WRITTEN TO THE WORK FILE
004980*                       FOR THE SORT.
004990*****************************************************************
005000 1300-BUILD-WC-WORK.
005010     OPEN INPUT PAY-HISTORY.
005020     IF WM-PAYHIST-STATUS NOT = '00'
005030         DISPLAY 'WCPREM - PAY-HISTORY FILE NOT AVAILABLE - '
005040             'STATUS ' WM-PAYHIST-STATUS
005050         STOP RUN
005060     END-IF.
005070     OPEN INPUT EMPLOYEE-MASTER.
005080     IF WM-EMPMAST-STATUS NOT = '00'
005090         DISPLAY 'WCPREM - EMPLOYEE-MASTER FILE NOT AVAILABLE - '
005100             'STATUS ' WM-EMPMAST-STATUS
005110         STOP RUN
005120     END-IF.
005130     OPEN INPUT DEPARTMENT-MASTER.
005140     IF WM-DEPTMAST-STATUS = '00'
005150         SET WM-DEPTMAST-AVAIL TO TRUE
005160     END-IF.
005170     OPEN OUTPUT WC-DIST-WORK.
005180
005190     PERFORM 1350-READ-HISTORY THRU 1350-EXIT.
005200     PERFORM 1400-CLASSIFY-HISTORY THRU 1400-EXIT
005210         UNTIL WM-EOF.
005220
005230     CLOSE PAY-HISTORY.
005240     CLOSE EMPLOYEE-MASTER.
005250     IF WM-DEPTMAST-AVAIL
005260         CLOSE DEPARTMENT-MASTER
005270     END-IF.
005280     CLOSE WC-DIST-WORK.
005290     MOVE 'N' TO WM-EOF-SW.
005300 1300-EXIT.
005310     EXIT.
005320
005330*****************************************************************
005340*  1350-READ-HISTORY
005350*****************************************************************
005360 1350-READ-HISTORY.
005370     READ PAY-HISTORY NEXT RECORD
005380         AT END
005390             SET WM-EOF TO TRUE
005400     END-READ.
005410     IF WM-PAYHIST-STATUS NOT = '00'
005420         SET WM-EOF TO TRUE
005430     END-IF.
005440 1350-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480*  1400-CLASSIFY-HISTORY - ONE PAY-HISTORY RECORD PER PASS.  THE
005490*                          PERIOD-END DATE PLACES IT IN A POLICY
005500*                          QUARTER; ONE OUTSIDE THE POLICY YEAR OR
005510*                          AFTER THE REPORTED QUARTER IS SKIPPED.
005520*****************************************************************
005530 1400-CLASSIFY-HISTORY.
005540     ADD 1 TO WM-HIST-READ-COUNT.
005550     MOVE PH-PERIOD-END TO WM-BASIS-DATE-NUM.
005560     COMPUTE WM-POLICY-MONTH =
005570         (WM-BASIS-YEAR - WM-EFF-YEAR) * 12
005580         + WM-BASIS-MONTH - WM-EFF-MONTH.
005590     IF WM-BASIS-DAY < WM-EFF-DAY
005600         SUBTRACT 1 FROM WM-POLICY-MONTH
005610     END-IF.
005620     IF WM-POLICY-MONTH < ZERO
005630             OR WM-POLICY-MONTH NOT < WM-MONTH-LIMIT
005640         GO TO 1400-NEXT
005650     END-IF.
005660     DIVIDE WM-POLICY-MONTH BY 3 GIVING WM-QUARTER.
005670     ADD 1 TO WM-QUARTER.
005680     ADD 1 TO WM-HIST-USED-COUNT.
005690
005700     IF PH-REVERSAL
005710         MOVE -1 TO WM-SIGN-FACTOR
005720     ELSE
005730         MOVE +1 TO WM-SIGN-FACTOR
005740     END-IF.
005750     IF PH-EMP-ID NOT = WM-CURRENT-EMP-ID
005760         PERFORM 1450-READ-EMPLOYEE THRU 1450-EXIT
005770     END-IF.
005780
005790     IF PH-DIST-COUNT NOT NUMERIC OR PH-DIST-COUNT = ZERO
005800         MOVE 'Y' TO WM-DIST-WHOLE-SW
005810         MOVE 1   TO WM-DIST-LAST
005820     ELSE
005830         MOVE 'N' TO WM-DIST-WHOLE-SW
005840         MOVE PH-DIST-COUNT TO WM-DIST-LAST
005850         IF WM-DIST-LAST > 10
005860             MOVE 10 TO WM-DIST-LAST
005870         END-IF
005880     END-IF.
005890     MOVE ZERO TO WM-DIST-PAY-SUM.
005900     PERFORM 1500-WRITE-ONE-ENTRY THRU 1500-EXIT
005910         VARYING WM-DIST-IX FROM 1 BY 1
005920         UNTIL WM-DIST-IX > WM-DIST-LAST.
005930 1400-NEXT.
005940     PERFORM 1350-READ-HISTORY THRU 1350-EXIT.
005950 1400-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990*  1450-READ-EMPLOYEE - FOR THE OVERRIDE CLASS AND, ON HISTORY
006000*                       WRITTEN WITHOUT THE DISTRIBUTION TABLE,
006010*                       THE HOURLY RATE THE OVERTIME PREMIUM IS
006020*                       FIGURED FROM
006030*****************************************************************
006040 1450-READ-EMPLOYEE.
006050     MOVE PH-EMP-ID TO WM-CURRENT-EMP-ID.
006060     MOVE PH-EMP-ID TO EM-EMP-ID.
006070     READ EMPLOYEE-MASTER
006080         INVALID KEY
006090             MOVE 'N' TO WM-EMP-FOUND-SW
006100         NOT INVALID KEY
006110             SET WM-EMP-FOUND TO TRUE
006120     END-READ.
006130 1450-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170*  1500-WRITE-ONE-ENTRY - ONE DISTRIBUTION ENTRY.  A RECORD
006180*                         WRITTEN WITHOUT THE TABLE IS ONE ENTRY
006190*                         FOR ITS DEPARTMENT, AND ITS OVERTIME
006200*                         PREMIUM IS FIGURED FROM THE OVERTIME
006210*                         HOURS AT THE EMPLOYEE'S HOURLY RATE.
006220*****************************************************************
006230 1500-WRITE-ONE-ENTRY.
006240     MOVE SPACES TO WC-DIST-WORK-RECORD.
006250     MOVE PH-EMP-ID  TO WD-EMP-ID.
006260     MOVE WM-QUARTER TO WD-QUARTER.
006270     IF WM-DIST-WHOLE
006280         MOVE PH-DEPT TO WM-DIST-DEPT
006290         MOVE PH-GROSS-PAY TO WM-DIST-PAY
006300         MOVE ZERO TO WM-DIST-OT-PREMIUM
006310         IF WM-EMP-FOUND
006320             COMPUTE WM-DIST-OT-PREMIUM ROUNDED =
006330                 PH-OVERTIME-HOURS * EM-HOURLY-RATE
006340                 * (WM-OVERTIME-MULTIPLIER - 1)
006350         END-IF
006360     ELSE
006370         MOVE PH-DIST-DEPT (WM-DIST-IX) TO WM-DIST-DEPT
006380         IF WM-DIST-DEPT = SPACES
006390             MOVE PH-DEPT TO WM-DIST-DEPT
006400         END-IF
006410         MOVE PH-DIST-PAY (WM-DIST-IX)    TO WM-DIST-PAY
006420         MOVE PH-DIST-OT-PAY (WM-DIST-IX) TO WM-DIST-OT-PAY
006430         COMPUTE WM-DIST-OT-PREMIUM ROUNDED = WM-DIST-OT-PAY
006440             - WM-DIST-OT-PAY / WM-OVERTIME-MULTIPLIER
006450     END-IF.
006460     IF WM-DIST-IX = WM-DIST-LAST
006470         COMPUTE WM-DIST-PAY = PH-GROSS-PAY - WM-DIST-PAY-SUM
006480     END-IF.
006490     ADD WM-DIST-PAY TO WM-DIST-PAY-SUM.
006500
006510     PERFORM 1550-CLASSIFY-ENTRY THRU 1550-EXIT.
006520     COMPUTE WD-PAYROLL = (WM-DIST-PAY - WM-DIST-OT-PREMIUM)
006530         * WM-SIGN-FACTOR.
006540     COMPUTE WD-OT-PREMIUM = WM-DIST-OT-PREMIUM * WM-SIGN-FACTOR.
006550     WRITE WC-DIST-WORK-RECORD.
006560     ADD 1 TO WM-DIST-COUNT.
006570 1500-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*  1550-CLASSIFY-ENTRY - THE EMPLOYEE'S OVERRIDE CLASS, ELSE THE
006620*                        CHARGE DEPARTMENT'S CLASS.  THE STATE
006630*                        IS THE DEPARTMENT'S, ELSE THE POLICY
006640*                        DEFAULT.
006650*****************************************************************
006660 1550-CLASSIFY-ENTRY.
006670     IF WM-DIST-DEPT NOT = WM-LAST-DEPT
006680         PERFORM 1600-READ-DEPARTMENT THRU 1600-EXIT
006690     END-IF.
006700     MOVE WP-DEFAULT-STATE TO WD-STATE.
006710     MOVE SPACES           TO WD-CLASS-CODE.
006720     IF WM-DEPT-FOUND
006730         IF DP-WC-STATE NOT = SPACES
006740             MOVE DP-WC-STATE TO WD-STATE
006750         END-IF
006760         MOVE DP-WC-CLASS TO WD-CLASS-CODE
006770     END-IF.
006780     IF WM-EMP-FOUND
006790         IF EM-WC-CLASS NOT = SPACES
006800             MOVE EM-WC-CLASS TO WD-CLASS-CODE
006810         END-IF
006820     END-IF.
006830     IF WD-CLASS-CODE = SPACES
006840         ADD 1 TO WM-NO-CLASS-COUNT
006850     END-IF.
006860 1550-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900*  1600-READ-DEPARTMENT
006910*****************************************************************
006920 1600-READ-DEPARTMENT.
006930     MOVE WM-DIST-DEPT TO WM-LAST-DEPT.
006940     MOVE 'N' TO WM-DEPT-FOUND-SW.
006950     IF NOT WM-DEPTMAST-AVAIL
006960         GO TO 1600-EXIT
006970     END-IF.
006980     MOVE WM-DIST-DEPT TO DP-DEPT-CODE.
006990     READ DEPARTMENT-MASTER
007000         INVALID KEY
007010             MOVE 'N' TO WM-DEPT-FOUND-SW
007020         NOT INVALID KEY
007030             SET WM-DEPT-FOUND TO TRUE
007040     END-READ.
007050 1600-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090*  2000-PRICE-PAYROLL - ONE CLASSIFIED ENTRY PER PASS WITH
007100*                       CONTROL BREAKS ON CLASS AND STATE
007110*****************************************************************
007120 2000-PRICE-PAYROLL.
007130     IF WV-STATE NOT = WM-CURRENT-STATE
007140         PERFORM 3000-CLASS-BREAK THRU 3000-EXIT
007150         PERFORM 3500-STATE-BREAK THRU 3500-EXIT
007160     ELSE
007170         IF WV-CLASS-CODE NOT = WM-CURRENT-CLASS
007180             PERFORM 3000-CLASS-BREAK THRU 3000-EXIT
007190         END-IF
007200     END-IF.
007210
007220     ADD WV-PAYROLL    TO WM-CLS-PY-PAYROLL.
007230     ADD WV-OT-PREMIUM TO WM-CLS-PY-OT-PREMIUM.
007240     IF WV-QUARTER = WP-REPORT-QUARTER
007250         ADD WV-PAYROLL    TO WM-CLS-QTR-PAYROLL
007260         ADD WV-OT-PREMIUM TO WM-CLS-QTR-OT-PREMIUM
007270     END-IF.
007280     PERFORM 2100-READ-WC-DETAIL THRU 2100-EXIT.
007290 2000-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330*  2100-READ-WC-DETAIL
007340*****************************************************************
007350 2100-READ-WC-DETAIL.
007360     READ WC-DIST-DETAIL
007370         AT END
007380             SET WM-EOF TO TRUE
007390     END-READ.
007400 2100-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440*  3000-CLASS-BREAK - PRICE AND PRINT THE CLASS JUST FINISHED AND
007450*                     ROLL IT INTO THE STATE
007460*****************************************************************
007470 3000-CLASS-BREAK.
007480     MOVE SPACES TO WM-DTL-DESCRIPTION WM-DTL-NOTE.
007490     MOVE ZERO   TO WM-CLS-QTR-PREMIUM WM-CLS-PY-PREMIUM
007500                    WM-DTL-RATE.
007510     IF WM-CURRENT-CLASS = SPACES
007520         MOVE 'NO CLASS' TO WM-DTL-NOTE
007530         GO TO 3000-PRINT
007540     END-IF.
007550     MOVE ZERO TO WM-RTB-FOUND.
007560     PERFORM 3050-MATCH-RATE THRU 3050-EXIT
007570         VARYING WM-RTB-IX FROM 1 BY 1
007580         UNTIL WM-RTB-IX > WM-RTB-COUNT
007590             OR WM-RTB-FOUND > ZERO.
007600     IF WM-RTB-FOUND = ZERO
007610         MOVE 'NO RATE' TO WM-DTL-NOTE
007620         GO TO 3000-PRINT
007630     END-IF.
007640     MOVE WM-RTB-DESCRIPTION (WM-RTB-FOUND) TO WM-DTL-DESCRIPTION.
007650     MOVE WM-RTB-RATE (WM-RTB-FOUND) TO WM-DTL-RATE.
007660     COMPUTE WM-CLS-QTR-PREMIUM ROUNDED = WM-CLS-QTR-PAYROLL
007670         * WM-RTB-RATE (WM-RTB-FOUND) / 100.
007680     COMPUTE WM-CLS-PY-PREMIUM ROUNDED = WM-CLS-PY-PAYROLL
007690         * WM-RTB-RATE (WM-RTB-FOUND) / 100.
007700 3000-PRINT.
007710     MOVE WM-CURRENT-STATE      TO WM-DTL-STATE.
007720     MOVE WM-CURRENT-CLASS      TO WM-DTL-CLASS-CODE.
007730     MOVE WM-CLS-QTR-OT-PREMIUM TO WM-DTL-QTR-OT-PREMIUM.
007740     MOVE WM-CLS-QTR-PAYROLL    TO WM-DTL-QTR-PAYROLL.
007750     MOVE WM-CLS-PY-OT-PREMIUM  TO WM-DTL-PY-OT-PREMIUM.
007760     MOVE WM-CLS-PY-PAYROLL     TO WM-DTL-PY-PAYROLL.
007770     MOVE WM-CLS-QTR-PREMIUM    TO WM-DTL-QTR-PREMIUM.
007780     MOVE WM-CLS-PY-PREMIUM     TO WM-DTL-PY-PREMIUM.
007790     WRITE WC-REPORT-LINE FROM WM-DETAIL-LINE.
007800
007810     ADD WM-CLS-QTR-PAYROLL    TO WM-ST-QTR-PAYROLL.
007820     ADD WM-CLS-QTR-OT-PREMIUM TO WM-ST-QTR-OT-PREMIUM.
007830     ADD WM-CLS-PY-PAYROLL     TO WM-ST-PY-PAYROLL.
007840     ADD WM-CLS-PY-OT-PREMIUM  TO WM-ST-PY-OT-PREMIUM.
007850     ADD WM-CLS-QTR-PREMIUM    TO WM-ST-QTR-PREMIUM.
007860     ADD WM-CLS-PY-PREMIUM     TO WM-ST-PY-PREMIUM.
007870
007880     MOVE WV-CLASS-CODE TO WM-CURRENT-CLASS.
007890     MOVE ZERO TO WM-CLS-QTR-PAYROLL WM-CLS-QTR-OT-PREMIUM
007900                  WM-CLS-PY-PAYROLL WM-CLS-PY-OT-PREMIUM.
007910 3000-EXIT.
007920     EXIT.
007930
007940*****************************************************************
007950*  3050-MATCH-RATE
007960*****************************************************************
007970 3050-MATCH-RATE.
007980     IF WM-RTB-STATE (WM-RTB-IX) = WM-CURRENT-STATE
007990             AND WM-RTB-CLASS-CODE (WM-RTB-IX) = WM-CURRENT-CLASS
008000         MOVE WM-RTB-IX TO WM-RTB-FOUND
008010     END-IF.
008020 3050-EXIT.
008030     EXIT.
008040
008050*****************************************************************
008060*  3500-STATE-BREAK - SUBTOTAL THE STATE JUST FINISHED AND ROLL
008070*                     IT INTO THE POLICY TOTAL
008080*****************************************************************
008090 3500-STATE-BREAK.
008100     MOVE 'STATE TOTAL'        TO WM-TOT-LABEL.
008110     MOVE WM-CURRENT-STATE     TO WM-TOT-STATE.
008120     MOVE WM-ST-QTR-OT-PREMIUM TO WM-TOT-QTR-OT-PREM-ED.
008130     MOVE WM-ST-QTR-PAYROLL    TO WM-TOT-QTR-PAYROLL-ED.
008140     MOVE WM-ST-PY-OT-PREMIUM  TO WM-TOT-PY-OT-PREM-ED.
008150     MOVE WM-ST-PY-PAYROLL     TO WM-TOT-PY-PAYROLL-ED.
008160     MOVE WM-ST-QTR-PREMIUM    TO WM-TOT-QTR-PREMIUM-ED.
008170     MOVE WM-ST-PY-PREMIUM     TO WM-TOT-PY-PREMIUM-ED.
008180     WRITE WC-REPORT-LINE FROM WM-TOTAL-LINE.
008190
008200     ADD WM-ST-QTR-PAYROLL    TO WM-TOT-QTR-PAYROLL.
008210     ADD WM-ST-QTR-OT-PREMIUM TO WM-TOT-QTR-OT-PREMIUM.
008220     ADD WM-ST-PY-PAYROLL     TO WM-TOT-PY-PAYROLL.
008230     ADD WM-ST-PY-OT-PREMIUM  TO WM-TOT-PY-OT-PREMIUM.
008240     ADD WM-ST-QTR-PREMIUM    TO WM-TOT-QTR-PREMIUM.
008250     ADD WM-ST-PY-PREMIUM     TO WM-TOT-PY-PREMIUM.
008260
008270     MOVE WV-STATE TO WM-CURRENT-STATE.
008280     MOVE ZERO TO WM-ST-QTR-PAYROLL WM-ST-QTR-OT-PREMIUM
008290                  WM-ST-PY-PAYROLL WM-ST-PY-OT-PREMIUM
008300                  WM-ST-QTR-PREMIUM WM-ST-PY-PREMIUM.
008310 3500-EXIT.
008320     EXIT.
008330
008340*****************************************************************
008350*  9000-TERMINATE - LAST CLASS AND STATE, POLICY TOTAL, COUNTS
008360*****************************************************************
008370 9000-TERMINATE.
008380     IF WM-DIST-COUNT > ZERO
008390         PERFORM 3000-CLASS-BREAK THRU 3000-EXIT
008400         PERFORM 3500-STATE-BREAK THRU 3500-EXIT
008410     END-IF.
008420
008430     MOVE 'POLICY TOTAL'        TO WM-TOT-LABEL.
008440     MOVE SPACES                TO WM-TOT-STATE.
008450     MOVE WM-TOT-QTR-OT-PREMIUM TO WM-TOT-QTR-OT-PREM-ED.
008460     MOVE WM-TOT-QTR-PAYROLL    TO WM-TOT-QTR-PAYROLL-ED.
008470     MOVE WM-TOT-PY-OT-PREMIUM  TO WM-TOT-PY-OT-PREM-ED.
008480     MOVE WM-TOT-PY-PAYROLL     TO WM-TOT-PY-PAYROLL-ED.
008490     MOVE WM-TOT-QTR-PREMIUM    TO WM-TOT-QTR-PREMIUM-ED.
008500     MOVE WM-TOT-PY-PREMIUM     TO WM-TOT-PY-PREMIUM-ED.
008510     WRITE WC-REPORT-LINE FROM WM-TOTAL-LINE.
008520
008530     MOVE WM-HIST-READ-COUNT TO WM-CNT-READ.
008540     MOVE WM-HIST-USED-COUNT TO WM-CNT-USED.
008550     MOVE WM-NO-CLASS-COUNT  TO WM-CNT-NO-CLASS.
008560     WRITE WC-REPORT-LINE FROM WM-COUNT-LINE.
008570
008580     CLOSE WC-DIST-DETAIL.
008590     CLOSE WC-REPORT.
008600 9000-EXIT.
008610     EXIT.
