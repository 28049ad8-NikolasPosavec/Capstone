000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NEWHIRE.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : NEWHIRE
000090*  DESCRIPTION  : STATE NEW-HIRE REPORTING.  PASSES THE EMPLOYEE
000100*                 MASTER AND WRITES THE STATE NEW-HIRE FILE FOR
000110*                 EVERY EMPLOYEE EMPMAINT HAS ADDED OR REHIRED
000120*                 WHO HAS NOT YET BEEN REPORTED - AN NE EMPLOYER
000130*                 RECORD (FEIN, NAME, ADDRESS FROM THE NEW-HIRE
000140*                 CONTROL FILE, NHCTL.CPY), ONE NW RECORD PER
000150*                 EMPLOYEE (SSN, NAME, ADDRESS, HIRE DATE, DATE OF
000160*                 BIRTH, REHIRE FLAG) AND AN NT TOTALS RECORD -
000170*                 128-BYTE RECORDS.  EACH EMPLOYEE WRITTEN IS
000180*                 MARKED REPORTED WITH THE RUN DATE SO A RERUN
000190*                 DOES NOT REPORT THEM AGAIN.  AN EMPLOYEE WHO
000200*                 CANNOT BE REPORTED (NO SSN, ADDRESS OR HIRE
000210*                 DATE) STAYS PENDING.  THE EXCEPTION LIST SHOWS
000220*                 THOSE AND EVERY EMPLOYEE REPORTED PAST THE
000230*                 DEADLINE - 20 DAYS FROM THE HIRE DATE UNLESS
000240*                 THE CONTROL RECORD SAYS OTHERWISE - COUNTED IN
000250*                 CALENDAR DAYS, LEAP YEARS INCLUDED.
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE        INIT  DESCRIPTION
000290*  ----------  ----  ------------------------------------------
000300*  2026-10-15  RTS   ORIGINAL VERSION.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-Z.
000360 OBJECT-COMPUTER. IBM-Z.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT NEW-HIRE-CONTROL  ASSIGN TO "NHCTL"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS NH-NHCTL-STATUS.
000430
000440     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS EM-EMP-ID
000480         FILE STATUS IS NH-EMPMAST-STATUS.
000490
000500     SELECT NEW-HIRE-FILE     ASSIGN TO "NHFILE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS NH-NHFILE-STATUS.
000530
000540     SELECT NEW-HIRE-REPORT   ASSIGN TO "NHRPT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS NH-NHRPT-STATUS.
000570
000580     SELECT NEW-HIRE-EXCEPTIONS ASSIGN TO "NHXRPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS NH-NHXRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  NEW-HIRE-CONTROL
000650     LABEL RECORDS ARE STANDARD.
000660     COPY NHCTL.
000670
000680 FD  EMPLOYEE-MASTER
000690     LABEL RECORDS ARE STANDARD.
000700     COPY EMPMAST.
000710
000720 FD  NEW-HIRE-FILE
000730     LABEL RECORDS ARE OMITTED
000740     RECORDING MODE IS F.
000750 01  NEW-HIRE-LINE              PIC X(128).
000760
000770 FD  NEW-HIRE-REPORT
000780     LABEL RECORDS ARE OMITTED
000790     RECORDING MODE IS F.
000800 01  NEW-HIRE-REPORT-LINE       PIC X(132).
000810
000820 FD  NEW-HIRE-EXCEPTIONS
000830     LABEL RECORDS ARE OMITTED
000840     RECORDING MODE IS F.
000850 01  NEW-HIRE-EXCEPTION-LINE    PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890*  FILE STATUS AND SWITCHES
000900*----------------------------------------------------------------
000910 77  NH-NHCTL-STATUS            PIC X(02) VALUE '00'.
000920 77  NH-EMPMAST-STATUS          PIC X(02) VALUE '00'.
000930 77  NH-NHFILE-STATUS           PIC X(02) VALUE '00'.
000940 77  NH-NHRPT-STATUS            PIC X(02) VALUE '00'.
000950 77  NH-NHXRPT-STATUS           PIC X(02) VALUE '00'.
000960
000970 77  NH-EOF-SW                  PIC X(01) VALUE 'N'.
000980     88  NH-EOF                            VALUE 'Y'.
000990
001000*----------------------------------------------------------------
001010*  RUN DATE AND THE REPORTING DEADLINE.  DAYS SINCE HIRE ARE
001020*  CALENDAR DAYS - EACH DATE IS TURNED INTO A DAY NUMBER, A
001030*  DAY COUNT FROM A FIXED BASE, AND THE TWO SUBTRACTED.  A
001040*  HIRE DATE STILL AHEAD OF THE RUN DATE COUNTS AS ZERO DAYS.
001050*----------------------------------------------------------------
001060 01  NH-RUN-DATE.
001070     05  NH-RUN-YEAR            PIC 9(4).
001080     05  NH-RUN-MONTH           PIC 9(2).
001090     05  NH-RUN-DAY             PIC 9(2).
001100
001110 77  NH-REPORT-DAYS             PIC 9(03) VALUE 20.
001120 77  NH-DAYS-SINCE-HIRE         PIC S9(5) VALUE ZERO.
001130 77  NH-HIRE-DAYNUM             PIC 9(7) COMP VALUE ZERO.
001140 77  NH-DAYNUM                  PIC 9(7) COMP VALUE ZERO.
001150 77  NH-DN-PRIOR-YEARS          PIC 9(4) COMP VALUE ZERO.
001160 77  NH-DN-QUOTIENT             PIC 9(4) COMP VALUE ZERO.
001170 77  NH-DN-LEAP-4               PIC 9(4) COMP VALUE ZERO.
001180 77  NH-DN-LEAP-100             PIC 9(4) COMP VALUE ZERO.
001190 77  NH-DN-LEAP-400             PIC 9(4) COMP VALUE ZERO.
001200 77  NH-DN-REM-4                PIC 9(4) COMP VALUE ZERO.
001210 77  NH-DN-REM-100              PIC 9(4) COMP VALUE ZERO.
001220 77  NH-DN-REM-400              PIC 9(4) COMP VALUE ZERO.
001230 01  NH-DN-DATE.
001240     05  NH-DN-YEAR             PIC 9(4).
001250     05  NH-DN-MONTH            PIC 9(2).
001260     05  NH-DN-DAY              PIC 9(2).
001270 01  NH-CUM-DAYS-VALUES.
001280     05  FILLER                 PIC X(36) VALUE
001290         '000031059090120151181212243273304334'.
001300 01  NH-CUM-DAYS-TABLE REDEFINES NH-CUM-DAYS-VALUES.
001310     05  NH-CUM-DAYS            PIC 9(3) OCCURS 12 TIMES.
001320
001330*----------------------------------------------------------------
001340*  RUN COUNTS
001350*----------------------------------------------------------------
001360 77  NH-REPORTED-COUNT          PIC 9(7) COMP VALUE ZERO.
001370 77  NH-LATE-COUNT              PIC 9(5) COMP VALUE ZERO.
001380 77  NH-HELD-COUNT              PIC 9(5) COMP VALUE ZERO.
001390
001400*----------------------------------------------------------------
001410*  STATE NEW-HIRE RECORDS - FIXED 128-BYTE RECORDS
001420*----------------------------------------------------------------
001430 01  NH-NE-RECORD.
001440     05  FILLER                 PIC X(02) VALUE 'NE'.
001450     05  NH-NE-FEIN             PIC 9(09).
001460     05  NH-NE-COMPANY-NAME     PIC X(30).
001470     05  NH-NE-ADDRESS          PIC X(30).
001480     05  NH-NE-CITY-ST-ZIP      PIC X(30).
001490     05  NH-NE-STATE            PIC X(02).
001500     05  NH-NE-RUN-DATE         PIC 9(8).
001510     05  FILLER                 PIC X(17) VALUE SPACES.
001520
001530 01  NH-NW-RECORD.
001540     05  FILLER                 PIC X(02) VALUE 'NW'.
001550     05  NH-NW-SSN              PIC 9(09).
001560     05  NH-NW-EMP-NAME         PIC X(30).
001570     05  NH-NW-ADDRESS          PIC X(30).
001580     05  NH-NW-CITY-ST-ZIP      PIC X(30).
001590     05  NH-NW-HIRE-DATE        PIC 9(8).
001600     05  NH-NW-BIRTH-DATE       PIC 9(8).
001610     05  NH-NW-REHIRE-FLAG      PIC X(01).
001620     05  FILLER                 PIC X(10) VALUE SPACES.
001630
001640 01  NH-NT-RECORD.
001650     05  FILLER                 PIC X(02) VALUE 'NT'.
001660     05  NH-NT-EMP-COUNT        PIC 9(7).
001670     05  FILLER                 PIC X(119) VALUE SPACES.
001680
001690*----------------------------------------------------------------
001700*  NEW-HIRE REPORT LINES
001710*----------------------------------------------------------------
001720 01  NH-HEADING-LINE.
001730     05  FILLER  PIC X(30) VALUE 'STATE NEW-HIRE REPORT'.
001740     05  FILLER  PIC X(10) VALUE 'RUN DATE'.
001750     05  NH-HDG-RUN-DATE        PIC 9(8).
001760     05  FILLER  PIC X(09) VALUE '   STATE'.
001770     05  NH-HDG-STATE           PIC X(02).
001780     05  FILLER  PIC X(09) VALUE '   FEIN'.
001790     05  NH-HDG-FEIN            PIC 9(09).
001800     05  FILLER  PIC X(02) VALUE SPACES.
001810     05  NH-HDG-COMPANY-NAME    PIC X(30).
001820
001830 01  NH-COLUMN-LINE.
001840     05  FILLER  PIC X(07) VALUE 'EMP ID'.
001850     05  FILLER  PIC X(32) VALUE 'NAME'.
001860     05  FILLER  PIC X(11) VALUE 'SSN'.
001870     05  FILLER  PIC X(32) VALUE 'ADDRESS'.
001880     05  FILLER  PIC X(10) VALUE 'HIRED'.
001890     05  FILLER  PIC X(10) VALUE 'BORN'.
001900     05  FILLER  PIC X(08) VALUE 'REHIRE'.
001910     05  FILLER  PIC X(06) VALUE 'DAYS'.
001920
001930 01  NH-DETAIL-LINE.
001940     05  NH-DTL-EMP-ID          PIC X(05).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  NH-DTL-EMP-NAME        PIC X(30).
001970     05  FILLER                 PIC X(02) VALUE SPACES.
001980     05  NH-DTL-SSN             PIC 9(09).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  NH-DTL-ADDRESS         PIC X(30).
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  NH-DTL-HIRE-DATE       PIC 9(8).
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  NH-DTL-BIRTH-DATE      PIC 9(8).
002050     05  FILLER                 PIC X(04) VALUE SPACES.
002060     05  NH-DTL-REHIRE-FLAG     PIC X(01).
002070     05  FILLER                 PIC X(03) VALUE SPACES.
002080     05  NH-DTL-DAYS            PIC ZZZZ9.
002090
002100 01  NH-TOTAL-LINE.
002110     05  FILLER  PIC X(20) VALUE 'EMPLOYEES REPORTED:'.
002120     05  NH-TOT-REPORTED        PIC Z(6)9.
002130     05  FILLER  PIC X(17) VALUE '   REPORTED LATE:'.
002140     05  NH-TOT-LATE            PIC ZZZZ9.
002150     05  FILLER  PIC X(17) VALUE '   NOT REPORTED:'.
002160     05  NH-TOT-HELD            PIC ZZZZ9.
002170
002180*----------------------------------------------------------------
002190*  LATE-REPORT EXCEPTION LIST LINES
002200*----------------------------------------------------------------
002210 01  NH-EX-HEADING-LINE.
002220     05  FILLER  PIC X(40) VALUE
002230         'NEW-HIRE LATE REPORT EXCEPTIONS'.
002240     05  FILLER  PIC X(10) VALUE 'RUN DATE'.
002250     05  NH-EX-HDG-RUN-DATE     PIC 9(8).
002260     05  FILLER  PIC X(18) VALUE '   DEADLINE DAYS'.
002270     05  NH-EX-HDG-DAYS         PIC ZZ9.
002280
002290 01  NH-EX-COLUMN-LINE.
002300     05  FILLER  PIC X(07) VALUE 'EMP ID'.
002310     05  FILLER  PIC X(32) VALUE 'NAME'.
002320     05  FILLER  PIC X(10) VALUE 'HIRED'.
002330     05  FILLER  PIC X(08) VALUE 'REHIRE'.
002340     05  FILLER  PIC X(07) VALUE 'DAYS'.
002350     05  FILLER  PIC X(40) VALUE 'REASON'.
002360
002370 01  NH-EX-DETAIL-LINE.
002380     05  NH-EX-EMP-ID           PIC X(05).
002390     05  FILLER                 PIC X(02) VALUE SPACES.
002400     05  NH-EX-EMP-NAME         PIC X(30).
002410     05  FILLER                 PIC X(02) VALUE SPACES.
002420     05  NH-EX-HIRE-DATE        PIC 9(8).
002430     05  FILLER                 PIC X(04) VALUE SPACES.
002440     05  NH-EX-REHIRE-FLAG      PIC X(01).
002450     05  FILLER                 PIC X(03) VALUE SPACES.
002460     05  NH-EX-DAYS             PIC ZZZZ9.
002470     05  FILLER                 PIC X(02) VALUE SPACES.
002480     05  NH-EX-REASON           PIC X(40).
002490
002500 01  NH-BLANK-LINE              PIC X(01) VALUE SPACE.
002510
002520 PROCEDURE DIVISION.
002530*****************************************************************
002540*  0000-MAINLINE
002550*****************************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-PROCESS-EMPLOYEES THRU 2000-EXIT
002590         UNTIL NH-EOF.
002600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002610     STOP RUN.
002620
002630*****************************************************************
002640*  1000-INITIALIZE - READ THE CONTROL RECORD, OPEN FILES, WRITE
002650*                    THE EMPLOYER RECORD AND THE REPORT HEADINGS
002660*****************************************************************
002670 1000-INITIALIZE.
002680     ACCEPT NH-RUN-DATE FROM DATE YYYYMMDD.
002690     PERFORM 1100-READ-NH-CONTROL THRU 1100-EXIT.
002700
002710     OPEN I-O    EMPLOYEE-MASTER.
002720     IF NH-EMPMAST-STATUS NOT = '00'
002730         DISPLAY 'NEWHIRE - EMPLOYEE-MASTER FILE NOT AVAILABLE - '
002740             'STATUS ' NH-EMPMAST-STATUS
002750         STOP RUN
002760     END-IF.
002770     OPEN OUTPUT NEW-HIRE-FILE.
002780     OPEN OUTPUT NEW-HIRE-REPORT.
002790     OPEN OUTPUT NEW-HIRE-EXCEPTIONS.
002800
002810     MOVE NC-FEIN         TO NH-NE-FEIN.
002820     MOVE NC-COMPANY-NAME TO NH-NE-COMPANY-NAME.
002830     MOVE NC-ADDRESS      TO NH-NE-ADDRESS.
002840     MOVE NC-CITY-ST-ZIP  TO NH-NE-CITY-ST-ZIP.
002850     MOVE NC-STATE        TO NH-NE-STATE.
002860     MOVE NH-RUN-DATE     TO NH-NE-RUN-DATE.
002870     WRITE NEW-HIRE-LINE FROM NH-NE-RECORD.
002880
002890     MOVE NH-RUN-DATE     TO NH-HDG-RUN-DATE.
002900     MOVE NC-STATE        TO NH-HDG-STATE.
002910     MOVE NC-FEIN         TO NH-HDG-FEIN.
002920     MOVE NC-COMPANY-NAME TO NH-HDG-COMPANY-NAME.
002930     WRITE NEW-HIRE-REPORT-LINE FROM NH-HEADING-LINE.
002940     WRITE NEW-HIRE-REPORT-LINE FROM NH-BLANK-LINE.
002950     WRITE NEW-HIRE-REPORT-LINE FROM NH-COLUMN-LINE.
002960
002970     MOVE NH-RUN-DATE     TO NH-EX-HDG-RUN-DATE.
002980     MOVE NH-REPORT-DAYS  TO NH-EX-HDG-DAYS.
002990     WRITE NEW-HIRE-EXCEPTION-LINE FROM NH-EX-HEADING-LINE.
003000     WRITE NEW-HIRE-EXCEPTION-LINE FROM NH-EX-COLUMN-LINE.
003010
003020     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070*  1100-READ-NH-CONTROL - THE FEIN HEADS THE STATE FILE AND
003080*                         CANNOT BE DEFAULTED
003090*****************************************************************
003100 1100-READ-NH-CONTROL.
003110     OPEN INPUT NEW-HIRE-CONTROL.
003120     IF NH-NHCTL-STATUS NOT = '00'
003130         DISPLAY 'NEWHIRE - NEW-HIRE-CONTROL FILE NOT AVAILABLE'
003140             ' - STATUS ' NH-NHCTL-STATUS
003150         STOP RUN
003160     END-IF.
003170     READ NEW-HIRE-CONTROL
003180         AT END
003190             DISPLAY 'NEWHIRE - NEW-HIRE-CONTROL FILE IS EMPTY'
003200             STOP RUN
003210     END-READ.
003220     CLOSE NEW-HIRE-CONTROL.
003230     IF NC-FEIN NOT NUMERIC OR NC-FEIN = ZERO
003240         DISPLAY 'NEWHIRE - INVALID FEIN ON NEW-HIRE-CONTROL - '
003250             'RUN REJECTED'
003260         STOP RUN
003270     END-IF.
003280     IF NC-REPORT-DAYS NUMERIC AND NC-REPORT-DAYS > ZERO
003290         MOVE NC-REPORT-DAYS TO NH-REPORT-DAYS
003300     END-IF.
003310 1100-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350*  2000-PROCESS-EMPLOYEES - ONE EMPLOYEE-MASTER RECORD PER PASS.
003360*                           ONLY AN EMPLOYEE STILL OWED A REPORT
003370*                           IS LOOKED AT.
003380*****************************************************************
003390 2000-PROCESS-EMPLOYEES.
003400     IF NOT EM-NEWHIRE-PENDING
003410         GO TO 2000-NEXT
003420     END-IF.
003430     PERFORM 2200-FIGURE-DAYS THRU 2200-EXIT.
003440     EVALUATE TRUE
003450         WHEN EM-SSN NOT NUMERIC OR EM-SSN = ZERO
003460             MOVE 'NO SSN ON MASTER - NOT REPORTED'
003470                 TO NH-EX-REASON
003480             PERFORM 2500-HOLD-EMPLOYEE THRU 2500-EXIT
003490         WHEN EM-ADDRESS = SPACES
003500             MOVE 'NO ADDRESS ON MASTER - NOT REPORTED'
003510                 TO NH-EX-REASON
003520             PERFORM 2500-HOLD-EMPLOYEE THRU 2500-EXIT
003530         WHEN EM-HIRE-DATE NOT NUMERIC OR EM-HIRE-DATE = ZERO
003540             MOVE 'NO HIRE DATE ON MASTER - NOT REPORTED'
003550                 TO NH-EX-REASON
003560             PERFORM 2500-HOLD-EMPLOYEE THRU 2500-EXIT
003570         WHEN OTHER
003580             PERFORM 2300-REPORT-EMPLOYEE THRU 2300-EXIT
003590     END-EVALUATE.
003600 2000-NEXT.
003610     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*  2100-READ-EMPLOYEE
003670*****************************************************************
003680 2100-READ-EMPLOYEE.
003690     READ EMPLOYEE-MASTER NEXT RECORD
003700         AT END
003710             SET NH-EOF TO TRUE
003720     END-READ.
003730     IF NH-EMPMAST-STATUS NOT = '00'
003740         SET NH-EOF TO TRUE
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*  2200-FIGURE-DAYS - DAYS FROM THE HIRE DATE TO THE RUN DATE
003810*****************************************************************
003820 2200-FIGURE-DAYS.
003830     MOVE ZERO TO NH-DAYS-SINCE-HIRE.
003840     IF EM-HIRE-DATE NOT NUMERIC OR EM-HIRE-DATE = ZERO
003850         GO TO 2200-EXIT
003860     END-IF.
003870     MOVE EM-HIRE-DATE TO NH-DN-DATE.
003880     PERFORM 2250-COMPUTE-DAY-NUMBER THRU 2250-EXIT.
003890     MOVE NH-DAYNUM TO NH-HIRE-DAYNUM.
003900     MOVE NH-RUN-DATE TO NH-DN-DATE.
003910     PERFORM 2250-COMPUTE-DAY-NUMBER THRU 2250-EXIT.
003920     COMPUTE NH-DAYS-SINCE-HIRE = NH-DAYNUM - NH-HIRE-DAYNUM.
003930     IF NH-DAYS-SINCE-HIRE < ZERO
003940         MOVE ZERO TO NH-DAYS-SINCE-HIRE
003950     END-IF.
003960 2200-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*  2250-COMPUTE-DAY-NUMBER - DAYS FROM A FIXED BASE TO THE DATE
004010*                            IN NH-DN-DATE - WHOLE PRIOR YEARS
004020*                            WITH THEIR LEAP DAYS, THE MONTHS
004030*                            BEFORE THIS ONE, THE DAY, AND THIS
004040*                            YEAR'S LEAP DAY ONCE PAST FEBRUARY.
004050*****************************************************************
004060 2250-COMPUTE-DAY-NUMBER.
004070     IF NH-DN-MONTH < 1 OR NH-DN-MONTH > 12
004080         MOVE 1 TO NH-DN-MONTH
004090     END-IF.
004100     COMPUTE NH-DN-PRIOR-YEARS = NH-DN-YEAR - 1.
004110     DIVIDE NH-DN-PRIOR-YEARS BY 4 GIVING NH-DN-LEAP-4.
004120     DIVIDE NH-DN-PRIOR-YEARS BY 100 GIVING NH-DN-LEAP-100.
004130     DIVIDE NH-DN-PRIOR-YEARS BY 400 GIVING NH-DN-LEAP-400.
004140     COMPUTE NH-DAYNUM = NH-DN-PRIOR-YEARS * 365
004150         + NH-DN-LEAP-4 - NH-DN-LEAP-100 + NH-DN-LEAP-400
004160         + NH-CUM-DAYS (NH-DN-MONTH) + NH-DN-DAY.
004170     IF NH-DN-MONTH > 2
004180         DIVIDE NH-DN-YEAR BY 4 GIVING NH-DN-QUOTIENT
004190             REMAINDER NH-DN-REM-4
004200         DIVIDE NH-DN-YEAR BY 100 GIVING NH-DN-QUOTIENT
004210             REMAINDER NH-DN-REM-100
004220         DIVIDE NH-DN-YEAR BY 400 GIVING NH-DN-QUOTIENT
004230             REMAINDER NH-DN-REM-400
004240         IF (NH-DN-REM-4 = ZERO AND NH-DN-REM-100 NOT = ZERO)
004250                 OR NH-DN-REM-400 = ZERO
004260             ADD 1 TO NH-DAYNUM
004270         END-IF
004280     END-IF.
004290 2250-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*  2300-REPORT-EMPLOYEE - ONE NW RECORD AND ONE REPORT LINE, AND
004340*                         THE EMPLOYEE IS MARKED REPORTED.  ONE
004350*                         REPORTED PAST THE DEADLINE ALSO GOES ON
004360*                         THE EXCEPTION LIST.
004370*****************************************************************
004380 2300-REPORT-EMPLOYEE.
004390     MOVE EM-SSN          TO NH-NW-SSN.
004400     MOVE EM-EMP-NAME     TO NH-NW-EMP-NAME.
004410     MOVE EM-ADDRESS      TO NH-NW-ADDRESS.
004420     MOVE EM-CITY-ST-ZIP  TO NH-NW-CITY-ST-ZIP.
004430     MOVE EM-HIRE-DATE    TO NH-NW-HIRE-DATE.
004440     IF EM-BIRTH-DATE NUMERIC
004450         MOVE EM-BIRTH-DATE TO NH-NW-BIRTH-DATE
004460     ELSE
004470         MOVE ZERO TO NH-NW-BIRTH-DATE
004480     END-IF.
004490     IF EM-REHIRED
004500         MOVE 'Y' TO NH-NW-REHIRE-FLAG
004510     ELSE
004520         MOVE 'N' TO NH-NW-REHIRE-FLAG
004530     END-IF.
004540     WRITE NEW-HIRE-LINE FROM NH-NW-RECORD.
004550
004560     SET EM-NEWHIRE-REPORTED TO TRUE.
004570     MOVE NH-RUN-DATE TO EM-NEWHIRE-RPT-DATE.
004580     REWRITE EMPLOYEE-MASTER-RECORD.
004590     ADD 1 TO NH-REPORTED-COUNT.
004600
004610     MOVE EM-EMP-ID          TO NH-DTL-EMP-ID.
004620     MOVE EM-EMP-NAME        TO NH-DTL-EMP-NAME.
004630     MOVE EM-SSN             TO NH-DTL-SSN.
004640     MOVE EM-ADDRESS         TO NH-DTL-ADDRESS.
004650     MOVE EM-HIRE-DATE       TO NH-DTL-HIRE-DATE.
004660     MOVE NH-NW-BIRTH-DATE   TO NH-DTL-BIRTH-DATE.
004670     MOVE NH-NW-REHIRE-FLAG  TO NH-DTL-REHIRE-FLAG.
004680     MOVE NH-DAYS-SINCE-HIRE TO NH-DTL-DAYS.
004690     WRITE NEW-HIRE-REPORT-LINE FROM NH-DETAIL-LINE.
004700
004710     IF NH-DAYS-SINCE-HIRE > NH-REPORT-DAYS
004720         MOVE 'REPORTED LATE - PAST THE DEADLINE'
004730             TO NH-EX-REASON
004740         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
004750         ADD 1 TO NH-LATE-COUNT
004760     END-IF.
004770 2300-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810*  2500-HOLD-EMPLOYEE - AN EMPLOYEE WHO CANNOT BE REPORTED STAYS
004820*                       PENDING AND GOES ON THE EXCEPTION LIST SO
004830*                       HR CAN FIX THE MASTER BEFORE THE DEADLINE
004840*****************************************************************
004850 2500-HOLD-EMPLOYEE.
004860     PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT.
004870     ADD 1 TO NH-HELD-COUNT.
004880 2500-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*  2600-WRITE-EXCEPTION
004930*****************************************************************
004940 2600-WRITE-EXCEPTION.
004950     MOVE EM-EMP-ID          TO NH-EX-EMP-ID.
004960     MOVE EM-EMP-NAME        TO NH-EX-EMP-NAME.
004970     IF EM-HIRE-DATE NUMERIC
004980         MOVE EM-HIRE-DATE   TO NH-EX-HIRE-DATE
004990     ELSE
005000         MOVE ZERO           TO NH-EX-HIRE-DATE
005010     END-IF.
005020     IF EM-REHIRED
005030         MOVE 'Y' TO NH-EX-REHIRE-FLAG
005040     ELSE
005050         MOVE 'N' TO NH-EX-REHIRE-FLAG
005060     END-IF.
005070     MOVE NH-DAYS-SINCE-HIRE TO NH-EX-DAYS.
005080     WRITE NEW-HIRE-EXCEPTION-LINE FROM NH-EX-DETAIL-LINE.
005090 2600-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130*  9000-TERMINATE - TOTALS RECORD, COUNTS, CLOSE FILES
005140*****************************************************************
005150 9000-TERMINATE.
005160     MOVE NH-REPORTED-COUNT TO NH-NT-EMP-COUNT.
005170     WRITE NEW-HIRE-LINE FROM NH-NT-RECORD.
005180
005190     MOVE NH-REPORTED-COUNT TO NH-TOT-REPORTED.
005200     MOVE NH-LATE-COUNT     TO NH-TOT-LATE.
005210     MOVE NH-HELD-COUNT     TO NH-TOT-HELD.
005220     WRITE NEW-HIRE-REPORT-LINE FROM NH-BLANK-LINE.
005230     WRITE NEW-HIRE-REPORT-LINE FROM NH-TOTAL-LINE.
005240
005250     CLOSE EMPLOYEE-MASTER.
005260     CLOSE NEW-HIRE-FILE.
005270     CLOSE NEW-HIRE-REPORT.
005280     CLOSE NEW-HIRE-EXCEPTIONS.
005290 9000-EXIT.
005300     EXIT.
