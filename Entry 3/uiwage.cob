000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. UIWAGE.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : UIWAGE
000090*  DESCRIPTION  : QUARTERLY STATE UNEMPLOYMENT INSURANCE WAGE
000100*                 REPORT.  READS THE YTD-MASTER FILE MAINTAINED
000110*                 BY PAYROLL AND WRITES THE STATE WAGE DETAIL
000120*                 FILE - A UE EMPLOYER RECORD, ONE UW WAGE RECORD
000130*                 PER EMPLOYEE PAID IN THE QUARTER (SSN, NAME,
000140*                 UI GROSS WAGES, SUTA TAXABLE WAGES AND THE
000150*                 EXCESS OVER THE STATE WAGE BASE) AND A UT
000160*                 TOTALS RECORD - 128-BYTE RECORDS.  THE PRINTED
000170*                 REPORT LISTS THE SAME WAGES, THE EMPLOYEES WHO
000180*                 COULD NOT BE REPORTED, AND THE FORM 940 FIGURES
000190*                 YEAR TO DATE (LINES 3 THROUGH 8 AND THE
000200*                 QUARTERLY FUTA LIABILITY OF PART 5).
000210*                 THE QUARTER'S WAGES ARE THE QUARTER-TO-DATE
000220*                 BUCKETS, SO THE REPORT IS RUN AFTER THE LAST
000230*                 PAYROLL OF THE QUARTER AND BEFORE THE FIRST
000240*                 PAYROLL OF THE NEXT - THE SAME WINDOW AS THE
000250*                 941.  AN EMPLOYEE WHOSE RECORD CARRIES ANOTHER
000260*                 YEAR OR QUARTER WAS NOT PAID IN THE QUARTER.
000270*                 UI WAGES ARE THE MEDICARE WAGES - GROSS LESS
000280*                 SECTION 125 DEDUCTIONS.  THE TAX YEAR, QUARTER,
000290*                 STATE ACCOUNT AND EMPLOYER IDENTIFICATION COME
000300*                 FROM THE UI-CONTROL PARAMETER FILE (UICTL.CPY).
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  DATE        INIT  DESCRIPTION
000340*  ----------  ----  ------------------------------------------
000350*  2026-10-15  RTS   ORIGINAL VERSION.
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-Z.
000410 OBJECT-COMPUTER. IBM-Z.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT YTD-MASTER        ASSIGN TO "YTDMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS YM-EMP-ID
000490         FILE STATUS IS UW-YTDMAST-STATUS.
000500
000510     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS EM-EMP-ID
000550         FILE STATUS IS UW-EMPMAST-STATUS.
000560
000570     SELECT UI-CONTROL        ASSIGN TO "UICTL"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS UW-UICTL-STATUS.
000600
000610     SELECT UI-WAGE-FILE      ASSIGN TO "UIWAGES"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS UW-WAGEFILE-STATUS.
000640
000650     SELECT UI-REPORT         ASSIGN TO "UIRPT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS UW-REPORT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  YTD-MASTER
000720     LABEL RECORDS ARE STANDARD.
000730     COPY YTDMAST.
000740
000750 FD  EMPLOYEE-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY EMPMAST.
000780
000790 FD  UI-CONTROL
000800     LABEL RECORDS ARE STANDARD.
000810     COPY UICTL.
000820
000830 FD  UI-WAGE-FILE
000840     LABEL RECORDS ARE OMITTED
000850     RECORDING MODE IS F.
000860 01  UI-WAGE-LINE               PIC X(128).
000870
000880 FD  UI-REPORT
000890     LABEL RECORDS ARE OMITTED
000900     RECORDING MODE IS F.
000910 01  UI-REPORT-LINE             PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950*  FILE STATUS AND SWITCHES
000960*----------------------------------------------------------------
000970 77  UW-YTDMAST-STATUS          PIC X(02) VALUE '00'.
000980 77  UW-EMPMAST-STATUS          PIC X(02) VALUE '00'.
000990 77  UW-UICTL-STATUS            PIC X(02) VALUE '00'.
001000 77  UW-WAGEFILE-STATUS         PIC X(02) VALUE '00'.
001010 77  UW-REPORT-STATUS           PIC X(02) VALUE '00'.
001020
001030 77  UW-EOF-SW                  PIC X(01) VALUE 'N'.
001040     88  UW-EOF                            VALUE 'Y'.
001050
001060 77  UW-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
001070     88  UW-EMP-FOUND                      VALUE 'Y'.
001080     88  UW-EMP-NOT-FOUND                  VALUE 'N'.
001090
001100*----------------------------------------------------------------
001110*  QUARTER WAGE TOTALS FOR THE UT RECORD AND THE REPORT
001120*----------------------------------------------------------------
001130 77  UW-EMP-COUNT               PIC 9(7) COMP VALUE ZERO.
001140 77  UW-EXCEPTION-COUNT         PIC 9(5) COMP VALUE ZERO.
001150 77  UW-EXCESS-WRK              PIC S9(9)V99 VALUE ZERO.
001160 77  UW-TOTAL-UI-WAGES          PIC 9(11)V99 VALUE ZERO.
001170 77  UW-TOTAL-TAXABLE           PIC 9(11)V99 VALUE ZERO.
001180 77  UW-TOTAL-EXCESS            PIC 9(11)V99 VALUE ZERO.
001190 77  UW-TOTAL-SUTA-TAX          PIC 9(11)V99 VALUE ZERO.
001200
001210*----------------------------------------------------------------
001220*  FORM 940 YEAR-TO-DATE FIGURES.  LINE 4 IS THE SECTION 125
001230*  PART OF GROSS, LINE 5 THE FUTA-EXEMPT PART OVER THE WAGE
001240*  BASE, SO LINE 7 (LINE 3 LESS LINE 6) IS THE FUTA WAGES.
001250*----------------------------------------------------------------
001260 77  UW-940-GROSS               PIC S9(11)V99 VALUE ZERO.
001270 77  UW-940-EXEMPT              PIC S9(11)V99 VALUE ZERO.
001280 77  UW-940-OVER-BASE           PIC S9(11)V99 VALUE ZERO.
001290 77  UW-940-SUBTOTAL            PIC S9(11)V99 VALUE ZERO.
001300 77  UW-940-TAXABLE             PIC S9(11)V99 VALUE ZERO.
001310 77  UW-940-FUTA-TAX            PIC S9(11)V99 VALUE ZERO.
001320 77  UW-940-TOTAL-LIAB          PIC S9(11)V99 VALUE ZERO.
001330 01  UW-940-QUARTER-TABLE.
001340     05  UW-940-QTR-LIAB        PIC S9(11)V99 OCCURS 4 TIMES.
001350 77  UW-QTR-IX                  PIC 9(01) COMP VALUE ZERO.
001360
001370*----------------------------------------------------------------
001380*  STATE WAGE DETAIL RECORDS - FIXED 128-BYTE RECORDS
001390*----------------------------------------------------------------
001400 01  UW-UE-RECORD.
001410     05  FILLER                 PIC X(02) VALUE 'UE'.
001420     05  UW-UE-TAX-YEAR         PIC 9(4).
001430     05  UW-UE-QUARTER          PIC 9(01).
001440     05  UW-UE-STATE            PIC X(02).
001450     05  UW-UE-UI-ACCOUNT       PIC X(10).
001460     05  UW-UE-EIN              PIC 9(09).
001470     05  UW-UE-COMPANY-NAME     PIC X(30).
001480     05  UW-UE-ADDRESS          PIC X(30).
001490     05  UW-UE-CITY-ST-ZIP      PIC X(30).
001500     05  FILLER                 PIC X(10) VALUE SPACES.
001510
001520 01  UW-UW-RECORD.
001530     05  FILLER                 PIC X(02) VALUE 'UW'.
001540     05  UW-UW-SSN              PIC 9(09).
001550     05  UW-UW-EMP-NAME         PIC X(30).
001560     05  UW-UW-UI-WAGES         PIC 9(9)V99.
001570     05  UW-UW-TAXABLE-WAGES    PIC 9(9)V99.
001580     05  UW-UW-EXCESS-WAGES     PIC 9(9)V99.
001590     05  FILLER                 PIC X(54) VALUE SPACES.
001600
001610 01  UW-UT-RECORD.
001620     05  FILLER                 PIC X(02) VALUE 'UT'.
001630     05  UW-UT-EMP-COUNT        PIC 9(7).
001640     05  UW-UT-UI-WAGES         PIC 9(11)V99.
001650     05  UW-UT-TAXABLE-WAGES    PIC 9(11)V99.
001660     05  UW-UT-EXCESS-WAGES     PIC 9(11)V99.
001670     05  UW-UT-SUTA-TAX         PIC 9(11)V99.
001680     05  FILLER                 PIC X(67) VALUE SPACES.
001690
001700*----------------------------------------------------------------
001710*  REPORT LINES
001720*----------------------------------------------------------------
001730 01  UW-HEADING-LINE.
001740     05  FILLER  PIC X(30) VALUE 'STATE UI QUARTERLY WAGE REPORT'.
001750     05  FILLER  PIC X(06) VALUE SPACES.
001760     05  UW-HDG-QUARTER         PIC 9(01).
001770     05  FILLER  PIC X(01) VALUE 'Q'.
001780     05  UW-HDG-TAX-YEAR        PIC 9(4).
001790     05  FILLER  PIC X(09) VALUE '   STATE'.
001800     05  UW-HDG-STATE           PIC X(02).
001810     05  FILLER  PIC X(12) VALUE '   ACCOUNT'.
001820     05  UW-HDG-UI-ACCOUNT      PIC X(10).
001830
001840 01  UW-COLUMN-LINE.
001850     05  FILLER  PIC X(07) VALUE 'EMP ID'.
001860     05  FILLER  PIC X(32) VALUE 'NAME'.
001870     05  FILLER  PIC X(11) VALUE 'SSN'.
001880     05  FILLER  PIC X(13) VALUE '   UI WAGES'.
001890     05  FILLER  PIC X(13) VALUE '    TAXABLE'.
001900     05  FILLER  PIC X(13) VALUE '     EXCESS'.
001910     05  FILLER  PIC X(13) VALUE '   SUTA TAX'.
001920
001930 01  UW-DETAIL-LINE.
001940     05  UW-DTL-EMP-ID          PIC X(05).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  UW-DTL-EMP-NAME        PIC X(30).
001970     05  FILLER                 PIC X(02) VALUE SPACES.
001980     05  UW-DTL-SSN             PIC 9(09).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  UW-DTL-UI-WAGES        PIC Z(7)9.99.
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  UW-DTL-TAXABLE         PIC Z(7)9.99.
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  UW-DTL-EXCESS          PIC Z(7)9.99.
002050     05  FILLER                 PIC X(02) VALUE SPACES.
002060     05  UW-DTL-SUTA-TAX        PIC Z(7)9.99.
002070
002080 01  UW-EXCEPTION-LINE.
002090     05  UW-EXC-EMP-ID          PIC X(05).
002100     05  FILLER                 PIC X(02) VALUE SPACES.
002110     05  UW-EXC-EMP-NAME        PIC X(30).
002120     05  UW-EXC-REASON          PIC X(40).
002130
002140 01  UW-TOTAL-LINE.
002150     05  FILLER  PIC X(20) VALUE 'EMPLOYEES REPORTED:'.
002160     05  UW-TOT-EMP-COUNT       PIC Z(6)9.
002170     05  FILLER  PIC X(14) VALUE '   EXCEPTIONS:'.
002180     05  UW-TOT-EXCEPTIONS      PIC ZZZZ9.
002190
002200 01  UW-TOTAL-WAGES-LINE.
002210     05  FILLER  PIC X(15) VALUE 'TOTAL UI WAGES'.
002220     05  UW-TOT-UI-WAGES        PIC Z(10)9.99.
002230     05  FILLER  PIC X(11) VALUE '   TAXABLE'.
002240     05  UW-TOT-TAXABLE         PIC Z(10)9.99.
002250     05  FILLER  PIC X(10) VALUE '   EXCESS'.
002260     05  UW-TOT-EXCESS          PIC Z(10)9.99.
002270     05  FILLER  PIC X(12) VALUE '   SUTA TAX'.
002280     05  UW-TOT-SUTA-TAX        PIC Z(10)9.99.
002290
002300 01  UW-940-TITLE-LINE.
002310     05  FILLER  PIC X(40) VALUE
002320         'FORM 940 FIGURES - YEAR TO DATE'.
002330     05  FILLER  PIC X(09) VALUE 'TAX YEAR'.
002340     05  UW-940-HDG-YEAR        PIC 9(4).
002350
002360 01  UW-940-AMOUNT-LINE.
002370     05  UW-940-LINE-TEXT       PIC X(50).
002380     05  UW-940-LINE-AMOUNT     PIC -(10)9.99.
002390
002400 01  UW-BLANK-LINE              PIC X(01) VALUE SPACE.
002410
002420 PROCEDURE DIVISION.
002430*****************************************************************
002440*  0000-MAINLINE
002450*****************************************************************
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-PROCESS-EMPLOYEES THRU 2000-EXIT
002490         UNTIL UW-EOF.
002500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002510     STOP RUN.
002520
002530*****************************************************************
002540*  1000-INITIALIZE - READ THE CONTROL RECORD, OPEN FILES, WRITE
002550*                    THE EMPLOYER RECORD AND THE REPORT HEADINGS
002560*****************************************************************
002570 1000-INITIALIZE.
002580     PERFORM 1100-READ-UI-CONTROL THRU 1100-EXIT.
002590     MOVE ZERO TO UW-940-QUARTER-TABLE.
002600
002610     OPEN INPUT  YTD-MASTER.
002620     OPEN INPUT  EMPLOYEE-MASTER.
002630     OPEN OUTPUT UI-WAGE-FILE.
002640     OPEN OUTPUT UI-REPORT.
002650
002660     MOVE UC-TAX-YEAR     TO UW-UE-TAX-YEAR.
002670     MOVE UC-QUARTER      TO UW-UE-QUARTER.
002680     MOVE UC-STATE        TO UW-UE-STATE.
002690     MOVE UC-UI-ACCOUNT   TO UW-UE-UI-ACCOUNT.
002700     MOVE UC-EIN          TO UW-UE-EIN.
002710     MOVE UC-COMPANY-NAME TO UW-UE-COMPANY-NAME.
002720     MOVE UC-ADDRESS      TO UW-UE-ADDRESS.
002730     MOVE UC-CITY-ST-ZIP  TO UW-UE-CITY-ST-ZIP.
002740     WRITE UI-WAGE-LINE FROM UW-UE-RECORD.
002750
002760     MOVE UC-QUARTER      TO UW-HDG-QUARTER.
002770     MOVE UC-TAX-YEAR     TO UW-HDG-TAX-YEAR.
002780     MOVE UC-STATE        TO UW-HDG-STATE.
002790     MOVE UC-UI-ACCOUNT   TO UW-HDG-UI-ACCOUNT.
002800     WRITE UI-REPORT-LINE FROM UW-HEADING-LINE.
002810     WRITE UI-REPORT-LINE FROM UW-BLANK-LINE.
002820     WRITE UI-REPORT-LINE FROM UW-COLUMN-LINE.
002830
002840     PERFORM 2100-READ-YTD-MASTER THRU 2100-EXIT.
002850 1000-EXIT.
002860     EXIT.
002870
002880*****************************************************************
002890*  1100-READ-UI-CONTROL - THE YEAR AND QUARTER SELECT THE WAGES
002900*                         REPORTED, AND THE STATE ACCOUNT HEADS
002910*                         THE FILE - NEITHER CAN BE DEFAULTED
002920*****************************************************************
002930 1100-READ-UI-CONTROL.
002940     OPEN INPUT UI-CONTROL.
002950     IF UW-UICTL-STATUS NOT = '00'
002960         DISPLAY 'UIWAGE - UI-CONTROL FILE NOT AVAILABLE - '
002970             'STATUS ' UW-UICTL-STATUS
002980         STOP RUN
002990     END-IF.
003000     READ UI-CONTROL
003010         AT END
003020             DISPLAY 'UIWAGE - UI-CONTROL FILE IS EMPTY'
003030             STOP RUN
003040     END-READ.
003050     CLOSE UI-CONTROL.
003060     IF NOT UC-VALID-QUARTER
003070         DISPLAY 'UIWAGE - INVALID QUARTER ' UC-QUARTER
003080             ' ON UI-CONTROL - RUN REJECTED'
003090         STOP RUN
003100     END-IF.
003110 1100-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150*  2000-PROCESS-EMPLOYEES - ONE YTD-MASTER RECORD PER PASS.
003160*                           EVERY RECORD FOR THE TAX YEAR COUNTS
003170*                           TOWARD THE 940, BUT ONLY ONE STILL
003180*                           CARRYING THE REPORTED QUARTER HAS
003190*                           WAGES FOR THE STATE FILE.
003200*****************************************************************
003210 2000-PROCESS-EMPLOYEES.
003220     IF YM-YEAR = UC-TAX-YEAR
003230         PERFORM 2500-ACCUMULATE-940 THRU 2500-EXIT
003240     END-IF.
003250     EVALUATE TRUE
003260         WHEN YM-YEAR NOT = UC-TAX-YEAR
003270             OR YM-CURRENT-QTR NOT = UC-QUARTER
003280             OR YM-QTD-MED-WAGES = ZERO
003290             CONTINUE
003300         WHEN OTHER
003310             PERFORM 2200-LOOKUP-EMPLOYEE THRU 2200-EXIT
003320             IF UW-EMP-NOT-FOUND
003330                     OR EM-SSN NOT NUMERIC OR EM-SSN = ZERO
003340                 MOVE 'NO SSN ON MASTER - NOT REPORTED'
003350                     TO UW-EXC-REASON
003360                 PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
003370             ELSE
003380                 PERFORM 2300-WRITE-WAGE-RECORD THRU 2300-EXIT
003390             END-IF
003400     END-EVALUATE.
003410     PERFORM 2100-READ-YTD-MASTER THRU 2100-EXIT.
003420 2000-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*  2100-READ-YTD-MASTER
003470*****************************************************************
003480 2100-READ-YTD-MASTER.
003490     READ YTD-MASTER
003500         AT END
003510             SET UW-EOF TO TRUE
003520     END-READ.
003530     IF UW-YTDMAST-STATUS NOT = '00'
003540         SET UW-EOF TO TRUE
003550     END-IF.
003560 2100-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600*  2200-LOOKUP-EMPLOYEE - SSN COMES OFF THE EMPLOYEE MASTER
003610*****************************************************************
003620 2200-LOOKUP-EMPLOYEE.
003630     MOVE YM-EMP-ID TO EM-EMP-ID.
003640     MOVE 'N' TO UW-EMP-FOUND-SW.
003650     READ EMPLOYEE-MASTER
003660         INVALID KEY
003670             SET UW-EMP-NOT-FOUND TO TRUE
003680         NOT INVALID KEY
003690             SET UW-EMP-FOUND TO TRUE
003700     END-READ.
003710 2200-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750*  2300-WRITE-WAGE-RECORD - ONE UW RECORD AND ONE REPORT LINE
003760*                           PER EMPLOYEE PAID IN THE QUARTER.
003770*                           THE EXCESS IS THE UI WAGES THE STATE
003780*                           WAGE BASE LEFT UNTAXED.
003790*****************************************************************
003800 2300-WRITE-WAGE-RECORD.
003810     COMPUTE UW-EXCESS-WRK = YM-QTD-MED-WAGES - YM-QTD-SUTA-WAGES.
003820     IF UW-EXCESS-WRK < ZERO
003830         MOVE ZERO TO UW-EXCESS-WRK
003840     END-IF.
003850     MOVE EM-SSN            TO UW-UW-SSN.
003860     MOVE YM-EMP-NAME       TO UW-UW-EMP-NAME.
003870     MOVE YM-QTD-MED-WAGES  TO UW-UW-UI-WAGES.
003880     MOVE YM-QTD-SUTA-WAGES TO UW-UW-TAXABLE-WAGES.
003890     MOVE UW-EXCESS-WRK     TO UW-UW-EXCESS-WAGES.
003900     WRITE UI-WAGE-LINE FROM UW-UW-RECORD.
003910
003920     MOVE YM-EMP-ID         TO UW-DTL-EMP-ID.
003930     MOVE YM-EMP-NAME       TO UW-DTL-EMP-NAME.
003940     MOVE EM-SSN            TO UW-DTL-SSN.
003950     MOVE YM-QTD-MED-WAGES  TO UW-DTL-UI-WAGES.
003960     MOVE YM-QTD-SUTA-WAGES TO UW-DTL-TAXABLE.
003970     MOVE UW-EXCESS-WRK     TO UW-DTL-EXCESS.
003980     MOVE YM-QTD-SUTA-TAX   TO UW-DTL-SUTA-TAX.
003990     WRITE UI-REPORT-LINE FROM UW-DETAIL-LINE.
004000
004010     ADD 1                  TO UW-EMP-COUNT.
004020     ADD YM-QTD-MED-WAGES   TO UW-TOTAL-UI-WAGES.
004030     ADD YM-QTD-SUTA-WAGES  TO UW-TOTAL-TAXABLE.
004040     ADD UW-EXCESS-WRK      TO UW-TOTAL-EXCESS.
004050     ADD YM-QTD-SUTA-TAX    TO UW-TOTAL-SUTA-TAX.
004060 2300-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100*  2500-ACCUMULATE-940 - ROLL THE EMPLOYEE'S YEAR INTO THE FORM
004110*                        940 FIGURES.  GROSS LESS MEDICARE WAGES
004120*                        IS THE SECTION 125 EXEMPT PART, AND
004130*                        MEDICARE WAGES LESS FUTA WAGES IS THE
004140*                        PART OVER THE FUTA WAGE BASE.
004150*****************************************************************
004160 2500-ACCUMULATE-940.
004170     ADD YM-YTD-GROSS-PAY TO UW-940-GROSS.
004180     COMPUTE UW-940-EXEMPT = UW-940-EXEMPT
004190         + YM-YTD-GROSS-PAY - YM-YTD-MED-WAGES.
004200     COMPUTE UW-940-OVER-BASE = UW-940-OVER-BASE
004210         + YM-YTD-MED-WAGES - YM-YTD-FUTA-WAGES.
004220     ADD YM-YTD-FUTA-TAX  TO UW-940-FUTA-TAX.
004230     PERFORM 2550-ADD-QTR-LIABILITY THRU 2550-EXIT
004240         VARYING UW-QTR-IX FROM 1 BY 1
004250         UNTIL UW-QTR-IX > 4.
004260 2500-EXIT.
004270     EXIT.
004280
004290*****************************************************************
004300*  2550-ADD-QTR-LIABILITY - FORM 940 PART 5, LINES 16A-16D
004310*****************************************************************
004320 2550-ADD-QTR-LIABILITY.
004330     ADD YM-QTR-FUTA-TAX (UW-QTR-IX)
004340         TO UW-940-QTR-LIAB (UW-QTR-IX).
004350 2550-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390*  2600-WRITE-EXCEPTION - EMPLOYEE CANNOT BE REPORTED - LISTED
004400*                         FOR FOLLOW-UP.  THE CALLER HAS ALREADY
004410*                         SET THE REASON.
004420*****************************************************************
004430 2600-WRITE-EXCEPTION.
004440     MOVE YM-EMP-ID   TO UW-EXC-EMP-ID.
004450     MOVE YM-EMP-NAME TO UW-EXC-EMP-NAME.
004460     WRITE UI-REPORT-LINE FROM UW-EXCEPTION-LINE.
004470     ADD 1 TO UW-EXCEPTION-COUNT.
004480 2600-EXIT.
004490     EXIT.
004500
004510*****************************************************************
004520*  3000-PRINT-FORM-940 - THE 940 LINES FROM THE YEAR'S TOTALS
004530*****************************************************************
004540 3000-PRINT-FORM-940.
004550     COMPUTE UW-940-SUBTOTAL = UW-940-EXEMPT + UW-940-OVER-BASE.
004560     COMPUTE UW-940-TAXABLE  = UW-940-GROSS - UW-940-SUBTOTAL.
004570     COMPUTE UW-940-TOTAL-LIAB = UW-940-QTR-LIAB (1)
004580         + UW-940-QTR-LIAB (2) + UW-940-QTR-LIAB (3)
004590         + UW-940-QTR-LIAB (4).
004600
004610     WRITE UI-REPORT-LINE FROM UW-BLANK-LINE.
004620     MOVE UC-TAX-YEAR TO UW-940-HDG-YEAR.
004630     WRITE UI-REPORT-LINE FROM UW-940-TITLE-LINE.
004640     MOVE 'LINE 3  TOTAL PAYMENTS TO EMPLOYEES'
004650         TO UW-940-LINE-TEXT.
004660     MOVE UW-940-GROSS TO UW-940-LINE-AMOUNT.
004670     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004680     MOVE 'LINE 4  PAYMENTS EXEMPT FROM FUTA TAX'
004690         TO UW-940-LINE-TEXT.
004700     MOVE UW-940-EXEMPT TO UW-940-LINE-AMOUNT.
004710     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004720     MOVE 'LINE 5  PAYMENTS OVER THE FUTA WAGE BASE'
004730         TO UW-940-LINE-TEXT.
004740     MOVE UW-940-OVER-BASE TO UW-940-LINE-AMOUNT.
004750     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004760     MOVE 'LINE 6  SUBTOTAL (LINE 4 + LINE 5)'
004770         TO UW-940-LINE-TEXT.
004780     MOVE UW-940-SUBTOTAL TO UW-940-LINE-AMOUNT.
004790     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004800     MOVE 'LINE 7  TOTAL TAXABLE FUTA WAGES'
004810         TO UW-940-LINE-TEXT.
004820     MOVE UW-940-TAXABLE TO UW-940-LINE-AMOUNT.
004830     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004840     MOVE 'LINE 8  FUTA TAX BEFORE ADJUSTMENTS'
004850         TO UW-940-LINE-TEXT.
004860     MOVE UW-940-FUTA-TAX TO UW-940-LINE-AMOUNT.
004870     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004880     MOVE 'LINE 16A  FUTA LIABILITY - 1ST QUARTER'
004890         TO UW-940-LINE-TEXT.
004900     MOVE UW-940-QTR-LIAB (1) TO UW-940-LINE-AMOUNT.
004910     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004920     MOVE 'LINE 16B  FUTA LIABILITY - 2ND QUARTER'
004930         TO UW-940-LINE-TEXT.
004940     MOVE UW-940-QTR-LIAB (2) TO UW-940-LINE-AMOUNT.
004950     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
004960     MOVE 'LINE 16C  FUTA LIABILITY - 3RD QUARTER'
004970         TO UW-940-LINE-TEXT.
004980     MOVE UW-940-QTR-LIAB (3) TO UW-940-LINE-AMOUNT.
004990     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
005000     MOVE 'LINE 16D  FUTA LIABILITY - 4TH QUARTER'
005010         TO UW-940-LINE-TEXT.
005020     MOVE UW-940-QTR-LIAB (4) TO UW-940-LINE-AMOUNT.
005030     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
005040     MOVE 'LINE 17  TOTAL FUTA LIABILITY FOR THE YEAR'
005050         TO UW-940-LINE-TEXT.
005060     MOVE UW-940-TOTAL-LIAB TO UW-940-LINE-AMOUNT.
005070     WRITE UI-REPORT-LINE FROM UW-940-AMOUNT-LINE.
005080 3000-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*  9000-TERMINATE - TOTALS RECORD, REPORT TOTALS, THE 940
005130*                   FIGURES, AND CLOSE
005140*****************************************************************
005150 9000-TERMINATE.
005160     MOVE UW-EMP-COUNT      TO UW-UT-EMP-COUNT.
005170     MOVE UW-TOTAL-UI-WAGES TO UW-UT-UI-WAGES.
005180     MOVE UW-TOTAL-TAXABLE  TO UW-UT-TAXABLE-WAGES.
005190     MOVE UW-TOTAL-EXCESS   TO UW-UT-EXCESS-WAGES.
005200     MOVE UW-TOTAL-SUTA-TAX TO UW-UT-SUTA-TAX.
005210     WRITE UI-WAGE-LINE FROM UW-UT-RECORD.
005220
005230     WRITE UI-REPORT-LINE FROM UW-BLANK-LINE.
005240     MOVE UW-EMP-COUNT       TO UW-TOT-EMP-COUNT.
005250     MOVE UW-EXCEPTION-COUNT TO UW-TOT-EXCEPTIONS.
005260     WRITE UI-REPORT-LINE FROM UW-TOTAL-LINE.
005270     MOVE UW-TOTAL-UI-WAGES  TO UW-TOT-UI-WAGES.
005280     MOVE UW-TOTAL-TAXABLE   TO UW-TOT-TAXABLE.
005290     MOVE UW-TOTAL-EXCESS    TO UW-TOT-EXCESS.
005300     MOVE UW-TOTAL-SUTA-TAX  TO UW-TOT-SUTA-TAX.
005310     WRITE UI-REPORT-LINE FROM UW-TOTAL-WAGES-LINE.
005320
005330     PERFORM 3000-PRINT-FORM-940 THRU 3000-EXIT.
005340
005350     CLOSE YTD-MASTER.
005360     CLOSE EMPLOYEE-MASTER.
005370     CLOSE UI-WAGE-FILE.
005380     CLOSE UI-REPORT.
005390 9000-EXIT.
005400     EXIT.
