000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SEPPAY.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : SEPPAY
000090*  DESCRIPTION  : SEPARATION PROCESSING.  READS THE PENDING
000100*                 SEPARATION HISTORY WRITTEN BY THE EMPMAINT
000110*                 TERMINATE ACTION AND, FOR EACH SEPARATED
000120*                 EMPLOYEE -
000130*                   - PRICES THE FINAL HOURS WORKED BUT NOT YET
000140*                     PAID AS FINAL WAGES (FNL),
000150*                   - PAYS OUT THE UNUSED VACATION BALANCE (VPO)
000160*                     WHEN THE POLICY ON THE SEP-CONTROL RECORD
000170*                     (SEPCTL.CPY) ALLOWS IT, OTHERWISE FORFEITS
000180*                     IT,
000190*                   - ZEROES THE VACATION AND SICK BALANCES ON
000200*                     THE LEAVE MASTER,
000210*                   - STOPS EVERY ACTIVE DEDUCTION ON THE
000220*                     DEDUCTION MASTER, AND
000230*                   - LISTS EACH OPEN GARNISHMENT WITH ITS CASE
000240*                     NUMBER AND THE PAYEE-MASTER PARTY THAT MUST
000250*                     BE NOTIFIED OF THE SEPARATION.
000260*                 THE FNL AND VPO RECORDS ARE APPENDED TO THE
000270*                 SUPPLEMENTAL FILE (SUPPTXN.CPY), SO THE FINAL
000280*                 CHECK IS CUT BY AN OFF-CYCLE SUPPLEMENTAL
000290*                 PAYROLL RUN FOR THE EMPLOYEE'S PAY GROUP
000300*                 WITHOUT WAITING FOR THE NEXT REGULAR CYCLE.
000310*                 EACH SEPARATION RECORD IS MARKED APPLIED, SO
000320*                 RERUNNING SEPPAY CANNOT PAY A FINAL CHECK TWICE.
000330*                 A SEPARATION FOR AN EMPLOYEE NOT ON THE MASTER
000340*                 IS HELD PENDING.  ONE WHOSE DATE NO LONGER
000350*                 MATCHES THE MASTER WAS RE-KEYED AND IS MARKED
000360*                 APPLIED WITHOUT PAY.
000370*                 A SALARIED EMPLOYEE'S HOURS ARE PRICED AT THE
000380*                 PERIOD SALARY OVER THE STANDARD HOURS OF THE
000390*                 PAY GROUP'S FREQUENCY FROM THE PAY CALENDAR.
000400*-----------------------------------------------------------------
000410*  MODIFICATION HISTORY
000420*  DATE        INIT  DESCRIPTION
000430*  ----------  ----  ------------------------------------------
000440*  2026-10-15  RTS   ORIGINAL VERSION.
000450*****************************************************************
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-Z.
000500 OBJECT-COMPUTER. IBM-Z.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SEPARATION-HISTORY ASSIGN TO "SEPHIST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SH-SEP-KEY
000580         FILE STATUS IS SP-SEPHIST-STATUS.
000590
000600     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS EM-EMP-ID
000640         FILE STATUS IS SP-EMPMAST-STATUS.
000650
000660     SELECT LEAVE-MASTER      ASSIGN TO "LEAVEMST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS LV-EMP-ID
000700         FILE STATUS IS SP-LEAVMST-STATUS.
000710
000720     SELECT DEDUCTION-MASTER  ASSIGN TO "DEDMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS DM-DED-KEY
000760         FILE STATUS IS SP-DEDMAST-STATUS.
000770
000780     SELECT PAYEE-MASTER      ASSIGN TO "PAYEMAST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS PE-PAYEE-KEY
000820         FILE STATUS IS SP-PAYEMAST-STATUS.
000830
000840     SELECT PAY-CALENDAR      ASSIGN TO "PAYCAL"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS SP-PAYCAL-STATUS.
000870
000880     SELECT SEP-CONTROL       ASSIGN TO "SEPCTL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS SP-SEPCTL-STATUS.
000910
000920     SELECT SUPP-TRANS        ASSIGN TO "SUPPTXN"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS SP-SUPPTXN-STATUS.
000950
000960     SELECT SEPARATION-REPORT ASSIGN TO "SEPRPT"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS SP-REPORT-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  SEPARATION-HISTORY
001030     LABEL RECORDS ARE STANDARD.
001040     COPY SEPHIST.
001050
001060 FD  EMPLOYEE-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080     COPY EMPMAST.
001090
001100 FD  LEAVE-MASTER
001110     LABEL RECORDS ARE STANDARD.
001120     COPY LEAVEMST.
001130
001140 FD  DEDUCTION-MASTER
001150     LABEL RECORDS ARE STANDARD.
001160     COPY DEDMAST.
001170
001180 FD  PAYEE-MASTER
001190     LABEL RECORDS ARE STANDARD.
001200     COPY PAYEMAST.
001210
001220 FD  PAY-CALENDAR
001230     LABEL RECORDS ARE STANDARD.
001240     COPY PAYCAL.
001250
001260 FD  SEP-CONTROL
001270     LABEL RECORDS ARE STANDARD.
001280     COPY SEPCTL.
001290
001300 FD  SUPP-TRANS
001310     LABEL RECORDS ARE STANDARD.
001320     COPY SUPPTXN.
001330
001340 FD  SEPARATION-REPORT
001350     LABEL RECORDS ARE OMITTED
001360     RECORDING MODE IS F.
001370 01  SEPARATION-REPORT-LINE     PIC X(132).
001380
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------------
001410*  FILE STATUS AND SWITCHES
001420*----------------------------------------------------------------
001430 77  SP-SEPHIST-STATUS          PIC X(02) VALUE '00'.
001440 77  SP-EMPMAST-STATUS          PIC X(02) VALUE '00'.
001450 77  SP-LEAVMST-STATUS          PIC X(02) VALUE '00'.
001460 77  SP-DEDMAST-STATUS          PIC X(02) VALUE '00'.
001470 77  SP-PAYEMAST-STATUS         PIC X(02) VALUE '00'.
001480 77  SP-PAYCAL-STATUS           PIC X(02) VALUE '00'.
001490 77  SP-SEPCTL-STATUS           PIC X(02) VALUE '00'.
001500 77  SP-SUPPTXN-STATUS          PIC X(02) VALUE '00'.
001510 77  SP-REPORT-STATUS           PIC X(02) VALUE '00'.
001520
001530 77  SP-EOF-SEP-SW              PIC X(01) VALUE 'N'.
001540     88  SP-EOF-SEP                        VALUE 'Y'.
001550 77  SP-EOF-PAYCAL-SW           PIC X(01) VALUE 'N'.
001560     88  SP-EOF-PAYCAL                     VALUE 'Y'.
001570 77  SP-DED-EOF-SW              PIC X(01) VALUE 'N'.
001580     88  SP-DED-EOF                        VALUE 'Y'.
001590 77  SP-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
001600     88  SP-EMP-FOUND                      VALUE 'Y'.
001610     88  SP-EMP-NOT-FOUND                  VALUE 'N'.
001620
001630*      THE LEAVE, DEDUCTION, AND PAYEE MASTERS ARE OPTIONAL - A
001640*      SHOP THAT HAS NOT LOADED ONE SIMPLY HAS NOTHING TO CLOSE
001650 77  SP-LEAVMST-AVAIL-SW        PIC X(01) VALUE 'N'.
001660     88  SP-LEAVMST-AVAIL                  VALUE 'Y'.
001670 77  SP-DEDMAST-AVAIL-SW        PIC X(01) VALUE 'N'.
001680     88  SP-DEDMAST-AVAIL                  VALUE 'Y'.
001690 77  SP-PAYEMAST-AVAIL-SW       PIC X(01) VALUE 'N'.
001700     88  SP-PAYEMAST-AVAIL                 VALUE 'Y'.
001710
001720*      VACATION PAYOUT POLICY FROM SEP-CONTROL - PAY OUT UNLESS
001730*      THE CONTROL RECORD SAYS OTHERWISE
001740 77  SP-PAYOUT-POLICY           PIC X(01) VALUE 'Y'.
001750     88  SP-PAYOUT-ALL                     VALUE 'Y'.
001760     88  SP-PAYOUT-NOT-DISCHARGE           VALUE 'C'.
001770     88  SP-PAYOUT-NONE                    VALUE 'N'.
001780
001790*----------------------------------------------------------------
001800*  RUN DATE, STANDARD HOURS, AND COUNTS
001810*----------------------------------------------------------------
001820 01  SP-RUN-DATE.
001830     05  SP-RUN-YEAR            PIC 9(4).
001840     05  SP-RUN-MONTH           PIC 9(2).
001850     05  SP-RUN-DAY             PIC 9(2).
001860
001870 77  SP-ANNUAL-STD-HOURS        PIC 9(4)V99 VALUE 2080.00.
001880 77  SP-SEP-COUNT               PIC 9(5) COMP VALUE ZERO.
001890 77  SP-HELD-COUNT              PIC 9(5) COMP VALUE ZERO.
001900 77  SP-DED-STOP-COUNT          PIC 9(5) COMP VALUE ZERO.
001910 77  SP-GARN-COUNT              PIC 9(5) COMP VALUE ZERO.
001920 77  SP-TOTAL-FINAL-WAGES       PIC 9(9)V99 VALUE ZERO.
001930 77  SP-TOTAL-VAC-PAYOUT        PIC 9(9)V99 VALUE ZERO.
001940 77  SP-TOTAL-FORFEIT-HOURS     PIC 9(7)V99 VALUE ZERO.
001950
001960*----------------------------------------------------------------
001970*  PAY GROUP FREQUENCIES, LOADED FROM THE PAY CALENDAR.  A
001980*  GROUP NOT ON THE CALENDAR PRICES WEEKLY, AS PAYROLL RUNS IT.
001990*----------------------------------------------------------------
002000 77  SP-GRP-COUNT               PIC 9(02) COMP VALUE ZERO.
002010 77  SP-GRP-IX                  PIC 9(02) COMP VALUE ZERO.
002020 77  SP-GRP-MAX                 PIC 9(02) COMP VALUE 20.
002030 01  SP-GROUP-TABLE.
002040     05  SP-GRP-ENTRY OCCURS 20 TIMES.
002050         10  SP-GRP-CODE        PIC X(02).
002060         10  SP-GRP-FREQUENCY   PIC X(01).
002070
002080*----------------------------------------------------------------
002090*  ONE SEPARATION'S FINAL-PAY FIGURES
002100*----------------------------------------------------------------
002110 77  SP-EMP-PAY-GROUP           PIC X(02) VALUE SPACES.
002120 77  SP-PAY-FREQUENCY           PIC X(01) VALUE 'W'.
002130     88  SP-FREQ-WEEKLY                    VALUE 'W'.
002140     88  SP-FREQ-BIWEEKLY                  VALUE 'B'.
002150     88  SP-FREQ-SEMIMONTHLY               VALUE 'S'.
002160 77  SP-PERIODS-PER-YEAR        PIC 9(02) VALUE 52.
002170 77  SP-PERIOD-STD-HOURS        PIC 9(3)V99 VALUE ZERO.
002180 77  SP-HOURLY-RATE             PIC 9(3)V99 VALUE ZERO.
002190 77  SP-FINAL-HOURS             PIC 9(3)V99 VALUE ZERO.
002200 77  SP-FINAL-WAGES             PIC 9(7)V99 VALUE ZERO.
002210 77  SP-VAC-HOURS               PIC 9(3)V99 VALUE ZERO.
002220 77  SP-VAC-PAYOUT              PIC 9(7)V99 VALUE ZERO.
002230 77  SP-FORFEIT-HOURS           PIC 9(3)V99 VALUE ZERO.
002240 77  SP-EMP-DED-STOPPED         PIC 9(03) COMP VALUE ZERO.
002250 77  SP-DISPOSITION             PIC X(24) VALUE SPACES.
002260
002270*----------------------------------------------------------------
002280*  SEPARATION REPORT LINES - ONE LINE PER SEPARATION, FOLLOWED
002290*  BY TWO LINES FOR EACH OPEN GARNISHMENT WHOSE PAYEE MUST BE
002300*  NOTIFIED
002310*----------------------------------------------------------------
002320 01  SP-HEADING-LINE.
002330     05  FILLER  PIC X(30) VALUE 'SEPARATION FINAL PAY REPORT'.
002340     05  FILLER  PIC X(10) VALUE 'RUN DATE'.
002350     05  SP-HDG-RUN-DATE        PIC 9(8).
002360     05  FILLER  PIC X(27) VALUE '   VACATION PAYOUT POLICY '.
002370     05  SP-HDG-POLICY          PIC X(01).
002380
002390 01  SP-COLUMN-LINE.
002400     05  FILLER  PIC X(07) VALUE 'EMP ID'.
002410     05  FILLER  PIC X(31) VALUE 'EMPLOYEE NAME'.
002420     05  FILLER  PIC X(10) VALUE 'SEP DATE'.
002430     05  FILLER  PIC X(04) VALUE 'RSN'.
002440     05  FILLER  PIC X(08) VALUE 'FNL HRS'.
002450     05  FILLER  PIC X(12) VALUE 'FINAL WAGES'.
002460     05  FILLER  PIC X(08) VALUE 'VAC HRS'.
002470     05  FILLER  PIC X(12) VALUE 'VAC PAYOUT'.
002480     05  FILLER  PIC X(05) VALUE 'DEDS'.
002490     05  FILLER  PIC X(24) VALUE 'DISPOSITION'.
002500
002510 01  SP-DETAIL-LINE.
002520     05  SP-DTL-EMP-ID          PIC X(05).
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  SP-DTL-EMP-NAME        PIC X(30).
002550     05  FILLER                 PIC X(01) VALUE SPACES.
002560     05  SP-DTL-SEP-DATE        PIC 9(8).
002570     05  FILLER                 PIC X(02) VALUE SPACES.
002580     05  SP-DTL-REASON          PIC X(02).
002590     05  FILLER                 PIC X(02) VALUE SPACES.
002600     05  SP-DTL-FINAL-HOURS     PIC ZZ9.99.
002610     05  FILLER                 PIC X(02) VALUE SPACES.
002620     05  SP-DTL-FINAL-WAGES     PIC Z(6)9.99.
002630     05  FILLER                 PIC X(02) VALUE SPACES.
002640     05  SP-DTL-VAC-HOURS       PIC ZZ9.99.
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  SP-DTL-VAC-PAYOUT      PIC Z(6)9.99.
002670     05  FILLER                 PIC X(02) VALUE SPACES.
002680     05  SP-DTL-DED-STOPPED     PIC ZZ9.
002690     05  FILLER                 PIC X(02) VALUE SPACES.
002700     05  SP-DTL-DISPOSITION     PIC X(24).
002710
002720 01  SP-GARN-LINE-1.
002730     05  FILLER                 PIC X(07) VALUE SPACES.
002740     05  FILLER                 PIC X(18) VALUE
002750         'NOTIFY GARNISHMENT'.
002760     05  FILLER                 PIC X(06) VALUE ' CASE '.
002770     05  SP-GRN-CASE-NUMBER     PIC X(15).
002780     05  FILLER                 PIC X(05) VALUE ' PRI '.
002790     05  SP-GRN-PRIORITY        PIC 99.
002800     05  FILLER                 PIC X(02) VALUE SPACES.
002810     05  SP-GRN-PAYEE-NAME      PIC X(30).
002820     05  FILLER                 PIC X(08) VALUE '  TAKEN '.
002830     05  SP-GRN-TAKEN           PIC Z(6)9.99.
002840     05  FILLER                 PIC X(07) VALUE '  GOAL '.
002850     05  SP-GRN-GOAL            PIC Z(6)9.99.
002860
002870 01  SP-GARN-LINE-2.
002880     05  FILLER                 PIC X(31) VALUE SPACES.
002890     05  SP-GRN-ADDRESS         PIC X(30).
002900     05  FILLER                 PIC X(02) VALUE SPACES.
002910     05  SP-GRN-CITY-ST-ZIP     PIC X(30).
002920
002930 01  SP-TOTAL-LINE.
002940     05  FILLER  PIC X(13) VALUE 'SEPARATIONS:'.
002950     05  SP-TOT-SEPARATIONS     PIC ZZZZ9.
002960     05  FILLER  PIC X(08) VALUE '  HELD:'.
002970     05  SP-TOT-HELD            PIC ZZZZ9.
002980     05  FILLER  PIC X(15) VALUE '  FINAL WAGES:'.
002990     05  SP-TOT-FINAL-WAGES     PIC Z(8)9.99.
003000     05  FILLER  PIC X(14) VALUE '  VAC PAYOUT:'.
003010     05  SP-TOT-VAC-PAYOUT      PIC Z(8)9.99.
003020     05  FILLER  PIC X(17) VALUE '  VAC FORFEITED:'.
003030     05  SP-TOT-FORFEIT-HOURS   PIC Z(6)9.99.
003040
003050 01  SP-TOTAL-LINE-2.
003060     05  FILLER  PIC X(20) VALUE 'DEDUCTIONS STOPPED:'.
003070     05  SP-TOT-DED-STOPPED     PIC ZZZZ9.
003080     05  FILLER  PIC X(25) VALUE '  GARNISHMENTS TO NOTIFY:'.
003090     05  SP-TOT-GARNISHMENTS    PIC ZZZZ9.
003100
003110 PROCEDURE DIVISION.
003120*****************************************************************
003130*  0000-MAINLINE
003140*****************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-PROCESS-SEPARATIONS THRU 2000-EXIT
003180         UNTIL SP-EOF-SEP.
003190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003200     STOP RUN.
003210
003220*****************************************************************
003230*  1000-INITIALIZE - OPEN FILES, READ THE POLICY AND THE PAY
003240*                    GROUP FREQUENCIES, POSITION THE SEPARATION
003250*                    HISTORY AT ITS FIRST RECORD, PRINT HEADINGS
003260*****************************************************************
003270 1000-INITIALIZE.
003280     ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD.
003290
003300     OPEN I-O SEPARATION-HISTORY.
003310     IF SP-SEPHIST-STATUS NOT = '00'
003320         DISPLAY 'SEPPAY - SEPARATION HISTORY NOT AVAILABLE - '
003330             'STATUS ' SP-SEPHIST-STATUS
003340         STOP RUN
003350     END-IF.
003360     OPEN INPUT EMPLOYEE-MASTER.
003370     IF SP-EMPMAST-STATUS NOT = '00'
003380         DISPLAY 'SEPPAY - EMPLOYEE MASTER NOT AVAILABLE - '
003390             'STATUS ' SP-EMPMAST-STATUS
003400         STOP RUN
003410     END-IF.
003420     OPEN I-O LEAVE-MASTER.
003430     IF SP-LEAVMST-STATUS = '00'
003440         SET SP-LEAVMST-AVAIL TO TRUE
003450     END-IF.
003460     OPEN I-O DEDUCTION-MASTER.
003470     IF SP-DEDMAST-STATUS = '00'
003480         SET SP-DEDMAST-AVAIL TO TRUE
003490     END-IF.
003500     OPEN INPUT PAYEE-MASTER.
003510     IF SP-PAYEMAST-STATUS = '00'
003520         SET SP-PAYEMAST-AVAIL TO TRUE
003530     END-IF.
003540     PERFORM 1100-READ-SEP-CONTROL THRU 1100-EXIT.
003550     PERFORM 1200-LOAD-PAY-CALENDAR THRU 1200-EXIT.
003560
003570*      THE SUPPLEMENTAL FILE IS APPENDED, NEVER TRUNCATED - A
003580*      BONUS DECK OR AN EARLIER SEPPAY RUN MAY ALREADY BE
003590*      WAITING ON IT.  PAYROLL EMPTIES IT AT END OF THE
003600*      SUPPLEMENTAL RUN THAT PAYS IT.
003610     OPEN EXTEND SUPP-TRANS.
003620     IF SP-SUPPTXN-STATUS = '35'
003630         OPEN OUTPUT SUPP-TRANS
003640     END-IF.
003650     OPEN OUTPUT SEPARATION-REPORT.
003660
003670     MOVE SP-RUN-DATE      TO SP-HDG-RUN-DATE.
003680     MOVE SP-PAYOUT-POLICY TO SP-HDG-POLICY.
003690     WRITE SEPARATION-REPORT-LINE FROM SP-HEADING-LINE.
003700     WRITE SEPARATION-REPORT-LINE FROM SP-COLUMN-LINE.
003710
003720     MOVE LOW-VALUES TO SH-SEP-KEY.
003730     START SEPARATION-HISTORY KEY IS NOT LESS THAN SH-SEP-KEY
003740         INVALID KEY
003750             SET SP-EOF-SEP TO TRUE
003760     END-START.
003770     IF SP-SEPHIST-STATUS NOT = '00'
003780         SET SP-EOF-SEP TO TRUE
003790     END-IF.
003800     IF NOT SP-EOF-SEP
003810         PERFORM 2100-READ-SEPARATION THRU 2100-EXIT
003820     END-IF.
003830 1000-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*  1100-READ-SEP-CONTROL - THE VACATION PAYOUT POLICY.  NO
003880*                          CONTROL FILE, OR AN UNKNOWN VALUE,
003890*                          LEAVES THE DEFAULT OF PAYING OUT.
003900*****************************************************************
003910 1100-READ-SEP-CONTROL.
003920     OPEN INPUT SEP-CONTROL.
003930     IF SP-SEPCTL-STATUS NOT = '00'
003940         GO TO 1100-EXIT
003950     END-IF.
003960     READ SEP-CONTROL
003970         AT END
003980             CLOSE SEP-CONTROL
003990             GO TO 1100-EXIT
004000     END-READ.
004010     IF SC-PAYOUT-ALL OR SC-PAYOUT-NOT-DISCHARGE OR SC-PAYOUT-NONE
004020         MOVE SC-VAC-PAYOUT-POLICY TO SP-PAYOUT-POLICY
004030     END-IF.
004040     CLOSE SEP-CONTROL.
004050 1100-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090*  1200-LOAD-PAY-CALENDAR - ONE TABLE ENTRY PER PAY GROUP, WITH
004100*                           THE FREQUENCY OF ITS FIRST CALENDAR
004110*                           ENTRY
004120*****************************************************************
004130 1200-LOAD-PAY-CALENDAR.
004140     OPEN INPUT PAY-CALENDAR.
004150     IF SP-PAYCAL-STATUS NOT = '00'
004160         GO TO 1200-EXIT
004170     END-IF.
004180     PERFORM 1250-LOAD-ONE-CALENDAR THRU 1250-EXIT
004190         UNTIL SP-EOF-PAYCAL.
004200     CLOSE PAY-CALENDAR.
004210 1200-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*  1250-LOAD-ONE-CALENDAR
004260*****************************************************************
004270 1250-LOAD-ONE-CALENDAR.
004280     READ PAY-CALENDAR
004290         AT END
004300             SET SP-EOF-PAYCAL TO TRUE
004310             GO TO 1250-EXIT
004320     END-READ.
004330     MOVE CL-PAY-GROUP TO SP-EMP-PAY-GROUP.
004340     PERFORM 3150-FIND-GROUP THRU 3150-EXIT.
004350     IF SP-GRP-IX > SP-GRP-COUNT AND SP-GRP-COUNT < SP-GRP-MAX
004360         ADD 1 TO SP-GRP-COUNT
004370         MOVE CL-PAY-GROUP TO SP-GRP-CODE (SP-GRP-COUNT)
004380         MOVE CL-FREQUENCY TO SP-GRP-FREQUENCY (SP-GRP-COUNT)
004390     END-IF.
004400 1250-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*  2000-PROCESS-SEPARATIONS - ONE SEPARATION RECORD PER PASS.
004450*                             ONLY PENDING RECORDS ARE PAID - AN
004460*                             APPLIED ONE WAS DONE BY AN EARLIER
004470*                             RUN.
004480*****************************************************************
004490 2000-PROCESS-SEPARATIONS.
004500     IF SH-PENDING
004510         PERFORM 3000-SEPARATE-ONE-EMPLOYEE THRU 3000-EXIT
004520     END-IF.
004530     PERFORM 2100-READ-SEPARATION THRU 2100-EXIT.
004540 2000-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580*  2100-READ-SEPARATION
004590*****************************************************************
004600 2100-READ-SEPARATION.
004610     READ SEPARATION-HISTORY NEXT RECORD
004620         AT END
004630             SET SP-EOF-SEP TO TRUE
004640     END-READ.
004650     IF SP-SEPHIST-STATUS NOT = '00'
004660         SET SP-EOF-SEP TO TRUE
004670     END-IF.
004680 2100-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720*  3000-SEPARATE-ONE-EMPLOYEE - FINAL WAGES, VACATION PAYOUT,
004730*                               LEAVE, AND DEDUCTIONS FOR ONE
004740*                               SEPARATION, THEN MARK IT APPLIED
004750*****************************************************************
004760 3000-SEPARATE-ONE-EMPLOYEE.
004770     MOVE ZERO TO SP-FINAL-HOURS SP-FINAL-WAGES
004780                  SP-VAC-HOURS SP-VAC-PAYOUT
004790                  SP-FORFEIT-HOURS SP-EMP-DED-STOPPED.
004800     MOVE SPACES TO SP-DISPOSITION.
004810     MOVE SH-EMP-ID TO EM-EMP-ID.
004820     READ EMPLOYEE-MASTER
004830         INVALID KEY
004840             SET SP-EMP-NOT-FOUND TO TRUE
004850         NOT INVALID KEY
004860             SET SP-EMP-FOUND TO TRUE
004870     END-READ.
004880     IF SP-EMP-NOT-FOUND
004890         MOVE SPACES TO EM-EMP-NAME
004900         MOVE 'NOT ON FILE - HELD' TO SP-DISPOSITION
004910         PERFORM 3700-WRITE-SEP-LINE THRU 3700-EXIT
004920         ADD 1 TO SP-HELD-COUNT
004930         GO TO 3000-EXIT
004940     END-IF.
004950*      A TERMINATION RE-KEYED UNDER ANOTHER DATE LEAVES THE OLD
004960*      RECORD BEHIND - ONLY THE ONE MATCHING THE MASTER IS PAID
004970     IF EM-SEP-DATE NOT = SH-SEP-DATE
004980         MOVE 'SUPERSEDED - NOT PAID' TO SP-DISPOSITION
004990         PERFORM 3700-WRITE-SEP-LINE THRU 3700-EXIT
005000         GO TO 3000-MARK-APPLIED
005010     END-IF.
005020
005030     PERFORM 3100-PRICE-RATE      THRU 3100-EXIT.
005040     PERFORM 3200-FINAL-WAGES     THRU 3200-EXIT.
005050     PERFORM 3300-VACATION-PAYOUT THRU 3300-EXIT.
005060     PERFORM 3400-STOP-DEDUCTIONS THRU 3400-EXIT.
005070     MOVE 'FINAL PAY WRITTEN' TO SP-DISPOSITION.
005080     IF SP-FINAL-WAGES = ZERO AND SP-VAC-PAYOUT = ZERO
005090         MOVE 'NO FINAL PAY OWED' TO SP-DISPOSITION
005100     END-IF.
005110     PERFORM 3700-WRITE-SEP-LINE THRU 3700-EXIT.
005120     IF SP-DEDMAST-AVAIL
005130         PERFORM 3500-LIST-GARNISHMENTS THRU 3500-EXIT
005140     END-IF.
005150     ADD 1 TO SP-SEP-COUNT.
005160 3000-MARK-APPLIED.
005170     SET SH-APPLIED TO TRUE.
005180     MOVE SP-RUN-DATE TO SH-DATE-APPLIED.
005190     REWRITE SEPARATION-HISTORY-RECORD.
005200 3000-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240*  3100-PRICE-RATE - THE HOURLY RATE THE FINAL HOURS AND THE
005250*                    VACATION BALANCE ARE PAID AT.  A SALARIED
005260*                    EMPLOYEE'S RATE IS THE PERIOD SALARY OVER
005270*                    THE STANDARD HOURS OF A PERIOD AT THE PAY
005280*                    GROUP'S FREQUENCY.  SPACES IN THE PAY CLASS
005290*                    IS HONORED AS HOURLY.
005300*****************************************************************
005310 3100-PRICE-RATE.
005320     IF NOT EM-SALARIED
005330         MOVE EM-HOURLY-RATE TO SP-HOURLY-RATE
005340         GO TO 3100-EXIT
005350     END-IF.
005360     MOVE EM-PAY-GROUP TO SP-EMP-PAY-GROUP.
005370     IF SP-EMP-PAY-GROUP = SPACES
005380         MOVE 'WK' TO SP-EMP-PAY-GROUP
005390     END-IF.
005400     PERFORM 3150-FIND-GROUP THRU 3150-EXIT.
005410     IF SP-GRP-IX > SP-GRP-COUNT
005420         MOVE 'W' TO SP-PAY-FREQUENCY
005430     ELSE
005440         MOVE SP-GRP-FREQUENCY (SP-GRP-IX) TO SP-PAY-FREQUENCY
005450     END-IF.
005460     EVALUATE TRUE
005470         WHEN SP-FREQ-BIWEEKLY
005480             MOVE 26 TO SP-PERIODS-PER-YEAR
005490         WHEN SP-FREQ-SEMIMONTHLY
005500             MOVE 24 TO SP-PERIODS-PER-YEAR
005510         WHEN OTHER
005520             MOVE 52 TO SP-PERIODS-PER-YEAR
005530     END-EVALUATE.
005540     COMPUTE SP-PERIOD-STD-HOURS ROUNDED =
005550         SP-ANNUAL-STD-HOURS / SP-PERIODS-PER-YEAR.
005560     COMPUTE SP-HOURLY-RATE ROUNDED =
005570         EM-PERIOD-SALARY / SP-PERIOD-STD-HOURS.
005580 3100-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620*  3150-FIND-GROUP - LOOK UP SP-EMP-PAY-GROUP IN THE GROUP
005630*                    TABLE.  SP-GRP-IX IS PAST THE LAST ENTRY
005640*                    WHEN THE GROUP IS NOT THERE.
005650*****************************************************************
005660 3150-FIND-GROUP.
005670     MOVE 1 TO SP-GRP-IX.
005680     PERFORM 3160-NEXT-GROUP THRU 3160-EXIT
005690         UNTIL SP-GRP-IX > SP-GRP-COUNT
005700             OR SP-GRP-CODE (SP-GRP-IX) = SP-EMP-PAY-GROUP.
005710 3150-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750*  3160-NEXT-GROUP
005760*****************************************************************
005770 3160-NEXT-GROUP.
005780     ADD 1 TO SP-GRP-IX.
005790 3160-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*  3200-FINAL-WAGES - HOURS WORKED SINCE THE LAST PERIOD PAID,
005840*                     AT THE EMPLOYEE'S RATE
005850*****************************************************************
005860 3200-FINAL-WAGES.
005870     MOVE SH-FINAL-HOURS TO SP-FINAL-HOURS.
005880     IF SP-FINAL-HOURS = ZERO
005890         GO TO 3200-EXIT
005900     END-IF.
005910     COMPUTE SP-FINAL-WAGES ROUNDED =
005920         SP-FINAL-HOURS * SP-HOURLY-RATE.
005930     IF SP-FINAL-WAGES = ZERO
005940         GO TO 3200-EXIT
005950     END-IF.
005960     MOVE SPACES          TO SUPP-TRANS-RECORD.
005970     MOVE SH-EMP-ID       TO ST-EMP-ID.
005980     SET ST-FINAL-WAGES   TO TRUE.
005990     MOVE SP-FINAL-WAGES  TO ST-AMOUNT.
006000     MOVE SP-FINAL-HOURS  TO ST-HOURS.
006010     PERFORM 3600-WRITE-SUPP-TRANS THRU 3600-EXIT.
006020     ADD SP-FINAL-WAGES TO SP-TOTAL-FINAL-WAGES.
006030 3200-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*  3300-VACATION-PAYOUT - PAY OUT OR FORFEIT THE UNUSED VACATION
006080*                         BALANCE PER POLICY, THEN ZERO BOTH LEAVE
006090*                         BALANCES.  SICK LEAVE IS NEVER PAID OUT.
006100*                         A BALANCE DRIVEN NEGATIVE BY A PRIOR
006110*                         CORRECTION PAYS NOTHING.
006120*****************************************************************
006130 3300-VACATION-PAYOUT.
006140     IF NOT SP-LEAVMST-AVAIL
006150         GO TO 3300-EXIT
006160     END-IF.
006170     MOVE SH-EMP-ID TO LV-EMP-ID.
006180     READ LEAVE-MASTER
006190         INVALID KEY
006200             GO TO 3300-EXIT
006210     END-READ.
006220     IF LV-VAC-BALANCE > ZERO
006230         IF SP-PAYOUT-NONE
006240                 OR (SP-PAYOUT-NOT-DISCHARGE AND SH-DISCHARGE)
006250             MOVE LV-VAC-BALANCE TO SP-FORFEIT-HOURS
006260             ADD SP-FORFEIT-HOURS TO SP-TOTAL-FORFEIT-HOURS
006270         ELSE
006280             MOVE LV-VAC-BALANCE TO SP-VAC-HOURS
006290             COMPUTE SP-VAC-PAYOUT ROUNDED =
006300                 SP-VAC-HOURS * SP-HOURLY-RATE
006310         END-IF
006320     END-IF.
006330     IF SP-VAC-PAYOUT > ZERO
006340         MOVE SPACES          TO SUPP-TRANS-RECORD
006350         MOVE SH-EMP-ID       TO ST-EMP-ID
006360         SET ST-VAC-PAYOUT    TO TRUE
006370         MOVE SP-VAC-PAYOUT   TO ST-AMOUNT
006380         MOVE SP-VAC-HOURS    TO ST-HOURS
006390         PERFORM 3600-WRITE-SUPP-TRANS THRU 3600-EXIT
006400         ADD SP-VAC-PAYOUT TO SP-TOTAL-VAC-PAYOUT
006410         ADD SP-VAC-HOURS  TO LV-VAC-TAKEN-YTD
006420     END-IF.
006430     MOVE ZERO TO LV-VAC-BALANCE LV-SIK-BALANCE.
006440     MOVE SP-RUN-DATE TO LV-DATE-CHANGED.
006450     REWRITE LEAVE-MASTER-RECORD.
006460 3300-EXIT.
006470     EXIT.
006480
006490*****************************************************************
006500*  3400-STOP-DEDUCTIONS - EVERY ACTIVE DEDUCTION ON THE
006510*                         EMPLOYEE'S DEDUCTION MASTER IS SET
006520*                         INACTIVE.  THE FINAL CHECK IS A
006530*                         SUPPLEMENTAL RUN, WHICH TAKES NONE.
006540*****************************************************************
006550 3400-STOP-DEDUCTIONS.
006560     IF NOT SP-DEDMAST-AVAIL
006570         GO TO 3400-EXIT
006580     END-IF.
006590     MOVE SH-EMP-ID TO DM-EMP-ID.
006600     MOVE ZERO      TO DM-PRIORITY.
006610     START DEDUCTION-MASTER KEY IS NOT LESS THAN DM-DED-KEY
006620         INVALID KEY
006630             GO TO 3400-EXIT
006640     END-START.
006650     MOVE 'N' TO SP-DED-EOF-SW.
006660     PERFORM 3410-READ-NEXT-DEDUCTION THRU 3410-EXIT.
006670     PERFORM 3450-STOP-ONE-DEDUCTION THRU 3450-EXIT
006680         UNTIL SP-DED-EOF OR DM-EMP-ID NOT = SH-EMP-ID.
006690 3400-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730*  3410-READ-NEXT-DEDUCTION
006740*****************************************************************
006750 3410-READ-NEXT-DEDUCTION.
006760     READ DEDUCTION-MASTER NEXT RECORD
006770         AT END
006780             SET SP-DED-EOF TO TRUE
006790     END-READ.
006800 3410-EXIT.
006810     EXIT.
006820
006830*****************************************************************
006840*  3450-STOP-ONE-DEDUCTION
006850*****************************************************************
006860 3450-STOP-ONE-DEDUCTION.
006870     IF DM-ACTIVE
006880         SET DM-INACTIVE TO TRUE
006890         MOVE SP-RUN-DATE TO DM-DATE-CHANGED
006900         REWRITE DEDUCTION-MASTER-RECORD
006910         ADD 1 TO SP-EMP-DED-STOPPED
006920         ADD 1 TO SP-DED-STOP-COUNT
006930     END-IF.
006940     PERFORM 3410-READ-NEXT-DEDUCTION THRU 3410-EXIT.
006950 3450-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990*  3500-LIST-GARNISHMENTS - A SECOND PASS OVER THE EMPLOYEE'S
007000*                           DEDUCTIONS.  EVERY GARNISHMENT JUST
007010*                           STOPPED THAT HAD NOT REACHED ITS GOAL
007020*                           IS AN OPEN CASE - ITS COURT OR AGENCY
007030*                           MUST BE TOLD THE EMPLOYEE HAS LEFT.
007040*****************************************************************
007050 3500-LIST-GARNISHMENTS.
007060     MOVE SH-EMP-ID TO DM-EMP-ID.
007070     MOVE ZERO      TO DM-PRIORITY.
007080     START DEDUCTION-MASTER KEY IS NOT LESS THAN DM-DED-KEY
007090         INVALID KEY
007100             GO TO 3500-EXIT
007110     END-START.
007120     MOVE 'N' TO SP-DED-EOF-SW.
007130     PERFORM 3410-READ-NEXT-DEDUCTION THRU 3410-EXIT.
007140     PERFORM 3550-LIST-ONE-GARNISHMENT THRU 3550-EXIT
007150         UNTIL SP-DED-EOF OR DM-EMP-ID NOT = SH-EMP-ID.
007160 3500-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200*  3550-LIST-ONE-GARNISHMENT - THE PAYEE IS THE PER-CASE PAYEE-
007210*                              MASTER RECORD KEYED BY THE
007220*                              DEDUCTION CODE, EMPLOYEE, AND
007230*                              PRIORITY
007240*****************************************************************
007250 3550-LIST-ONE-GARNISHMENT.
007260     IF NOT DM-GARNISHMENT
007270             OR DM-DATE-CHANGED NOT = SP-RUN-DATE
007280             OR NOT DM-INACTIVE
007290         GO TO 3550-NEXT
007300     END-IF.
007310     IF DM-GOAL-AMOUNT > ZERO
007320             AND DM-TAKEN-TO-DATE NOT < DM-GOAL-AMOUNT
007330         GO TO 3550-NEXT
007340     END-IF.
007350     MOVE SPACES TO SP-GRN-CASE-NUMBER SP-GRN-ADDRESS
007360                    SP-GRN-CITY-ST-ZIP.
007370     MOVE 'NO PAYEE ON FILE' TO SP-GRN-PAYEE-NAME.
007380     IF SP-PAYEMAST-AVAIL
007390         MOVE DM-DED-CODE TO PE-DED-CODE
007400         MOVE DM-EMP-ID   TO PE-EMP-ID
007410         MOVE DM-PRIORITY TO PE-PRIORITY
007420         READ PAYEE-MASTER
007430             INVALID KEY
007440                 CONTINUE
007450             NOT INVALID KEY
007460                 MOVE PE-CASE-NUMBER TO SP-GRN-CASE-NUMBER
007470                 MOVE PE-PAYEE-NAME  TO SP-GRN-PAYEE-NAME
007480                 MOVE PE-ADDRESS     TO SP-GRN-ADDRESS
007490                 MOVE PE-CITY-ST-ZIP TO SP-GRN-CITY-ST-ZIP
007500         END-READ
007510     END-IF.
007520     MOVE DM-PRIORITY      TO SP-GRN-PRIORITY.
007530     MOVE DM-TAKEN-TO-DATE TO SP-GRN-TAKEN.
007540     MOVE DM-GOAL-AMOUNT   TO SP-GRN-GOAL.
007550     WRITE SEPARATION-REPORT-LINE FROM SP-GARN-LINE-1.
007560     WRITE SEPARATION-REPORT-LINE FROM SP-GARN-LINE-2.
007570     ADD 1 TO SP-GARN-COUNT.
007580 3550-NEXT.
007590     PERFORM 3410-READ-NEXT-DEDUCTION THRU 3410-EXIT.
007600 3550-EXIT.
007610     EXIT.
007620
007630*****************************************************************
007640*  3600-WRITE-SUPP-TRANS - ONE FINAL-PAY RECORD TO THE
007650*                          SUPPLEMENTAL FILE.  THE CHARGE
007660*                          DEPARTMENT IS LEFT BLANK - FINAL PAY
007670*                          CHARGES THE HOME DEPARTMENT.
007680*****************************************************************
007690 3600-WRITE-SUPP-TRANS.
007700     MOVE SPACES TO ST-CHARGE-DEPT.
007710     WRITE SUPP-TRANS-RECORD.
007720 3600-EXIT.
007730     EXIT.
007740
007750*****************************************************************
007760*  3700-WRITE-SEP-LINE - ONE REPORT LINE PER SEPARATION
007770*****************************************************************
007780 3700-WRITE-SEP-LINE.
007790     MOVE SH-EMP-ID          TO SP-DTL-EMP-ID.
007800     MOVE EM-EMP-NAME        TO SP-DTL-EMP-NAME.
007810     MOVE SH-SEP-DATE        TO SP-DTL-SEP-DATE.
007820     MOVE SH-SEP-REASON      TO SP-DTL-REASON.
007830     MOVE SP-FINAL-HOURS     TO SP-DTL-FINAL-HOURS.
007840     MOVE SP-FINAL-WAGES     TO SP-DTL-FINAL-WAGES.
007850     IF SP-FORFEIT-HOURS > ZERO
007860         MOVE SP-FORFEIT-HOURS TO SP-DTL-VAC-HOURS
007870         MOVE 'VACATION FORFEITED' TO SP-DISPOSITION
007880     ELSE
007890         MOVE SP-VAC-HOURS   TO SP-DTL-VAC-HOURS
007900     END-IF.
007910     MOVE SP-VAC-PAYOUT      TO SP-DTL-VAC-PAYOUT.
007920     MOVE SP-EMP-DED-STOPPED TO SP-DTL-DED-STOPPED.
007930     MOVE SP-DISPOSITION     TO SP-DTL-DISPOSITION.
007940     WRITE SEPARATION-REPORT-LINE FROM SP-DETAIL-LINE.
007950 3700-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990*  9000-TERMINATE - PRINT TOTALS, CLOSE FILES
008000*****************************************************************
008010 9000-TERMINATE.
008020     MOVE SP-SEP-COUNT           TO SP-TOT-SEPARATIONS.
008030     MOVE SP-HELD-COUNT          TO SP-TOT-HELD.
008040     MOVE SP-TOTAL-FINAL-WAGES   TO SP-TOT-FINAL-WAGES.
008050     MOVE SP-TOTAL-VAC-PAYOUT    TO SP-TOT-VAC-PAYOUT.
008060     MOVE SP-TOTAL-FORFEIT-HOURS TO SP-TOT-FORFEIT-HOURS.
008070     WRITE SEPARATION-REPORT-LINE FROM SP-TOTAL-LINE.
008080     MOVE SP-DED-STOP-COUNT      TO SP-TOT-DED-STOPPED.
008090     MOVE SP-GARN-COUNT          TO SP-TOT-GARNISHMENTS.
008100     WRITE SEPARATION-REPORT-LINE FROM SP-TOTAL-LINE-2.
008110
008120     CLOSE SEPARATION-HISTORY.
008130     CLOSE EMPLOYEE-MASTER.
008140     IF SP-LEAVMST-AVAIL
008150         CLOSE LEAVE-MASTER
008160     END-IF.
008170     IF SP-DEDMAST-AVAIL
008180         CLOSE DEDUCTION-MASTER
008190     END-IF.
008200     IF SP-PAYEMAST-AVAIL
008210         CLOSE PAYEE-MASTER
008220     END-IF.
008230     CLOSE SUPP-TRANS.
008240     CLOSE SEPARATION-REPORT.
008250 9000-EXIT.
008260     EXIT.
