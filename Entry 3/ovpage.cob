000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OVPAGE.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : OVPAGE
000090*  DESCRIPTION  : AGES THE OPEN BALANCES ON THE OVERPAYMENT
000100*                 RECEIVABLE MASTER AS OF THE RUN DATE.  EACH
000110*                 OPEN RECEIVABLE IS LISTED WITH ITS ORIGIN, THE
000120*                 CHECK IT CAME FROM, THE AGREED RECOVERY PER
000130*                 PERIOD, DAYS SINCE IT WAS OPENED (30-DAY
000140*                 MONTHS, AS BANKREC AGES CHECKS), AND ITS AGING
000150*                 BUCKET - 0-30, 31-60, 61-90, 91-180 OR OVER
000160*                 180 DAYS.  A BALANCE OWED BY AN EMPLOYEE WHO IS
000170*                 INACTIVE OR GONE FROM THE MASTER IS FLAGGED -
000180*                 PAYROLL HAS NO PAY TO RECOVER IT FROM, SO IT
000190*                 MUST BE COLLECTED DIRECTLY OR WRITTEN OFF
000200*                 THROUGH OVPMAINT.  TOTALS BY BUCKET FOLLOW.
000210*                 READ ONLY - NOTHING IS UPDATED.
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY
000240*  DATE        INIT  DESCRIPTION
000250*  ----------  ----  ------------------------------------------
000260*  2026-10-15  RTS   ORIGINAL VERSION.
000270*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-Z.
000320 OBJECT-COMPUTER. IBM-Z.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OVERPAYMENT-MASTER ASSIGN TO "OVPMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS OV-OVP-KEY
000400         FILE STATUS IS OA-OVPMAST-STATUS.
000410
000420     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS EM-EMP-ID
000460         FILE STATUS IS OA-EMPMAST-STATUS.
000470
000480     SELECT AGING-REPORT      ASSIGN TO "OVPARPT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS OA-AGINGRPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OVERPAYMENT-MASTER
000550     LABEL RECORDS ARE STANDARD.
000560     COPY OVPMAST.
000570
000580 FD  EMPLOYEE-MASTER
000590     LABEL RECORDS ARE STANDARD.
000600     COPY EMPMAST.
000610
000620 FD  AGING-REPORT
000630     LABEL RECORDS ARE OMITTED
000640     RECORDING MODE IS F.
000650 01  AGING-REPORT-LINE          PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690*  FILE STATUS AND SWITCHES
000700*----------------------------------------------------------------
000710 77  OA-OVPMAST-STATUS          PIC X(02) VALUE '00'.
000720 77  OA-EMPMAST-STATUS          PIC X(02) VALUE '00'.
000730 77  OA-AGINGRPT-STATUS         PIC X(02) VALUE '00'.
000740
000750 77  OA-EOF-OVP-SW              PIC X(01) VALUE 'N'.
000760     88  OA-EOF-OVP                        VALUE 'Y'.
000770
000780 77  OA-EMP-FOUND-SW            PIC X(01) VALUE 'N'.
000790     88  OA-EMP-FOUND                      VALUE 'Y'.
000800     88  OA-EMP-NOT-FOUND                  VALUE 'N'.
000810
000820*----------------------------------------------------------------
000830*  RUN DATE AND AGING WORK AREAS
000840*----------------------------------------------------------------
000850 01  OA-RUN-DATE.
000860     05  OA-RUN-YEAR            PIC 9(4).
000870     05  OA-RUN-MONTH           PIC 9(2).
000880     05  OA-RUN-DAY             PIC 9(2).
000890
000900 01  OA-OPEN-DATE-R.
000910     05  OA-OPN-YEAR            PIC 9(4).
000920     05  OA-OPN-MONTH           PIC 9(2).
000930     05  OA-OPN-DAY             PIC 9(2).
000940
000950 77  OA-DAYS-OPEN               PIC S9(7) VALUE ZERO.
000960 77  OA-BKT-IX                  PIC 9(02) COMP VALUE ZERO.
000970
000980*      UPPER DAY LIMIT AND LABEL OF EACH AGING BUCKET.  THE LAST
000990*      BUCKET TAKES EVERYTHING OLDER THAN THE ONE BEFORE IT.
001000 01  OA-BUCKET-VALUES.
001010     05  FILLER                 PIC X(13) VALUE '00030 0-30   '.
001020     05  FILLER                 PIC X(13) VALUE '00060 31-60  '.
001030     05  FILLER                 PIC X(13) VALUE '00090 61-90  '.
001040     05  FILLER                 PIC X(13) VALUE '0018091-180  '.
001050     05  FILLER                 PIC X(13) VALUE '99999OVER 180'.
001060 01  OA-BUCKET-TABLE REDEFINES OA-BUCKET-VALUES.
001070     05  OA-BUCKET-ENTRY        OCCURS 5 TIMES.
001080         10  OA-BKT-LIMIT       PIC 9(05).
001090         10  OA-BKT-LABEL       PIC X(08).
001100
001110 01  OA-BUCKET-TOTALS.
001120     05  OA-BUCKET-TOTAL        OCCURS 5 TIMES.
001130         10  OA-BKT-COUNT       PIC 9(5) COMP.
001140         10  OA-BKT-AMOUNT      PIC 9(9)V99.
001150
001160*----------------------------------------------------------------
001170*  RUN COUNTS
001180*----------------------------------------------------------------
001190 77  OA-OPEN-COUNT              PIC 9(5) COMP VALUE ZERO.
001200 77  OA-OPEN-AMOUNT             PIC 9(9)V99 VALUE ZERO.
001210 77  OA-NO-PAY-COUNT            PIC 9(5) COMP VALUE ZERO.
001220 77  OA-NO-PAY-AMOUNT           PIC 9(9)V99 VALUE ZERO.
001230
001240*----------------------------------------------------------------
001250*  AGING REPORT LINES
001260*----------------------------------------------------------------
001270 01  OA-HEADING-LINE.
001280     05  FILLER  PIC X(40) VALUE
001290         'OVERPAYMENT RECEIVABLE AGING AS OF'.
001300     05  OA-HDG-RUN-DATE        PIC 9(8).
001310
001320 01  OA-COLUMN-LINE.
001330     05  FILLER  PIC X(07) VALUE 'EMP ID'.
001340     05  FILLER  PIC X(27) VALUE 'EMPLOYEE NAME'.
001350     05  FILLER  PIC X(10) VALUE 'OPENED'.
001360     05  FILLER  PIC X(04) VALUE 'ORG'.
001370     05  FILLER  PIC X(09) VALUE 'CHECK NO'.
001380     05  FILLER  PIC X(12) VALUE '  ORIGINAL'.
001390     05  FILLER  PIC X(12) VALUE '   BALANCE'.
001400     05  FILLER  PIC X(12) VALUE 'PER PERIOD'.
001410     05  FILLER  PIC X(07) VALUE ' DAYS'.
001420     05  FILLER  PIC X(10) VALUE 'BUCKET'.
001430     05  FILLER  PIC X(22) VALUE 'NOTE'.
001440
001450 01  OA-DETAIL-LINE.
001460     05  OA-DTL-EMP-ID          PIC X(05).
001470     05  FILLER                 PIC X(02) VALUE SPACES.
001480     05  OA-DTL-EMP-NAME        PIC X(25).
001490     05  FILLER                 PIC X(02) VALUE SPACES.
001500     05  OA-DTL-OPEN-DATE       PIC 9(8).
001510     05  FILLER                 PIC X(02) VALUE SPACES.
001520     05  OA-DTL-ORIGIN          PIC X(01).
001530     05  FILLER                 PIC X(03) VALUE SPACES.
001540     05  OA-DTL-CHECK-NUMBER    PIC Z(6)9.
001550     05  FILLER                 PIC X(02) VALUE SPACES.
001560     05  OA-DTL-ORIGINAL        PIC Z(6)9.99.
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  OA-DTL-BALANCE         PIC Z(6)9.99.
001590     05  FILLER                 PIC X(02) VALUE SPACES.
001600     05  OA-DTL-RECOVERY        PIC Z(6)9.99.
001610     05  FILLER                 PIC X(02) VALUE SPACES.
001620     05  OA-DTL-DAYS            PIC ZZZZ9.
001630     05  FILLER                 PIC X(02) VALUE SPACES.
001640     05  OA-DTL-BUCKET          PIC X(08).
001650     05  FILLER                 PIC X(02) VALUE SPACES.
001660     05  OA-DTL-NOTE            PIC X(22).
001670
001680 01  OA-BUCKET-LINE.
001690     05  FILLER  PIC X(12) VALUE 'AGED'.
001700     05  OA-BKL-LABEL           PIC X(08).
001710     05  FILLER  PIC X(08) VALUE '  COUNT:'.
001720     05  OA-BKL-COUNT           PIC ZZZZ9.
001730     05  FILLER  PIC X(10) VALUE '  BALANCE:'.
001740     05  OA-BKL-AMOUNT          PIC Z(8)9.99.
001750
001760 01  OA-TOTAL-LINE.
001770     05  FILLER  PIC X(20) VALUE 'TOTAL OPEN'.
001780     05  FILLER  PIC X(08) VALUE '  COUNT:'.
001790     05  OA-TOT-COUNT           PIC ZZZZ9.
001800     05  FILLER  PIC X(10) VALUE '  BALANCE:'.
001810     05  OA-TOT-AMOUNT          PIC Z(8)9.99.
001820     05  FILLER  PIC X(18) VALUE '  NO PAY - COUNT:'.
001830     05  OA-TOT-NO-PAY-COUNT    PIC ZZZZ9.
001840     05  FILLER  PIC X(10) VALUE '  BALANCE:'.
001850     05  OA-TOT-NO-PAY-AMOUNT   PIC Z(8)9.99.
001860
001870 PROCEDURE DIVISION.
001880*****************************************************************
001890*  0000-MAINLINE
001900*****************************************************************
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-AGE-ONE-RECEIVABLE THRU 2000-EXIT
001940         UNTIL OA-EOF-OVP.
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001960     STOP RUN.
001970
001980*****************************************************************
001990*  1000-INITIALIZE - OPEN FILES, PRINT REPORT HEADINGS
002000*****************************************************************
002010 1000-INITIALIZE.
002020     ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
002030     PERFORM 1100-CLEAR-BUCKET THRU 1100-EXIT
002040         VARYING OA-BKT-IX FROM 1 BY 1
002050         UNTIL OA-BKT-IX > 5.
002060
002070     OPEN INPUT  OVERPAYMENT-MASTER.
002080     IF OA-OVPMAST-STATUS NOT = '00'
002090         DISPLAY 'OVPAGE - OVERPAYMENT MASTER OPEN FAILED, '
002100             'STATUS ' OA-OVPMAST-STATUS
002110         STOP RUN
002120     END-IF.
002130     OPEN INPUT  EMPLOYEE-MASTER.
002140     IF OA-EMPMAST-STATUS NOT = '00'
002150         DISPLAY 'OVPAGE - EMPLOYEE MASTER OPEN FAILED, STATUS '
002160             OA-EMPMAST-STATUS
002170         STOP RUN
002180     END-IF.
002190     OPEN OUTPUT AGING-REPORT.
002200
002210     MOVE OA-RUN-DATE TO OA-HDG-RUN-DATE.
002220     WRITE AGING-REPORT-LINE FROM OA-HEADING-LINE.
002230     WRITE AGING-REPORT-LINE FROM OA-COLUMN-LINE.
002240
002250     PERFORM 2100-READ-RECEIVABLE THRU 2100-EXIT.
002260 1000-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300*  1100-CLEAR-BUCKET
002310*****************************************************************
002320 1100-CLEAR-BUCKET.
002330     MOVE ZERO TO OA-BKT-COUNT (OA-BKT-IX).
002340     MOVE ZERO TO OA-BKT-AMOUNT (OA-BKT-IX).
002350 1100-EXIT.
002360     EXIT.
002370
002380*****************************************************************
002390*  2000-AGE-ONE-RECEIVABLE - ONE OPEN RECEIVABLE LINE WITH AGING.
002400*                            PAID-OFF AND WRITTEN-OFF RECORDS ARE
002410*                            SKIPPED.
002420*****************************************************************
002430 2000-AGE-ONE-RECEIVABLE.
002440     IF NOT OV-OPEN
002450         PERFORM 2100-READ-RECEIVABLE THRU 2100-EXIT
002460         GO TO 2000-EXIT
002470     END-IF.
002480
002490     MOVE OV-OPEN-DATE TO OA-OPEN-DATE-R.
002500     COMPUTE OA-DAYS-OPEN =
002510         (OA-RUN-YEAR - OA-OPN-YEAR) * 360
002520         + (OA-RUN-MONTH - OA-OPN-MONTH) * 30
002530         + (OA-RUN-DAY - OA-OPN-DAY).
002540     IF OA-DAYS-OPEN < ZERO
002550         MOVE ZERO TO OA-DAYS-OPEN
002560     END-IF.
002570
002580     MOVE 1 TO OA-BKT-IX.
002590     PERFORM 2200-FIND-BUCKET THRU 2200-EXIT
002600         UNTIL OA-BKT-IX = 5
002610            OR OA-DAYS-OPEN NOT > OA-BKT-LIMIT (OA-BKT-IX).
002620
002630     PERFORM 2300-READ-EMPLOYEE THRU 2300-EXIT.
002640
002650     MOVE OV-EMP-ID             TO OA-DTL-EMP-ID.
002660     MOVE OV-OPEN-DATE          TO OA-DTL-OPEN-DATE.
002670     MOVE OV-ORIGIN             TO OA-DTL-ORIGIN.
002680     MOVE OV-CHECK-NUMBER       TO OA-DTL-CHECK-NUMBER.
002690     MOVE OV-ORIGINAL-AMOUNT    TO OA-DTL-ORIGINAL.
002700     MOVE OV-BALANCE            TO OA-DTL-BALANCE.
002710     MOVE OV-RECOVERY-AMOUNT    TO OA-DTL-RECOVERY.
002720     MOVE OA-DAYS-OPEN          TO OA-DTL-DAYS.
002730     MOVE OA-BKT-LABEL (OA-BKT-IX) TO OA-DTL-BUCKET.
002740     IF OA-EMP-NOT-FOUND
002750         MOVE SPACES TO OA-DTL-EMP-NAME
002760         MOVE 'NOT ON EMPLOYEE MASTER' TO OA-DTL-NOTE
002770         ADD 1 TO OA-NO-PAY-COUNT
002780         ADD OV-BALANCE TO OA-NO-PAY-AMOUNT
002790     ELSE
002800         MOVE EM-EMP-NAME TO OA-DTL-EMP-NAME
002810         IF EM-ACTIVE
002820             MOVE SPACES TO OA-DTL-NOTE
002830         ELSE
002840             MOVE 'INACTIVE - NO PAY' TO OA-DTL-NOTE
002850             ADD 1 TO OA-NO-PAY-COUNT
002860             ADD OV-BALANCE TO OA-NO-PAY-AMOUNT
002870         END-IF
002880     END-IF.
002890     WRITE AGING-REPORT-LINE FROM OA-DETAIL-LINE.
002900
002910     ADD 1 TO OA-BKT-COUNT (OA-BKT-IX).
002920     ADD OV-BALANCE TO OA-BKT-AMOUNT (OA-BKT-IX).
002930     ADD 1 TO OA-OPEN-COUNT.
002940     ADD OV-BALANCE TO OA-OPEN-AMOUNT.
002950
002960     PERFORM 2100-READ-RECEIVABLE THRU 2100-EXIT.
002970 2000-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010*  2100-READ-RECEIVABLE
003020*****************************************************************
003030 2100-READ-RECEIVABLE.
003040     READ OVERPAYMENT-MASTER NEXT RECORD
003050         AT END
003060             SET OA-EOF-OVP TO TRUE
003070     END-READ.
003080     IF OA-OVPMAST-STATUS NOT = '00'
003090         SET OA-EOF-OVP TO TRUE
003100     END-IF.
003110 2100-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150*  2200-FIND-BUCKET - STEP TO THE NEXT OLDER BUCKET
003160*****************************************************************
003170 2200-FIND-BUCKET.
003180     ADD 1 TO OA-BKT-IX.
003190 2200-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*  2300-READ-EMPLOYEE - NAME AND STATUS OF THE EMPLOYEE WHO OWES
003240*****************************************************************
003250 2300-READ-EMPLOYEE.
003260     MOVE OV-EMP-ID TO EM-EMP-ID.
003270     READ EMPLOYEE-MASTER
003280         INVALID KEY
003290             SET OA-EMP-NOT-FOUND TO TRUE
003300         NOT INVALID KEY
003310             SET OA-EMP-FOUND TO TRUE
003320     END-READ.
003330 2300-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370*  9000-TERMINATE - PRINT BUCKET AND RUN TOTALS, CLOSE FILES
003380*****************************************************************
003390 9000-TERMINATE.
003400     PERFORM 9100-WRITE-BUCKET-LINE THRU 9100-EXIT
003410         VARYING OA-BKT-IX FROM 1 BY 1
003420         UNTIL OA-BKT-IX > 5.
003430
003440     MOVE OA-OPEN-COUNT        TO OA-TOT-COUNT.
003450     MOVE OA-OPEN-AMOUNT       TO OA-TOT-AMOUNT.
003460     MOVE OA-NO-PAY-COUNT      TO OA-TOT-NO-PAY-COUNT.
003470     MOVE OA-NO-PAY-AMOUNT     TO OA-TOT-NO-PAY-AMOUNT.
003480     WRITE AGING-REPORT-LINE FROM OA-TOTAL-LINE.
003490
003500     CLOSE OVERPAYMENT-MASTER.
003510     CLOSE EMPLOYEE-MASTER.
003520     CLOSE AGING-REPORT.
003530 9000-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570*  9100-WRITE-BUCKET-LINE
003580*****************************************************************
003590 9100-WRITE-BUCKET-LINE.
003600     MOVE OA-BKT-LABEL (OA-BKT-IX)  TO OA-BKL-LABEL.
003610     MOVE OA-BKT-COUNT (OA-BKT-IX)  TO OA-BKL-COUNT.
003620     MOVE OA-BKT-AMOUNT (OA-BKT-IX) TO OA-BKL-AMOUNT.
003630     WRITE AGING-REPORT-LINE FROM OA-BUCKET-LINE.
003640 9100-EXIT.
003650     EXIT.
