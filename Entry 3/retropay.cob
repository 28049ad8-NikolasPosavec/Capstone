000320*  DATE        INIT  DESCRIPTION
000330*  ----------  ----  ------------------------------------------
000340*  2026-09-02  RTS   ORIGINAL VERSION.
000341*  2026-10-15  RTS   SUPPLEMENTAL PAY-HISTORY ENTRIES (BONUS,
000342*                    COMMISSION, SEPARATION FINAL PAY) ARE
000343*                    PASSED OVER - THEY ARE NOT A PAY PERIOD AND
000344*                    WOULD PRICE A SALARIED EMPLOYEE'S FULL
000345*                    SALARY AGAINST A BONUS CHECK.
000346*  2026-10-15  RTS   A SALARIED EMPLOYEE'S OVERTIME RATE IS THE
000347*                    PERIOD SALARY OVER THE STANDARD HOURS OF A
000348*                    PERIOD AT THE PAY GROUP'S FREQUENCY (FROM
000349*                    THE PAY CALENDAR), AS PAYROLL PRICES IT.
000350*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000432     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000433         ORGANIZATION IS INDEXED
000434         ACCESS MODE IS RANDOM
000435         RECORD KEY IS EM-EMP-ID
000436         FILE STATUS IS RP-EMPMAST-STATUS.
000437
000440     SELECT RATE-HISTORY      ASSIGN TO "RATEHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS RP-REPORT-STATUS.
000630
000632     SELECT PAY-CALENDAR      ASSIGN TO "PAYCAL"
000634         ORGANIZATION IS SEQUENTIAL
000636         FILE STATUS IS RP-PAYCAL-STATUS.
000638
000640 DATA DIVISION.
000650 FILE SECTION.
000652 FD  EMPLOYEE-MASTER
000654     LABEL RECORDS ARE STANDARD.
000656     COPY EMPMAST.
000658
000660 FD  RATE-HISTORY
000670     LABEL RECORDS ARE STANDARD.
000680     COPY RATEHIST.
000800     RECORDING MODE IS F.
000810 01  RETRO-REPORT-LINE          PIC X(132).
000820
000822 FD  PAY-CALENDAR
000824     LABEL RECORDS ARE STANDARD.
000826     COPY PAYCAL.
000828
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850*  FILE STATUS AND SWITCHES
000880 77  RP-PAYHIST-STATUS          PIC X(02) VALUE '00'.
000890 77  RP-RETRTXN-STATUS          PIC X(02) VALUE '00'.
000900 77  RP-REPORT-STATUS           PIC X(02) VALUE '00'.
000902 77  RP-EMPMAST-STATUS          PIC X(02) VALUE '00'.
000904 77  RP-PAYCAL-STATUS           PIC X(02) VALUE '00'.
000910
000920 77  RP-EOF-RATE-SW             PIC X(01) VALUE 'N'.
000930     88  RP-EOF-RATE                       VALUE 'Y'.
000940 77  RP-EOF-HIST-SW             PIC X(01) VALUE 'N'.
000950     88  RP-EOF-HIST                       VALUE 'Y'.
000952 77  RP-EOF-PAYCAL-SW           PIC X(01) VALUE 'N'.
000954     88  RP-EOF-PAYCAL                     VALUE 'Y'.
000960
000970*----------------------------------------------------------------
000980*  RUN DATE, OVERTIME MULTIPLIER (SAME AS PAYROLL), AND COUNTS
000990*----------------------------------------------------------------
001000 01  RP-RUN-DATE.
001010     05  RP-RUN-YEAR            PIC 9(4).
001020     05  RP-RUN-MONTH           PIC 9(2).
001030     05  RP-RUN-DAY             PIC 9(2).
001040
001060 77  RP-OVERTIME-MULTIPLIER     PIC 9V99    VALUE 1.50.
001070 77  RP-CHANGE-COUNT            PIC 9(5) COMP VALUE ZERO.
001080 77  RP-PERIOD-COUNT            PIC 9(5) COMP VALUE ZERO.
001081 77  RP-SKIP-COUNT              PIC 9(5) COMP VALUE ZERO.
001082 77  RP-TOTAL-RETRO             PIC S9(9)V99 VALUE ZERO.
001083
001084*----------------------------------------------------------------
001086*  PAY GROUP FREQUENCIES, LOADED FROM THE PAY CALENDAR.  A
001087*  GROUP NOT ON THE CALENDAR PRICES WEEKLY, AS PAYROLL RUNS IT.
001088*  A SALARIED EMPLOYEE'S OVERTIME RATE IS THE PERIOD SALARY
001089*  OVER THE STANDARD HOURS OF ONE PERIOD AT THAT FREQUENCY.
001090*----------------------------------------------------------------
001092 77  RP-ANNUAL-STD-HOURS        PIC 9(4)V99 VALUE 2080.00.
001093 77  RP-GRP-COUNT               PIC 9(02) COMP VALUE ZERO.
001094 77  RP-GRP-IX                  PIC 9(02) COMP VALUE ZERO.
001095 77  RP-GRP-MAX                 PIC 9(02) COMP VALUE 20.
001096 01  RP-GROUP-TABLE.
001098     05  RP-GRP-ENTRY OCCURS 20 TIMES.
001099         10  RP-GRP-CODE        PIC X(02).
001100         10  RP-GRP-FREQUENCY   PIC X(01).
001101 77  RP-EMP-PAY-GROUP           PIC X(02) VALUE SPACES.
001102 77  RP-PAY-FREQUENCY           PIC X(01) VALUE 'W'.
001104     88  RP-FREQ-WEEKLY                    VALUE 'W'.
001105     88  RP-FREQ-BIWEEKLY                  VALUE 'B'.
001106     88  RP-FREQ-SEMIMONTHLY               VALUE 'S'.
001107 77  RP-PERIODS-PER-YEAR        PIC 9(02) VALUE 52.
001108 77  RP-PERIOD-STD-HOURS        PIC 9(3)V99 VALUE 40.00.
001110
001120*----------------------------------------------------------------
001130*  ONE PRIOR PERIOD'S NETTED HISTORY.  NORMAL ENTRIES ADD,
001990             'STATUS ' RP-RATEHIST-STATUS
002000         STOP RUN
002010     END-IF.
002012     OPEN INPUT EMPLOYEE-MASTER.
002014     IF RP-EMPMAST-STATUS NOT = '00'
002016         DISPLAY 'RETROPAY - EMPLOYEE MASTER NOT AVAILABLE - '
002017             'STATUS ' RP-EMPMAST-STATUS
002018         STOP RUN
002019     END-IF.
002020     OPEN INPUT PAY-HISTORY.
002030     IF RP-PAYHIST-STATUS NOT = '00'
002040         DISPLAY 'RETROPAY - PAY HISTORY NOT AVAILABLE - '
002084         OPEN OUTPUT RETRO-TRANS
002086     END-IF.
002090     OPEN OUTPUT RETRO-REPORT.
002095     PERFORM 1200-LOAD-PAY-CALENDAR THRU 1200-EXIT.
002100
002110     MOVE RP-RUN-DATE TO RP-HDG-RUN-DATE.
002120     WRITE RETRO-REPORT-LINE FROM RP-HEADING-LINE.
002210         SET RP-EOF-RATE TO TRUE
002220     END-IF.
002230     IF NOT RP-EOF-RATE
002231         PERFORM 2100-READ-RATE-CHANGE THRU 2100-EXIT
002232     END-IF.
002233 1000-EXIT.
002234     EXIT.
002235
002236*****************************************************************
002237*  1200-LOAD-PAY-CALENDAR - ONE TABLE ENTRY PER PAY GROUP, WITH
002238*                           THE FREQUENCY OF ITS FIRST CALENDAR
002239*                           ENTRY
002240*****************************************************************
002241 1200-LOAD-PAY-CALENDAR.
002242     OPEN INPUT PAY-CALENDAR.
002243     IF RP-PAYCAL-STATUS NOT = '00'
002244         GO TO 1200-EXIT
002245     END-IF.
002246     PERFORM 1250-LOAD-ONE-CALENDAR THRU 1250-EXIT
002247         UNTIL RP-EOF-PAYCAL.
002248     CLOSE PAY-CALENDAR.
002249 1200-EXIT.
002250     EXIT.
002251
002252*****************************************************************
002253*  1250-LOAD-ONE-CALENDAR
002254*****************************************************************
002255 1250-LOAD-ONE-CALENDAR.
002256     READ PAY-CALENDAR
002257         AT END
002258             SET RP-EOF-PAYCAL TO TRUE
002259             GO TO 1250-EXIT
002260     END-READ.
002261     MOVE CL-PAY-GROUP TO RP-EMP-PAY-GROUP.
002262     PERFORM 3060-FIND-GROUP THRU 3060-EXIT.
002263     IF RP-GRP-IX > RP-GRP-COUNT AND RP-GRP-COUNT < RP-GRP-MAX
002264         ADD 1 TO RP-GRP-COUNT
002265         MOVE CL-PAY-GROUP TO RP-GRP-CODE (RP-GRP-COUNT)
002266         MOVE CL-FREQUENCY TO RP-GRP-FREQUENCY (RP-GRP-COUNT)
002267     END-IF.
002268 1250-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002670 3000-PRICE-ONE-CHANGE.
002680     MOVE 'N' TO RP-EOF-HIST-SW.
002690     MOVE 'N' TO RP-PER-OPEN-SW.
002695     IF RH-SALARIED
002696         PERFORM 3050-FIGURE-PERIOD-HOURS THRU 3050-EXIT
002697     END-IF.
002700     MOVE RH-EMP-ID   TO PH-EMP-ID.
002710     MOVE RH-EFF-DATE TO PH-PERIOD-END.
002720     MOVE ZERO        TO PH-SEQ.
002830     PERFORM 3200-NET-ONE-ENTRY THRU 3200-EXIT
002840         UNTIL RP-EOF-HIST OR PH-EMP-ID NOT = RH-EMP-ID.
002850     IF RP-PER-OPEN
002851         PERFORM 3300-EMIT-PERIOD THRU 3300-EXIT
002852     END-IF.
002853 3000-EXIT.
002854     EXIT.
002855
002856*****************************************************************
002857*  3050-FIGURE-PERIOD-HOURS - THE STANDARD HOURS OF ONE PERIOD
002858*                             AT THE EMPLOYEE'S PAY GROUP
002859*                             FREQUENCY.  AN EMPLOYEE OFF THE
002860*                             MASTER OR WITH NO PAY GROUP IS
002862*                             HONORED AS WEEKLY.
002863*****************************************************************
002864 3050-FIGURE-PERIOD-HOURS.
002865     MOVE RH-EMP-ID TO EM-EMP-ID.
002866     READ EMPLOYEE-MASTER
002867         INVALID KEY
002868             MOVE SPACES TO EM-PAY-GROUP
002869     END-READ.
002870     MOVE EM-PAY-GROUP TO RP-EMP-PAY-GROUP.
002871     IF RP-EMP-PAY-GROUP = SPACES
002872         MOVE 'WK' TO RP-EMP-PAY-GROUP
002874     END-IF.
002875     PERFORM 3060-FIND-GROUP THRU 3060-EXIT.
002876     IF RP-GRP-IX > RP-GRP-COUNT
002877         MOVE 'W' TO RP-PAY-FREQUENCY
002878     ELSE
002879         MOVE RP-GRP-FREQUENCY (RP-GRP-IX) TO RP-PAY-FREQUENCY
002880     END-IF.
002881     EVALUATE TRUE
002882         WHEN RP-FREQ-BIWEEKLY
002883             MOVE 26 TO RP-PERIODS-PER-YEAR
002885         WHEN RP-FREQ-SEMIMONTHLY
002886             MOVE 24 TO RP-PERIODS-PER-YEAR
002887         WHEN OTHER
002888             MOVE 52 TO RP-PERIODS-PER-YEAR
002889     END-EVALUATE.
002890     COMPUTE RP-PERIOD-STD-HOURS ROUNDED =
002891         RP-ANNUAL-STD-HOURS / RP-PERIODS-PER-YEAR.
002892 3050-EXIT.
002893     EXIT.
002894
002895*****************************************************************
002897*  3060-FIND-GROUP - LOOK UP RP-EMP-PAY-GROUP IN THE GROUP
002898*                    TABLE.  RP-GRP-IX IS PAST THE LAST ENTRY
002899*                    WHEN THE GROUP IS NOT THERE.
002900*****************************************************************
002901 3060-FIND-GROUP.
002902     MOVE 1 TO RP-GRP-IX.
002903     PERFORM 3070-NEXT-GROUP THRU 3070-EXIT
002904         UNTIL RP-GRP-IX > RP-GRP-COUNT
002905             OR RP-GRP-CODE (RP-GRP-IX) = RP-EMP-PAY-GROUP.
002906 3060-EXIT.
002907     EXIT.
002909
002910*****************************************************************
002911*  3070-NEXT-GROUP
002912*****************************************************************
002913 3070-NEXT-GROUP.
002914     ADD 1 TO RP-GRP-IX.
002915 3070-EXIT.
002916     EXIT.
002917
002918*****************************************************************
002920*  3100-READ-HISTORY
002930*****************************************************************
002940 3100-READ-HISTORY.
003080*                       THE PERIOD-END DATE
003090*****************************************************************
003100 3200-NET-ONE-ENTRY.
003102     IF PH-SUPPLEMENTAL
003104         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
003106         GO TO 3200-EXIT
003108     END-IF.
003110     IF RP-PER-OPEN
003120             AND PH-PERIOD-END NOT = RP-CURRENT-PERIOD-END
003130         PERFORM 3300-EMIT-PERIOD THRU 3300-EXIT
003660
003670     IF RH-SALARIED
003680         COMPUTE RP-DERIVED-RATE ROUNDED =
003690             RH-OLD-PERIOD-SALARY / RP-PERIOD-STD-HOURS
003700         COMPUTE RP-OLD-GROSS ROUNDED =
003702             RH-OLD-PERIOD-SALARY
003704             + RP-PER-OT-HOURS * RP-DERIVED-RATE
003706                 * RP-OVERTIME-MULTIPLIER
003708         COMPUTE RP-DERIVED-RATE ROUNDED =
003710             RH-NEW-PERIOD-SALARY / RP-PERIOD-STD-HOURS
003712         COMPUTE RP-NEW-GROSS ROUNDED =
003714             RH-NEW-PERIOD-SALARY
003720             + RP-PER-OT-HOURS * RP-DERIVED-RATE
004120     WRITE RETRO-REPORT-LINE FROM RP-TOTAL-LINE.
004130
004140     CLOSE RATE-HISTORY.
004145     CLOSE EMPLOYEE-MASTER.
004150     CLOSE PAY-HISTORY.
004160     CLOSE RETRO-TRANS.
004170     CLOSE RETRO-REPORT.
