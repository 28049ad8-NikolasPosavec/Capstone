000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OVPMAINT.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : OVPMAINT
000090*  DESCRIPTION  : APPLIES ADD, CHANGE, AND WRITE-OFF
000100*                 TRANSACTIONS TO THE OVERPAYMENT RECEIVABLE
000110*                 MASTER (KEYED BY EMPLOYEE ID, DATE OPENED AND
000120*                 SEQUENCE) AND PRINTS A MAINTENANCE REPORT
000130*                 SHOWING EACH TRANSACTION APPLIED OR REJECTED.
000140*                 AN ADD BOOKS A RECEIVABLE FOUND OUTSIDE THE
000150*                 PAY RUN (ORIGIN M).  A CHANGE SETS THE AGREED
000160*                 AMOUNT PAYROLL RECOVERS EACH PERIOD.  A WRITE-
000170*                 OFF CLOSES WHAT WILL NOT BE COLLECTED.
000180*                 MODELED ON DEDMAINT.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE        INIT  DESCRIPTION
000220*  ----------  ----  ------------------------------------------
000230*  2026-10-15  RTS   ORIGINAL VERSION.
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-Z.
000290 OBJECT-COMPUTER. IBM-Z.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OVERPAYMENT-MASTER ASSIGN TO "OVPMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS OV-OVP-KEY
000370         FILE STATUS IS OX-OVPMAST-STATUS.
000380
000390     SELECT OVP-MAINT-TRANS   ASSIGN TO "OVPMTRAN"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS OX-OVPMTRAN-STATUS.
000420
000430     SELECT MAINT-REPORT      ASSIGN TO "OVPMRPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS OX-MAINTRPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OVERPAYMENT-MASTER
000500     LABEL RECORDS ARE STANDARD.
000510     COPY OVPMAST.
000520
000530 FD  OVP-MAINT-TRANS
000540     LABEL RECORDS ARE STANDARD.
000550     COPY OVPTRAN.
000560
000570 FD  MAINT-REPORT
000580     LABEL RECORDS ARE OMITTED
000590     RECORDING MODE IS F.
000600 01  MAINT-REPORT-LINE          PIC X(132).
000610
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640*  FILE STATUS AND SWITCHES
000650*----------------------------------------------------------------
000660 77  OX-OVPMAST-STATUS          PIC X(02) VALUE '00'.
000670 77  OX-OVPMTRAN-STATUS         PIC X(02) VALUE '00'.
000680 77  OX-MAINTRPT-STATUS         PIC X(02) VALUE '00'.
000690
000700 77  OX-EOF-TRANS-SW            PIC X(01) VALUE 'N'.
000710     88  OX-EOF-TRANS                      VALUE 'Y'.
000720
000730 77  OX-TRANS-VALID-SW          PIC X(01) VALUE 'Y'.
000740     88  OX-TRANS-VALID                    VALUE 'Y'.
000750     88  OX-TRANS-INVALID                  VALUE 'N'.
000760
000770 77  OX-OVP-FOUND-SW            PIC X(01) VALUE 'N'.
000780     88  OX-OVP-FOUND                      VALUE 'Y'.
000790     88  OX-OVP-NOT-FOUND                  VALUE 'N'.
000800
000810 77  OX-OVP-POSTED-SW           PIC X(01) VALUE 'N'.
000820     88  OX-OVP-POSTED                     VALUE 'Y'.
000830
000840 77  OX-DISPOSITION             PIC X(25) VALUE SPACES.
000850 77  OX-WRITE-OFF               PIC 9(7)V99 VALUE ZERO.
000860
000870*----------------------------------------------------------------
000880*  RUN DATE AND COUNTS
000890*----------------------------------------------------------------
000900 01  OX-RUN-DATE.
000910     05  OX-RUN-YEAR            PIC 9(4).
000920     05  OX-RUN-MONTH           PIC 9(2).
000930     05  OX-RUN-DAY             PIC 9(2).
000940
000950 77  OX-ADD-COUNT               PIC 9(5) COMP VALUE ZERO.
000960 77  OX-CHANGE-COUNT            PIC 9(5) COMP VALUE ZERO.
000970 77  OX-WRITE-OFF-COUNT         PIC 9(5) COMP VALUE ZERO.
000980 77  OX-REJECT-COUNT            PIC 9(5) COMP VALUE ZERO.
000990 77  OX-WRITE-OFF-TOTAL         PIC 9(9)V99 VALUE ZERO.
001000
001010*----------------------------------------------------------------
001020*  MAINTENANCE REPORT LINES
001030*----------------------------------------------------------------
001040 01  OX-HEADING-LINE.
001050     05  FILLER  PIC X(38) VALUE
001060         'OVERPAYMENT MASTER MAINTENANCE REPORT'.
001070
001080 01  OX-COLUMN-LINE.
001090     05  FILLER  PIC X(05) VALUE 'ACT'.
001100     05  FILLER  PIC X(07) VALUE 'EMP ID'.
001110     05  FILLER  PIC X(10) VALUE 'OPENED'.
001120     05  FILLER  PIC X(05) VALUE 'SEQ'.
001130     05  FILLER  PIC X(12) VALUE 'AMOUNT'.
001140     05  FILLER  PIC X(12) VALUE 'PER PERIOD'.
001150     05  FILLER  PIC X(13) VALUE 'BALANCE'.
001160     05  FILLER  PIC X(25) VALUE 'DISPOSITION'.
001170
001180 01  OX-DETAIL-LINE.
001190     05  OX-DTL-ACTION          PIC X(01).
001200     05  FILLER                 PIC X(04) VALUE SPACES.
001210     05  OX-DTL-EMP-ID          PIC X(05).
001220     05  FILLER                 PIC X(02) VALUE SPACES.
001230     05  OX-DTL-OPEN-DATE       PIC 9(8).
001240     05  FILLER                 PIC X(02) VALUE SPACES.
001250     05  OX-DTL-SEQ             PIC 9(02).
001260     05  FILLER                 PIC X(02) VALUE SPACES.
001270     05  OX-DTL-AMOUNT          PIC Z(6)9.99.
001280     05  FILLER                 PIC X(02) VALUE SPACES.
001290     05  OX-DTL-RECOVERY        PIC Z(6)9.99.
001300     05  FILLER                 PIC X(02) VALUE SPACES.
001310     05  OX-DTL-BALANCE         PIC Z(6)9.99.
001320     05  FILLER                 PIC X(03) VALUE SPACES.
001330     05  OX-DTL-DISPOSITION     PIC X(25).
001340
001350 01  OX-TOTAL-LINE.
001360     05  FILLER  PIC X(12) VALUE 'ADDS:'.
001370     05  OX-TOT-ADDS            PIC ZZZZ9.
001380     05  FILLER  PIC X(12) VALUE '  CHANGES:'.
001390     05  OX-TOT-CHANGES         PIC ZZZZ9.
001400     05  FILLER  PIC X(14) VALUE '  WRITE-OFFS:'.
001410     05  OX-TOT-WRITE-OFFS      PIC ZZZZ9.
001420     05  FILLER  PIC X(05) VALUE ' AMT'.
001430     05  OX-TOT-WRITE-OFF-AMT   PIC Z(8)9.99.
001440     05  FILLER  PIC X(12) VALUE '  REJECTS:'.
001450     05  OX-TOT-REJECTS         PIC ZZZZ9.
001460
001470 PROCEDURE DIVISION.
001480*****************************************************************
001490*  0000-MAINLINE
001500*****************************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001540         UNTIL OX-EOF-TRANS.
001550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001560     STOP RUN.
001570
001580*****************************************************************
001590*  1000-INITIALIZE - OPEN FILES, PRINT REPORT HEADINGS
001600*****************************************************************
001610 1000-INITIALIZE.
001620     ACCEPT OX-RUN-DATE FROM DATE YYYYMMDD.
001630
001640     OPEN I-O    OVERPAYMENT-MASTER.
001650     IF OX-OVPMAST-STATUS = '35'
001660         OPEN OUTPUT OVERPAYMENT-MASTER
001670         CLOSE OVERPAYMENT-MASTER
001680         OPEN I-O OVERPAYMENT-MASTER
001690     END-IF.
001700     OPEN INPUT  OVP-MAINT-TRANS.
001710     OPEN OUTPUT MAINT-REPORT.
001720
001730     WRITE MAINT-REPORT-LINE FROM OX-HEADING-LINE.
001740     WRITE MAINT-REPORT-LINE FROM OX-COLUMN-LINE.
001750
001760     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001770 1000-EXIT.
001780     EXIT.
001790
001800*****************************************************************
001810*  2000-PROCESS-TRANSACTIONS - ONE MAINTENANCE TRANSACTION PER
001820*                              PASS
001830*****************************************************************
001840 2000-PROCESS-TRANSACTIONS.
001850     SET OX-TRANS-VALID TO TRUE.
001860     MOVE SPACES TO OX-DISPOSITION.
001870     MOVE ZERO TO OV-BALANCE.
001880     PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
001890
001900     IF OX-TRANS-VALID
001910         EVALUATE TRUE
001920             WHEN OT-ADD
001930                 PERFORM 2300-ADD-RECEIVABLE THRU 2300-EXIT
001940             WHEN OT-CHANGE
001950                 PERFORM 2400-CHANGE-RECOVERY THRU 2400-EXIT
001960             WHEN OT-WRITE-OFF
001970                 PERFORM 2500-WRITE-OFF THRU 2500-EXIT
001980         END-EVALUATE
001990     ELSE
002000         ADD 1 TO OX-REJECT-COUNT
002010     END-IF.
002020
002030     PERFORM 2600-WRITE-MAINT-LINE THRU 2600-EXIT.
002040     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002050 2000-EXIT.
002060     EXIT.
002070
002080*****************************************************************
002090*  2100-READ-TRANSACTION
002100*****************************************************************
002110 2100-READ-TRANSACTION.
002120     READ OVP-MAINT-TRANS
002130         AT END
002140             SET OX-EOF-TRANS TO TRUE
002150     END-READ.
002160 2100-EXIT.
002170     EXIT.
002180
002190*****************************************************************
002200*  2200-EDIT-TRANSACTION - VALIDATE THE ACTION CODE, THE EMPLOYEE,
002210*                          THE KEY OF THE RECEIVABLE FOR A CHANGE
002220*                          OR WRITE-OFF, AND THE AMOUNTS
002230*****************************************************************
002240 2200-EDIT-TRANSACTION.
002250     EVALUATE TRUE
002260         WHEN NOT OT-ADD AND NOT OT-CHANGE AND NOT OT-WRITE-OFF
002270             SET OX-TRANS-INVALID TO TRUE
002280             MOVE 'INVALID ACTION CODE' TO OX-DISPOSITION
002290         WHEN OT-EMP-ID = SPACES
002300             SET OX-TRANS-INVALID TO TRUE
002310             MOVE 'EMPLOYEE ID MISSING' TO OX-DISPOSITION
002320         WHEN NOT OT-ADD AND
002330                 (OT-OPEN-DATE NOT NUMERIC OR OT-OPEN-DATE = ZERO
002340                     OR OT-SEQ NOT NUMERIC)
002350             SET OX-TRANS-INVALID TO TRUE
002360             MOVE 'INVALID DATE OPENED/SEQ' TO OX-DISPOSITION
002370         WHEN OT-AMOUNT NOT NUMERIC
002380             SET OX-TRANS-INVALID TO TRUE
002390             MOVE 'INVALID AMOUNT' TO OX-DISPOSITION
002400         WHEN OT-ADD AND OT-AMOUNT = ZERO
002410             SET OX-TRANS-INVALID TO TRUE
002420             MOVE 'AMOUNT MISSING' TO OX-DISPOSITION
002430         WHEN (OT-ADD OR OT-CHANGE) AND
002440                 OT-RECOVERY-AMOUNT NOT NUMERIC
002450             SET OX-TRANS-INVALID TO TRUE
002460             MOVE 'INVALID RECOVERY AMOUNT' TO OX-DISPOSITION
002470         WHEN OT-ADD AND
002480                 (OT-CHECK-NUMBER NOT NUMERIC
002490                     OR OT-SOURCE-DATE NOT NUMERIC)
002500             SET OX-TRANS-INVALID TO TRUE
002510             MOVE 'INVALID CHECK/SOURCE DATE' TO OX-DISPOSITION
002520         WHEN OTHER
002530             CONTINUE
002540     END-EVALUATE.
002550 2200-EXIT.
002560     EXIT.
002570
002580*****************************************************************
002590*  2300-ADD-RECEIVABLE - OPEN A RECEIVABLE UNDER THE RUN DATE.  A
002600*                        SECOND ONE FOR THE SAME EMPLOYEE THE SAME
002610*                        DAY TAKES THE NEXT SEQUENCE.
002620*****************************************************************
002630 2300-ADD-RECEIVABLE.
002640     MOVE SPACES             TO OVERPAYMENT-RECORD.
002650     MOVE OT-EMP-ID          TO OV-EMP-ID.
002660     MOVE OX-RUN-DATE        TO OV-OPEN-DATE.
002670     MOVE 1                  TO OV-SEQ.
002680     SET OV-FROM-MANUAL      TO TRUE.
002690     MOVE OT-CHECK-NUMBER    TO OV-CHECK-NUMBER.
002700     MOVE OT-SOURCE-DATE     TO OV-SOURCE-DATE.
002710     MOVE OT-AMOUNT          TO OV-ORIGINAL-AMOUNT OV-BALANCE.
002720     MOVE OT-RECOVERY-AMOUNT TO OV-RECOVERY-AMOUNT.
002730     MOVE ZERO TO OV-RECOVERED-TO-DATE OV-LAST-RECOVERY-DATE
002740                  OV-WRITTEN-OFF-AMOUNT OV-CLOSED-DATE.
002750     SET OV-OPEN TO TRUE.
002760     MOVE 'N' TO OX-OVP-POSTED-SW.
002770     PERFORM 2350-WRITE-RECEIVABLE THRU 2350-EXIT
002780         UNTIL OX-OVP-POSTED OR OV-SEQ > 99.
002790     IF OX-OVPMAST-STATUS = '00'
002800         MOVE 'ADDED' TO OX-DISPOSITION
002810         ADD 1 TO OX-ADD-COUNT
002820     ELSE
002830         MOVE 'REJECTED - NOT WRITTEN' TO OX-DISPOSITION
002840         ADD 1 TO OX-REJECT-COUNT
002850     END-IF.
002860 2300-EXIT.
002870     EXIT.
002880
002890*****************************************************************
002900*  2350-WRITE-RECEIVABLE - ONE WRITE ATTEMPT, STEPPING THE
002910*                          SEQUENCE ON A DUPLICATE KEY
002920*****************************************************************
002930 2350-WRITE-RECEIVABLE.
002940     WRITE OVERPAYMENT-RECORD
002950         INVALID KEY
002960             ADD 1 TO OV-SEQ
002970         NOT INVALID KEY
002980             SET OX-OVP-POSTED TO TRUE
002990     END-WRITE.
003000     IF OX-OVPMAST-STATUS NOT = '00'
003010             AND OX-OVPMAST-STATUS NOT = '22'
003020         SET OX-OVP-POSTED TO TRUE
003030     END-IF.
003040 2350-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080*  2400-CHANGE-RECOVERY - SET THE AGREED AMOUNT PAYROLL RECOVERS
003090*                         EACH PERIOD.  ZERO LETS PAYROLL TAKE AS
003100*                         MUCH AS THE PROTECTED-NET LIMIT ALLOWS.
003110*                         ONLY AN OPEN RECEIVABLE CAN BE CHANGED.
003120*****************************************************************
003130 2400-CHANGE-RECOVERY.
003140     PERFORM 2450-READ-RECEIVABLE THRU 2450-EXIT.
003150     IF OX-OVP-NOT-FOUND
003160         MOVE 'REJECTED - NOT ON FILE' TO OX-DISPOSITION
003170         ADD 1 TO OX-REJECT-COUNT
003180         GO TO 2400-EXIT
003190     END-IF.
003200     IF NOT OV-OPEN
003210         MOVE 'REJECTED - NOT OPEN' TO OX-DISPOSITION
003220         ADD 1 TO OX-REJECT-COUNT
003230         GO TO 2400-EXIT
003240     END-IF.
003250     MOVE OT-RECOVERY-AMOUNT TO OV-RECOVERY-AMOUNT.
003260     REWRITE OVERPAYMENT-RECORD.
003270     MOVE 'RECOVERY CHANGED' TO OX-DISPOSITION.
003280     ADD 1 TO OX-CHANGE-COUNT.
003290 2400-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330*  2450-READ-RECEIVABLE - READ THE RECEIVABLE THE TRANSACTION
003340*                         NAMES
003350*****************************************************************
003360 2450-READ-RECEIVABLE.
003370     MOVE OT-EMP-ID    TO OV-EMP-ID.
003380     MOVE OT-OPEN-DATE TO OV-OPEN-DATE.
003390     MOVE OT-SEQ       TO OV-SEQ.
003400     READ OVERPAYMENT-MASTER
003410         INVALID KEY
003420             SET OX-OVP-NOT-FOUND TO TRUE
003430         NOT INVALID KEY
003440             SET OX-OVP-FOUND TO TRUE
003450     END-READ.
003460 2450-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*  2500-WRITE-OFF - WRITE OFF THE KEYED AMOUNT, OR THE WHOLE
003510*                   BALANCE WHEN NONE IS KEYED.  A RECEIVABLE
003520*                   WRITTEN DOWN TO ZERO IS CLOSED AS WRITTEN OFF.
003530*****************************************************************
003540 2500-WRITE-OFF.
003550     PERFORM 2450-READ-RECEIVABLE THRU 2450-EXIT.
003560     IF OX-OVP-NOT-FOUND
003570         MOVE 'REJECTED - NOT ON FILE' TO OX-DISPOSITION
003580         ADD 1 TO OX-REJECT-COUNT
003590         GO TO 2500-EXIT
003600     END-IF.
003610     IF NOT OV-OPEN
003620         MOVE 'REJECTED - NOT OPEN' TO OX-DISPOSITION
003630         ADD 1 TO OX-REJECT-COUNT
003640         GO TO 2500-EXIT
003650     END-IF.
003660     IF OT-AMOUNT > OV-BALANCE
003670         MOVE 'REJECTED - OVER BALANCE' TO OX-DISPOSITION
003680         ADD 1 TO OX-REJECT-COUNT
003690         GO TO 2500-EXIT
003700     END-IF.
003710     IF OT-AMOUNT = ZERO
003720         MOVE OV-BALANCE TO OX-WRITE-OFF
003730     ELSE
003740         MOVE OT-AMOUNT  TO OX-WRITE-OFF
003750     END-IF.
003760     SUBTRACT OX-WRITE-OFF FROM OV-BALANCE.
003770     ADD OX-WRITE-OFF TO OV-WRITTEN-OFF-AMOUNT.
003780     IF OV-BALANCE = ZERO
003790         SET OV-WRITTEN-OFF TO TRUE
003800         MOVE OX-RUN-DATE TO OV-CLOSED-DATE
003810     END-IF.
003820     REWRITE OVERPAYMENT-RECORD.
003830     MOVE 'WRITTEN OFF' TO OX-DISPOSITION.
003840     ADD 1 TO OX-WRITE-OFF-COUNT.
003850     ADD OX-WRITE-OFF TO OX-WRITE-OFF-TOTAL.
003860 2500-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*  2600-WRITE-MAINT-LINE - ONE DETAIL LINE PER TRANSACTION.  AN
003910*                          APPLIED ADD SHOWS THE KEY IT WAS GIVEN
003920*                          AND EVERY APPLIED ACTION SHOWS THE
003930*                          BALANCE LEFT OWING.
003940*****************************************************************
003950 2600-WRITE-MAINT-LINE.
003960     MOVE OT-ACTION-CODE     TO OX-DTL-ACTION.
003970     MOVE OT-EMP-ID          TO OX-DTL-EMP-ID.
003980     IF OT-ADD AND OX-DISPOSITION = 'ADDED'
003990         MOVE OV-OPEN-DATE   TO OX-DTL-OPEN-DATE
004000         MOVE OV-SEQ         TO OX-DTL-SEQ
004010     ELSE
004020         MOVE OT-OPEN-DATE   TO OX-DTL-OPEN-DATE
004030         MOVE OT-SEQ         TO OX-DTL-SEQ
004040     END-IF.
004050     MOVE OT-AMOUNT          TO OX-DTL-AMOUNT.
004060     MOVE OT-RECOVERY-AMOUNT TO OX-DTL-RECOVERY.
004070     MOVE OV-BALANCE         TO OX-DTL-BALANCE.
004080     MOVE OX-DISPOSITION     TO OX-DTL-DISPOSITION.
004090     WRITE MAINT-REPORT-LINE FROM OX-DETAIL-LINE.
004100 2600-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140*  9000-TERMINATE - PRINT COUNTS, CLOSE FILES
004150*****************************************************************
004160 9000-TERMINATE.
004170     MOVE OX-ADD-COUNT         TO OX-TOT-ADDS.
004180     MOVE OX-CHANGE-COUNT      TO OX-TOT-CHANGES.
004190     MOVE OX-WRITE-OFF-COUNT   TO OX-TOT-WRITE-OFFS.
004200     MOVE OX-WRITE-OFF-TOTAL   TO OX-TOT-WRITE-OFF-AMT.
004210     MOVE OX-REJECT-COUNT      TO OX-TOT-REJECTS.
004220     WRITE MAINT-REPORT-LINE FROM OX-TOTAL-LINE.
004230
004240     CLOSE OVERPAYMENT-MASTER.
004250     CLOSE OVP-MAINT-TRANS.
004260     CLOSE MAINT-REPORT.
004270 9000-EXIT.
004280     EXIT.
