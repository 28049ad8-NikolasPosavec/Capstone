000230*  2026-08-22  RTS   ORIGINAL VERSION.
000240*  2026-08-22  RTS   TYPE-V PAY-DETAIL RECORDS (PAYROLL
000250*                    ADJUSTMENTS) ARE BYPASSED - A DEPOSIT
000251*                    ALREADY SETTLED IS RECALLED THROUGH THE
000252*                    BANK, NOT REVERSED HERE.
000253*  2026-10-15  RTS   PAY GROUPS.  THE RUN REFUSES UNLESS THE
000255*                    PAY-DETAIL FILE'S GROUP HAS A COMPUTED,
000256*                    UNPAID PAY-CYCLE RECORD FOR THE SAME RUN
000257*                    SEQUENCE.  THE BATCH EFFECTIVE DATE IS THE
000259*                    CHECK DATE FROM THE GROUP'S PAY CALENDAR.
000260*  2026-10-15  RTS   SUPPLEMENTAL RUNS.  A SUPPLEMENTAL PAY-DETAIL
000261*                    FILE IS CHECKED AGAINST THE GROUP'S
000263*                    SUPPLEMENTAL CYCLE.  ACHPAY NEVER CLOSES A
000264*                    CYCLE - CHECKPRT MARKS IT PAID.
000265*  2026-10-15  RTS   PRENOTES.  EVERY RUN SENDS A ZERO-DOLLAR
000266*                    PRENOTE ENTRY FOR EACH ACCOUNT EMPMAINT
000268*                    MARKED PENDING, AND CLEARS THE HOLD ON EACH
000269*                    PRENOTE THAT HAS STOOD THE ACH-CONTROL
000270*                    WINDOW WITHOUT A RETURN.  UNTIL THEN PAYROLL
000272*                    PAYS THE EMPLOYEE BY CHECK.
000273*  2026-10-15  RTS   A CYCLE CHECKPRT HAS ALREADY MARKED PAID IS
000274*                    ACCEPTED WHEN ITS RUN SEQUENCE IS THE
000276*                    PAY-DETAIL FILE'S RUN, SO ACHPAY MAY RUN
000277*                    BEFORE OR AFTER CHECKPRT.  ONLY A DETAIL
000278*                    FILE FROM AN EARLIER, CLOSED RUN IS REFUSED.
000280*****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000490     SELECT DEPOSIT-ADVICE    ASSIGN TO "DEPADV"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS AP-DEPADV-STATUS.
000512
000514     SELECT PAY-CYCLE         ASSIGN TO "PAYCYCLE"
000516         ORGANIZATION IS INDEXED
000517         ACCESS MODE IS RANDOM
000518         RECORD KEY IS PC-CYCLE-KEY
000519         FILE STATUS IS AP-PAYCYCLE-STATUS.
000520
000521     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS SEQUENTIAL
000524         RECORD KEY IS EM-EMP-ID
000525         FILE STATUS IS AP-EMPMAST-STATUS.
000526
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PAY-DETAIL
000700     RECORDING MODE IS F.
000710 01  DEPOSIT-ADVICE-LINE        PIC X(132).
000720
000721 FD  PAY-CYCLE
000722     LABEL RECORDS ARE STANDARD.
000723     COPY PAYCYCLE.
000724
000725 FD  EMPLOYEE-MASTER
000726     LABEL RECORDS ARE STANDARD.
000727     COPY EMPMAST.
000728
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750*  FILE STATUS AND SWITCHES
000780 77  AP-ACHCTL-STATUS           PIC X(02) VALUE '00'.
000790 77  AP-ACHFILE-STATUS          PIC X(02) VALUE '00'.
000800 77  AP-DEPADV-STATUS           PIC X(02) VALUE '00'.
000805 77  AP-PAYCYCLE-STATUS         PIC X(02) VALUE '00'.
000807 77  AP-EMPMAST-STATUS          PIC X(02) VALUE '00'.
000810
000820 77  AP-EOF-SW                  PIC X(01) VALUE 'N'.
000830     88  AP-EOF                            VALUE 'Y'.
000833 77  AP-EOF-EMP-SW              PIC X(01) VALUE 'N'.
000836     88  AP-EOF-EMP                        VALUE 'Y'.
000840
000850*----------------------------------------------------------------
000860*  RUN DATE AND TIME FOR THE FILE HEADER
000970     05  AP-RUN-HHMM            PIC 9(4).
000980     05  FILLER                 PIC 9(4).
000990
000991*----------------------------------------------------------------
000993*  PAY GROUP AND CHECK DATE OF THE CYCLE BEING SETTLED
000994*----------------------------------------------------------------
000996 77  AP-CYC-PAY-GROUP           PIC X(02) VALUE 'WK'.
000997 77  AP-CYC-TYPE                PIC X(01) VALUE 'R'.
000999 77  AP-CYC-RUN-SEQ             PIC 9(3) VALUE ZERO.
001000 01  AP-CHECK-DATE              PIC 9(8) VALUE ZERO.
001002 01  AP-CHECK-DATE-R REDEFINES AP-CHECK-DATE.
001003     05  FILLER                 PIC 9(2).
001005     05  AP-CHECK-YYMMDD        PIC 9(6).
001006
001008*----------------------------------------------------------------
001010*  SETTLEMENT COUNTS AND TOTALS.  THE ENTRY HASH IS THE SUM OF
001020*  THE FIRST EIGHT DIGITS OF EACH RECEIVING ROUTING NUMBER,
001030*  TRUNCATED TO TEN DIGITS AS THE BANK REQUIRES.
001110 77  AP-TRACE-SEQ               PIC 9(7) VALUE ZERO.
001120 77  AP-RECORD-COUNT            PIC 9(8) VALUE ZERO.
001130 77  AP-BLOCK-COUNT             PIC 9(6) VALUE ZERO.
001131 77  AP-BLOCK-REMAINDER         PIC 9(1) VALUE ZERO.
001132
001133*----------------------------------------------------------------
001135*  PRENOTES.  THE WINDOW COMES FROM ACH-CONTROL.  DAYS SINCE THE
001136*  PRENOTE ARE COUNTED ON A 30-DAY MONTH, AS ESCHEAT COUNTS.
001137*----------------------------------------------------------------
001138 77  AP-PRENOTE-COUNT           PIC 9(5) COMP VALUE ZERO.
001140 77  AP-CLEARED-COUNT           PIC 9(5) COMP VALUE ZERO.
001141 77  AP-PRENOTE-DAYS            PIC 9(3) VALUE ZERO.
001142 77  AP-DEFAULT-PRENOTE-DAYS    PIC 9(3) VALUE 10.
001143 77  AP-DAYS-SINCE-PRENOTE      PIC S9(5) VALUE ZERO.
001145 01  AP-PRENOTE-DATE-R.
001146     05  AP-PN-YEAR             PIC 9(4).
001147     05  AP-PN-MONTH            PIC 9(2).
001148     05  AP-PN-DAY              PIC 9(2).
001150
001160 01  AP-ROUTING-WORK            PIC 9(09).
001170 01  AP-ROUTING-WORK-R REDEFINES AP-ROUTING-WORK.
001550
001560 01  AP-ENTRY-DETAIL.
001570     05  FILLER                 PIC X(01) VALUE '6'.
001575*          22 CHECKING CREDIT, 23 CHECKING PRENOTE
001580     05  AP-ED-TRAN-CODE        PIC X(02) VALUE '22'.
001590     05  AP-ED-ROUTING          PIC 9(09).
001600     05  AP-ED-ACCOUNT          PIC X(17).
001610     05  AP-ED-AMOUNT           PIC 9(10).
002190     05  AP-ADV-PERIOD-START    PIC 9(8).
002200     05  FILLER                 PIC X(01) VALUE '-'.
002210     05  AP-ADV-PERIOD-END      PIC 9(8).
002211
002213 01  AP-ADV-PRENOTE-LINE.
002215     05  AP-ADV-PN-EMP-ID       PIC X(07).
002216     05  FILLER                 PIC X(02) VALUE SPACES.
002218     05  AP-ADV-PN-EMP-NAME     PIC X(30).
002220     05  AP-ADV-PN-ROUTING      PIC 9(09).
002221     05  FILLER                 PIC X(02) VALUE SPACES.
002223     05  AP-ADV-PN-ACCOUNT      PIC X(17).
002225     05  FILLER                 PIC X(02) VALUE SPACES.
002226     05  AP-ADV-PN-ACTION       PIC X(20).
002228
002230 01  AP-ADV-TOTAL-LINE.
002240     05  FILLER  PIC X(18) VALUE 'DEPOSITS SETTLED:'.
002250     05  AP-ADV-TOT-COUNT       PIC ZZZZ9.
002270     05  AP-ADV-TOT-AMOUNT      PIC Z(9)9.99.
002280     05  FILLER  PIC X(19) VALUE '  CHECKS BYPASSED:'.
002290     05  AP-ADV-TOT-CHECKS      PIC ZZZZ9.
002292     05  FILLER  PIC X(17) VALUE '  PRENOTES SENT:'.
002294     05  AP-ADV-TOT-PRENOTES    PIC ZZZZ9.
002296     05  FILLER  PIC X(11) VALUE '  CLEARED:'.
002298     05  AP-ADV-TOT-CLEARED     PIC ZZZZ9.
002300
002310 PROCEDURE DIVISION.
002320*****************************************************************
002420*****************************************************************
002430*  1000-INITIALIZE - OPEN FILES, READ THE ACH-CONTROL PARAMETER
002440*                    RECORD, WRITE THE FILE AND BATCH HEADERS
002450*                    AND THE ADVICE REGISTER HEADINGS.  THE
002452*                    FIRST PAY-DETAIL RECORD IS READ BEFORE THE
002454*                    INTERLOCK BECAUSE IT NAMES THE PAY GROUP.
002460*****************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT AP-RUN-DATE FROM DATE YYYYMMDD.
002490     ACCEPT AP-RUN-TIME FROM TIME.
002500
002501     OPEN INPUT  PAY-DETAIL.
002502     PERFORM 2100-READ-PAY-DETAIL THRU 2100-EXIT.
002504     IF NOT AP-EOF
002505         MOVE PD-RUN-SEQ    TO AP-CYC-RUN-SEQ
002507         MOVE PD-CHECK-DATE TO AP-CHECK-DATE
002508         IF PD-PAY-GROUP NOT = SPACES
002510             MOVE PD-PAY-GROUP TO AP-CYC-PAY-GROUP
002511         END-IF
002512         IF PD-SUPPLEMENTAL-CYCLE
002514             MOVE 'S' TO AP-CYC-TYPE
002515         END-IF
002517     END-IF.
002518     PERFORM 1050-CHECK-PAY-CYCLE THRU 1050-EXIT.
002520     OPEN OUTPUT ACH-SETTLEMENT.
002530     OPEN OUTPUT DEPOSIT-ADVICE.
002540     PERFORM 1100-READ-ACH-CONTROL THRU 1100-EXIT.
002550     PERFORM 1200-WRITE-FILE-HEADER THRU 1200-EXIT.
002560
002561     WRITE DEPOSIT-ADVICE-LINE FROM AP-ADV-HEADING-LINE.
002562     WRITE DEPOSIT-ADVICE-LINE FROM AP-ADV-COLUMN-LINE.
002563 1000-EXIT.
002564     EXIT.
002565
002566*****************************************************************
002567*  1050-CHECK-PAY-CYCLE - THE INTERLOCK.  DEPOSITS SETTLE ONLY
002568*                         AGAINST THE GROUP'S CURRENT CYCLE, AND
002569*                         ONLY WHEN THE PAY-DETAIL FILE CAME
002570*                         FROM THAT RUN.  CHECKPRT MAY ALREADY
002571*                         HAVE MARKED THE CYCLE PAID - THE RUN
002572*                         SEQUENCE STILL MATCHES, SO THE JOB
002573*                         ORDER OF CHECKPRT AND ACHPAY IS FREE.
002575*                         A PAID CYCLE FROM ANY OTHER RUN IS
002576*                         REFUSED.
002577*****************************************************************
002578 1050-CHECK-PAY-CYCLE.
002579     OPEN INPUT PAY-CYCLE.
002580     IF AP-PAYCYCLE-STATUS NOT = '00'
002581         DISPLAY 'ACHPAY - NO PAY CYCLE ON FILE - RUN '
002582             'PAYROLL FIRST'
002583         STOP RUN
002584     END-IF.
002585     MOVE AP-CYC-PAY-GROUP TO PC-PAY-GROUP.
002586     MOVE AP-CYC-TYPE      TO PC-CYCLE-TYPE.
002587     READ PAY-CYCLE
002588         INVALID KEY
002590             DISPLAY 'ACHPAY - NO PAY CYCLE FOR GROUP '
002591                 AP-CYC-PAY-GROUP ' - RUN PAYROLL FIRST'
002592             STOP RUN
002593     END-READ.
002594     CLOSE PAY-CYCLE.
002595     IF PC-PAID
002596             AND (AP-EOF OR AP-CYC-RUN-SEQ NOT = PC-RUN-SEQ)
002597         DISPLAY 'ACHPAY - GROUP ' AP-CYC-PAY-GROUP
002598             ' CYCLE ' PC-PERIOD-START
002599             ' TO ' PC-PERIOD-END ' RUN ' PC-RUN-SEQ
002600             ' IS ALREADY PAID - RUN REJECTED'
002601         STOP RUN
002602     END-IF.
002603     IF NOT PC-COMPUTED AND NOT PC-PAID
002605         DISPLAY 'ACHPAY - PAY CYCLE STATUS INVALID - '
002606             'RUN REJECTED'
002607         STOP RUN
002608     END-IF.
002609     IF NOT AP-EOF AND AP-CYC-RUN-SEQ NOT = PC-RUN-SEQ
002610         DISPLAY 'ACHPAY - PAY-DETAIL RUN ' AP-CYC-RUN-SEQ
002611             ' IS NOT GROUP ' AP-CYC-PAY-GROUP ' RUN '
002612             PC-RUN-SEQ ' - RUN REJECTED'
002613         STOP RUN
002614     END-IF.
002615     IF AP-CHECK-DATE = ZERO
002616         MOVE PC-CHECK-DATE TO AP-CHECK-DATE
002617     END-IF.
002618 1050-EXIT.
002620     EXIT.
002630
002640*****************************************************************
002810             STOP RUN
002820     END-READ.
002830     CLOSE ACH-CONTROL.
002831     IF AC-PRENOTE-DAYS NUMERIC AND AC-PRENOTE-DAYS > ZERO
002832         MOVE AC-PRENOTE-DAYS TO AP-PRENOTE-DAYS
002833     ELSE
002834         MOVE AP-DEFAULT-PRENOTE-DAYS TO AP-PRENOTE-DAYS
002835     END-IF.
002840 1100-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*  1200-WRITE-FILE-HEADER - FILE HEADER AND BATCH HEADER.  THE
002890*                           EFFECTIVE DATE IS THE GROUP'S CHECK
002900*                           DATE, OR THE RUN DATE WHEN THE
002902*                           CALENDAR GAVE NONE.
002910*****************************************************************
002920 1200-WRITE-FILE-HEADER.
002930     MOVE AC-DEST-ROUTING    TO AP-FH-DEST-ROUTING.
003040     MOVE AC-COMPANY-NAME    TO AP-BH-COMPANY-NAME.
003050     MOVE AC-COMPANY-ID      TO AP-BH-COMPANY-ID.
003060     MOVE AP-FH-FILE-DATE    TO AP-BH-DESC-DATE.
003070     IF AP-CHECK-DATE = ZERO
003072         MOVE AP-FH-FILE-DATE TO AP-BH-EFFECTIVE-DATE
003074     ELSE
003076         MOVE AP-CHECK-YYMMDD TO AP-BH-EFFECTIVE-DATE
003078     END-IF.
003080     MOVE AC-ORIGIN-ROUTING  TO AP-ROUTING-WORK.
003090     MOVE AP-ROUTING-FIRST8  TO AP-BH-ODFI-ROUTING.
003100     WRITE ACH-SETTLEMENT-LINE FROM AP-BATCH-HEADER.
003480*  2200-WRITE-ENTRY-DETAIL - ONE PPD CREDIT PER EMPLOYEE
003490*****************************************************************
003500 2200-WRITE-ENTRY-DETAIL.
003505     MOVE '22'              TO AP-ED-TRAN-CODE.
003510     MOVE PD-BANK-ROUTING   TO AP-ED-ROUTING.
003520     MOVE PD-BANK-ACCOUNT   TO AP-ED-ACCOUNT.
003530     COMPUTE AP-AMOUNT-CENTS = PD-NET-PAY * 100.
003660     ADD AP-ROUTING-FIRST8 TO AP-ENTRY-HASH.
003670 2200-EXIT.
003680     EXIT.
003681
003682*****************************************************************
003683*  2300-WRITE-ADVICE-LINE - ONE REGISTER LINE PER DEPOSIT
003684*****************************************************************
003685 2300-WRITE-ADVICE-LINE.
003686     MOVE PD-EMP-ID         TO AP-ADV-EMP-ID.
003687     MOVE PD-EMP-NAME       TO AP-ADV-EMP-NAME.
003688     MOVE PD-BANK-ROUTING   TO AP-ADV-ROUTING.
003689     MOVE PD-BANK-ACCOUNT   TO AP-ADV-ACCOUNT.
003690     MOVE PD-NET-PAY        TO AP-ADV-NET-PAY.
003691     MOVE PD-PERIOD-START   TO AP-ADV-PERIOD-START.
003692     MOVE PD-PERIOD-END     TO AP-ADV-PERIOD-END.
003693     WRITE DEPOSIT-ADVICE-LINE FROM AP-ADV-DETAIL-LINE.
003694 2300-EXIT.
003695     EXIT.
003696
003697*****************************************************************
003698*  7000-PROCESS-PRENOTES - ONE PASS OF THE EMPLOYEE MASTER.  A
003699*                          PENDING ACCOUNT GETS ITS PRENOTE IN
003700*                          THIS FILE AND IS MARKED SENT.  A SENT
003702*                          PRENOTE OLDER THAN THE WINDOW WITH NO
003703*                          RETURN (ACHRET WOULD HAVE MARKED IT)
003704*                          IS CLEARED FOR LIVE DEPOSITS.  NO
003705*                          MASTER MEANS NO PRENOTES THIS RUN -
003706*                          THE HOLDS STAND UNTIL THE NEXT ONE.
003707*****************************************************************
003708 7000-PROCESS-PRENOTES.
003709     OPEN I-O EMPLOYEE-MASTER.
003710     IF AP-EMPMAST-STATUS NOT = '00'
003711         DISPLAY 'ACHPAY - EMPLOYEE MASTER NOT AVAILABLE - '
003712             'STATUS ' AP-EMPMAST-STATUS ' - NO PRENOTES SENT'
003713         GO TO 7000-EXIT
003714     END-IF.
003715     PERFORM 7100-READ-EMPLOYEE THRU 7100-EXIT.
003716     PERFORM 7200-CHECK-ONE-EMPLOYEE THRU 7200-EXIT
003717         UNTIL AP-EOF-EMP.
003718     CLOSE EMPLOYEE-MASTER.
003719 7000-EXIT.
003720     EXIT.
003721
003723*****************************************************************
003724*  7100-READ-EMPLOYEE
003725*****************************************************************
003726 7100-READ-EMPLOYEE.
003727     READ EMPLOYEE-MASTER NEXT RECORD
003728         AT END
003729             SET AP-EOF-EMP TO TRUE
003730     END-READ.
003731 7100-EXIT.
003732     EXIT.
003733
003734*****************************************************************
003735*  7200-CHECK-ONE-EMPLOYEE - A PENDING PRENOTE FOR SOMEONE NO
003736*                            LONGER ON DIRECT DEPOSIT IS MOOT
003737*                            AND IS DROPPED.  AN INACTIVE
003738*                            EMPLOYEE'S PRENOTE WAITS.
003739*****************************************************************
003740 7200-CHECK-ONE-EMPLOYEE.
003741     EVALUATE TRUE
003742         WHEN EM-PRENOTE-PENDING AND NOT EM-PAY-BY-DEPOSIT
003743             MOVE SPACE TO EM-PRENOTE-STATUS
003745             MOVE ZERO TO EM-PRENOTE-DATE
003746             REWRITE EMPLOYEE-MASTER-RECORD
003747         WHEN EM-PRENOTE-PENDING AND EM-ACTIVE
003748             PERFORM 7300-WRITE-PRENOTE THRU 7300-EXIT
003749         WHEN EM-PRENOTE-SENT
003750             PERFORM 7400-TEST-WINDOW THRU 7400-EXIT
003751         WHEN OTHER
003752             CONTINUE
003753     END-EVALUATE.
003754     PERFORM 7100-READ-EMPLOYEE THRU 7100-EXIT.
003755 7200-EXIT.
003756     EXIT.
003757
003758*****************************************************************
003759*  7300-WRITE-PRENOTE - ONE ZERO-DOLLAR PPD PRENOTE.  IT COUNTS
003760*                      IN THE BATCH ENTRY COUNT AND HASH BUT
003761*                      ADDS NOTHING TO THE CREDIT TOTAL.
003762*****************************************************************
003763 7300-WRITE-PRENOTE.
003764     MOVE '23'              TO AP-ED-TRAN-CODE.
003766     MOVE EM-BANK-ROUTING   TO AP-ED-ROUTING.
003767     MOVE EM-BANK-ACCOUNT   TO AP-ED-ACCOUNT.
003768     MOVE ZERO              TO AP-ED-AMOUNT.
003769     MOVE EM-EMP-ID         TO AP-ED-EMP-ID.
003770     MOVE EM-EMP-NAME       TO AP-ED-EMP-NAME.
003771     MOVE AP-BH-ODFI-ROUTING TO AP-ED-TRACE-ODFI.
003772     ADD 1 TO AP-TRACE-SEQ.
003773     MOVE AP-TRACE-SEQ      TO AP-ED-TRACE-SEQ.
003774     WRITE ACH-SETTLEMENT-LINE FROM AP-ENTRY-DETAIL.
003775     ADD 1 TO AP-RECORD-COUNT.
003776
003777     ADD 1 TO AP-ENTRY-COUNT.
003778     ADD 1 TO AP-PRENOTE-COUNT.
003779     MOVE EM-BANK-ROUTING TO AP-ROUTING-WORK.
003780     ADD AP-ROUTING-FIRST8 TO AP-ENTRY-HASH.
003781
003782     SET EM-PRENOTE-SENT TO TRUE.
003783     MOVE AP-RUN-DATE TO EM-PRENOTE-DATE.
003784     REWRITE EMPLOYEE-MASTER-RECORD.
003785     MOVE 'PRENOTE SENT' TO AP-ADV-PN-ACTION.
003786     PERFORM 7500-WRITE-PRENOTE-LINE THRU 7500-EXIT.
003788 7300-EXIT.
003789     EXIT.
003790
003791*****************************************************************
003792*  7400-TEST-WINDOW - CLEAR THE HOLD ONCE THE PRENOTE HAS STOOD
003793*                    THE WINDOW.  A BAD PRENOTE DATE CLEARS AT
003794*                    ONCE RATHER THAN HOLD THE EMPLOYEE FOREVER.
003795*****************************************************************
003796 7400-TEST-WINDOW.
003797     IF EM-PRENOTE-DATE NUMERIC
003798         MOVE EM-PRENOTE-DATE TO AP-PRENOTE-DATE-R
003799         COMPUTE AP-DAYS-SINCE-PRENOTE =
003800             (AP-RUN-YEAR - AP-PN-YEAR) * 360
003801             + (AP-RUN-MONTH - AP-PN-MONTH) * 30
003802             + (AP-RUN-DAY - AP-PN-DAY)
003803     ELSE
003804         MOVE AP-PRENOTE-DAYS TO AP-DAYS-SINCE-PRENOTE
003805     END-IF.
003806     IF AP-DAYS-SINCE-PRENOTE < AP-PRENOTE-DAYS
003807         GO TO 7400-EXIT
003809     END-IF.
003810     MOVE SPACE TO EM-PRENOTE-STATUS.
003811     REWRITE EMPLOYEE-MASTER-RECORD.
003812     ADD 1 TO AP-CLEARED-COUNT.
003813     MOVE 'PRENOTE CLEARED' TO AP-ADV-PN-ACTION.
003814     PERFORM 7500-WRITE-PRENOTE-LINE THRU 7500-EXIT.
003815 7400-EXIT.
003816     EXIT.
003817
003818*****************************************************************
003819*  7500-WRITE-PRENOTE-LINE - ONE REGISTER LINE PER PRENOTE SENT
003820*                            OR CLEARED
003821*****************************************************************
003822 7500-WRITE-PRENOTE-LINE.
003823     MOVE EM-EMP-ID         TO AP-ADV-PN-EMP-ID.
003824     MOVE EM-EMP-NAME       TO AP-ADV-PN-EMP-NAME.
003825     MOVE EM-BANK-ROUTING   TO AP-ADV-PN-ROUTING.
003826     MOVE EM-BANK-ACCOUNT   TO AP-ADV-PN-ACCOUNT.
003827     WRITE DEPOSIT-ADVICE-LINE FROM AP-ADV-PRENOTE-LINE.
003828 7500-EXIT.
003830     EXIT.
003840
003850*****************************************************************
004300     EXIT.
004310
004320*****************************************************************
004330*  9000-TERMINATE - SEND AND CLEAR PRENOTES, WRITE TRAILERS AND
004335*                   ADVICE TOTALS, CLOSE
004340*****************************************************************
004350 9000-TERMINATE.
004355     PERFORM 7000-PROCESS-PRENOTES THRU 7000-EXIT.
004360     PERFORM 8000-WRITE-TRAILERS THRU 8000-EXIT.
004370
004380     COMPUTE AP-ADV-TOT-COUNT = AP-ENTRY-COUNT - AP-PRENOTE-COUNT.
004390     MOVE AP-TOTAL-CREDIT TO AP-ADV-TOT-AMOUNT.
004400     MOVE AP-CHECK-COUNT  TO AP-ADV-TOT-CHECKS.
004403     MOVE AP-PRENOTE-COUNT TO AP-ADV-TOT-PRENOTES.
004406     MOVE AP-CLEARED-COUNT TO AP-ADV-TOT-CLEARED.
004410     WRITE DEPOSIT-ADVICE-LINE FROM AP-ADV-TOTAL-LINE.
004420
004430     CLOSE PAY-DETAIL.
