000460*                     UNPAID, AND MARKS IT PAID AT END OF RUN -
000470*                     RUNNING CHECKPRT TWICE AGAINST THE SAME
000480*                     PAY-DETAIL FILE CAN NO LONGER CUT A
000481*                     DUPLICATE SET OF CHECKS.
000483*  2026-10-15  RTS   THE PAY-CYCLE FILE IS NOW KEPT PER PAY
000485*                     GROUP.  THE GROUP COMES OFF THE PAY-DETAIL
000486*                     FILE, SO THE RUN CHECKS AND CLOSES ONLY
000488*                     THAT GROUP'S CYCLE.  CHECKS ARE DATED AND
000490*                     ISSUED ON THE CHECK DATE FROM THE PAY
000491*                     CALENDAR RATHER THAN THE PAYROLL RUN DATE.
000493*  2026-10-15  RTS   SUPPLEMENTAL RUNS.  A PAY-DETAIL FILE FROM A
000495*                     SUPPLEMENTAL (BONUS/COMMISSION) RUN IS
000496*                     CHECKED AGAINST AND CLOSES THE GROUP'S
000498*                     SUPPLEMENTAL CYCLE, NOT THE REGULAR ONE.
000500*****************************************************************
000510
000520 ENVIRONMENT DIVISION.
000770         FILE STATUS IS CK-CHKISSUE-STATUS.
000780
000790     SELECT PAY-CYCLE         ASSIGN TO "PAYCYCLE"
000800         ORGANIZATION IS INDEXED
000802         ACCESS MODE IS RANDOM
000804         RECORD KEY IS PC-CYCLE-KEY
000810         FILE STATUS IS CK-PAYCYCLE-STATUS.
000820
000830 DATA DIVISION.
001250*  REBUILT FROM THESE FIELDS AT END OF RUN (SAME PATTERN AS
001260*  THE CHECK-NUMBER CONTROL FILE).
001270*----------------------------------------------------------------
001275 77  CK-CYC-PAY-GROUP           PIC X(02) VALUE 'WK'.
001277 77  CK-CYC-TYPE                PIC X(01) VALUE 'R'.
001280 77  CK-CYC-PERIOD-START        PIC 9(8) VALUE ZERO.
001290 77  CK-CYC-PERIOD-END          PIC 9(8) VALUE ZERO.
001300 77  CK-CYC-RUN-SEQ             PIC 9(3) VALUE ZERO.
001310 77  CK-CYC-RUN-DATE            PIC 9(8) VALUE ZERO.
001311 77  CK-CYC-CHECK-DATE          PIC 9(8) VALUE ZERO.
001313
001315*      THE DATE ON THE CHECK - THE CALENDAR CHECK DATE CARRIED
001316*      ON PAY-DETAIL, OR THE RUN DATE WHEN THERE IS NONE
001318 77  CK-CHECK-DATE              PIC 9(8) VALUE ZERO.
001320 77  CK-CYC-STATUS              PIC X(01) VALUE SPACE.
001330     88  CK-CYC-COMPUTED                   VALUE 'C'.
001340     88  CK-CYC-PAID                       VALUE 'P'.
002830
002840*****************************************************************
002850*  1000-INITIALIZE - OPEN FILES, PICK UP THE LAST CHECK NUMBER,
002860*                    PRINT REGISTER HEADINGS.  THE FIRST PAY-
002862*                    DETAIL RECORD IS READ BEFORE THE INTERLOCK
002864*                    BECAUSE IT NAMES THE PAY GROUP.
002870*****************************************************************
002880 1000-INITIALIZE.
002881     OPEN INPUT  PAY-DETAIL.
002882     PERFORM 2100-READ-PAY-DETAIL THRU 2100-EXIT.
002883     IF NOT CK-EOF AND PD-PAY-GROUP NOT = SPACES
002884         MOVE PD-PAY-GROUP TO CK-CYC-PAY-GROUP
002885     END-IF.
002886     IF NOT CK-EOF AND PD-SUPPLEMENTAL-CYCLE
002887         MOVE 'S' TO CK-CYC-TYPE
002888     END-IF.
002890     PERFORM 1200-CHECK-PAY-CYCLE THRU 1200-EXIT.
002910     OPEN OUTPUT CHECK-STOCK.
002920     OPEN OUTPUT CHECK-REGISTER.
002930     OPEN EXTEND ISSUED-CHECKS.
002980
002990     WRITE CHECK-REGISTER-LINE FROM CK-REG-HEADING-LINE.
003000     WRITE CHECK-REGISTER-LINE FROM CK-REG-COLUMN-LINE.
003030 1000-EXIT.
003040     EXIT.
003050
003280*                         COMPUTED AND CHECKPRT HAS NOT YET
003290*                         MARKED PAID.  ANYTHING ELSE IS A
003300*                         RERUN OR AN OUT-OF-ORDER START AND
003310*                         THE RUN REFUSES.  THE CYCLE IS THE
003312*                         ONE FOR THE PAY-DETAIL FILE'S GROUP.
003320*****************************************************************
003330 1200-CHECK-PAY-CYCLE.
003340     OPEN INPUT PAY-CYCLE.
003370             'PAYROLL FIRST'
003380         STOP RUN
003390     END-IF.
003395     MOVE CK-CYC-PAY-GROUP TO PC-PAY-GROUP.
003397     MOVE CK-CYC-TYPE      TO PC-CYCLE-TYPE.
003400     READ PAY-CYCLE
003410         INVALID KEY
003420             DISPLAY 'CHECKPRT - NO PAY CYCLE FOR GROUP '
003430                 CK-CYC-PAY-GROUP ' - RUN PAYROLL FIRST'
003440             STOP RUN
003450         NOT INVALID KEY
003460             MOVE PC-PERIOD-START TO CK-CYC-PERIOD-START
003470             MOVE PC-PERIOD-END   TO CK-CYC-PERIOD-END
003480             MOVE PC-RUN-SEQ      TO CK-CYC-RUN-SEQ
003490             MOVE PC-RUN-DATE     TO CK-CYC-RUN-DATE
003500             MOVE PC-STATUS       TO CK-CYC-STATUS
003505             MOVE PC-CHECK-DATE   TO CK-CYC-CHECK-DATE
003510     END-READ.
003520     CLOSE PAY-CYCLE.
003530     IF CK-CYC-PAID
003540         DISPLAY 'CHECKPRT - GROUP ' CK-CYC-PAY-GROUP
003545             ' CYCLE ' CK-CYC-PERIOD-START
003550             ' TO ' CK-CYC-PERIOD-END ' RUN ' CK-CYC-RUN-SEQ
003560             ' IS ALREADY PAID - RUN REJECTED'
003570         STOP RUN
003770         ADD 1 TO CK-DEPOSIT-COUNT
003780         PERFORM 2100-READ-PAY-DETAIL THRU 2100-EXIT
003790         GO TO 2000-EXIT
003791     END-IF.
003793     IF PD-CHECK-DATE NUMERIC AND PD-CHECK-DATE > ZERO
003795         MOVE PD-CHECK-DATE TO CK-CHECK-DATE
003796     ELSE
003798         MOVE PD-RUN-DATE   TO CK-CHECK-DATE
003800     END-IF.
003810     ADD 1 TO CK-CHECK-NUMBER.
003820     PERFORM 2200-BUILD-AMOUNT-WORDS THRU 2200-EXIT.
004930*****************************************************************
004940 2300-PRINT-CHECK.
004950     MOVE CK-CHECK-NUMBER  TO CK-STK-CHECK-NUMBER.
004960     MOVE CK-CHECK-DATE    TO CK-STK-RUN-DATE.
004970     MOVE PD-PERIOD-START  TO CK-STK-PERIOD-START.
004980     MOVE PD-PERIOD-END    TO CK-STK-PERIOD-END.
004990     WRITE CHECK-STOCK-LINE FROM CK-DATE-LINE.
005330     MOVE PD-EMP-ID        TO CI-EMP-ID.
005340     MOVE PD-EMP-NAME      TO CI-EMP-NAME.
005350     MOVE PD-NET-PAY       TO CI-AMOUNT.
005360     MOVE CK-CHECK-DATE    TO CI-ISSUE-DATE.
005370     SET CI-ISSUED TO TRUE.
005380     WRITE ISSUED-CHECK-RECORD.
005390 2450-EXIT.
006030*                         REWRITTEN AS PAID.  A SECOND CHECKPRT
006040*                         RUN AGAINST THE SAME CYCLE NOW
006050*                         REFUSES AT 1200-CHECK-PAY-CYCLE.
006052*                         ONLY THIS GROUP'S RECORD CHANGES.
006060*****************************************************************
006070 9100-MARK-CYCLE-PAID.
006075     OPEN I-O PAY-CYCLE.
006077     MOVE CK-CYC-PAY-GROUP    TO PC-PAY-GROUP.
006078     MOVE CK-CYC-TYPE         TO PC-CYCLE-TYPE.
006080     MOVE CK-CYC-PERIOD-START TO PC-PERIOD-START.
006090     MOVE CK-CYC-PERIOD-END   TO PC-PERIOD-END.
006100     MOVE CK-CYC-RUN-SEQ      TO PC-RUN-SEQ.
006110     MOVE CK-CYC-RUN-DATE     TO PC-RUN-DATE.
006115     MOVE CK-CYC-CHECK-DATE   TO PC-CHECK-DATE.
006120     SET PC-PAID TO TRUE.
006140     REWRITE PAY-CYCLE-RECORD.
006150     CLOSE PAY-CYCLE.
006160 9100-EXIT.
006170     EXIT.
