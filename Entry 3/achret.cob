000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE        INIT  DESCRIPTION
000301*  ----------  ----  ------------------------------------------
000302*  2026-09-02  RTS   ORIGINAL VERSION.
000303*  2026-10-15  RTS   A ZERO-DOLLAR RETURN IS A RETURNED PRENOTE.
000304*                    IT HAS NO DEPOSIT TO MATCH OR REISSUE - THE
000305*                    EMPLOYEE IS MARKED PRENOTE RETURNED AND
000306*                    FLIPPED BACK TO CHECK UNTIL A NEW ACCOUNT IS
000308*                    KEYED THROUGH EMPMAINT.
000309*  2026-10-15  RTS   PAY GROUPS.  PAY-CYCLE IS NOW INDEXED BY
000310*                    PAY GROUP - ONLY THE SETTLED GROUP'S CYCLE
000311*                    IS REOPENED.  THE REISSUE RECORD CARRIES
000312*                    THE GROUP AND CHECK DATE OF THE ORIGINAL.
000313*  2026-10-15  RTS   SUPPLEMENTAL RUNS.  A RETURN AGAINST A
000315*                    SUPPLEMENTAL DEPOSIT REOPENS THE GROUP'S
000316*                    SUPPLEMENTAL CYCLE, AND THE REISSUE RECORD
000317*                    CARRIES THE ORIGINAL'S CYCLE TYPE.
000318*  2026-10-15  RTS   THE REISSUE RECORD CARRIES NO EMPLOYER FUTA
000319*                    OR SUTA - IT POSTED WITH THE ORIGINAL.
000320*  2026-10-15  RTS   A FAILED RECALL OF A VOIDED DEPOSIT (ENTRY
000321*                    TYPE F) IS BOOKED TO THE OVERPAYMENT MASTER
000323*                    AS MONEY THE EMPLOYEE OWES BACK (ORIGIN A)
000324*                    FOR PAYROLL TO RECOVER.  A RECEIVABLE
000325*                    WRITE THAT FAILS IS REPORTED AS AN
000326*                    EXCEPTION AND NOT COUNTED AS BOOKED.
000327*  2026-10-15  RTS   THE REISSUE RECORD CARRIES NO LABOR
000328*                    DISTRIBUTION - IT POSTED WITH THE ORIGINAL.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000580         FILE STATUS IS AR-EMPMAST-STATUS.
000590
000600     SELECT PAY-CYCLE         ASSIGN TO "PAYCYCLE"
000610         ORGANIZATION IS INDEXED
000612         ACCESS MODE IS RANDOM
000614         RECORD KEY IS PC-CYCLE-KEY
000620         FILE STATUS IS AR-PAYCYCLE-STATUS.
000630
000640     SELECT EXCEPTION-REPORT  ASSIGN TO "ACHRRPT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AR-REPORT-STATUS.
000661
000662     SELECT OVERPAYMENT-MASTER ASSIGN TO "OVPMAST"
000663         ORGANIZATION IS INDEXED
000664         ACCESS MODE IS DYNAMIC
000665         RECORD KEY IS OV-OVP-KEY
000666         FILE STATUS IS AR-OVPMAST-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
001170         ==PD-DED-ENTRY==    BY ==RD-DED-ENTRY==
001180         ==PD-DED-CODE==     BY ==RD-DED-CODE==
001190         ==PD-DED-PRIORITY== BY ==RD-DED-PRIORITY==
001191         ==PD-RTO-PAY==      BY ==RD-RTO-PAY==
001192         ==PD-PAY-GROUP==    BY ==RD-PAY-GROUP==
001194         ==PD-CHECK-DATE==   BY ==RD-CHECK-DATE==
001195         ==PD-CYCLE-TYPE==   BY ==RD-CYCLE-TYPE==
001197         ==PD-REGULAR-CYCLE== BY ==RD-REGULAR-CYCLE==
001198         ==PD-SUPPLEMENTAL-CYCLE==
001200                             BY ==RD-SUPPLEMENTAL-CYCLE==
001201         ==PD-BONUS-PAY==    BY ==RD-BONUS-PAY==
001202         ==PD-COMMISSION-PAY== BY ==RD-COMMISSION-PAY==
001204         ==PD-ER-FUTA==      BY ==RD-ER-FUTA==
001205         ==PD-ER-SUTA==      BY ==RD-ER-SUTA==
001207         ==PD-OVP-RECOVERY== BY ==RD-OVP-RECOVERY==
001208         ==PD-OVP-BALANCE==  BY ==RD-OVP-BALANCE==
001210         ==PD-DED-AMOUNT==   BY ==RD-DED-AMOUNT==
001212         ==PD-DED-TAKEN==    BY ==RD-DED-TAKEN==
001214         ==PD-DIST-COUNT==   BY ==RD-DIST-COUNT==
001216         ==PD-DIST-ENTRY==   BY ==RD-DIST-ENTRY==
001218         ==PD-DIST-DEPT==    BY ==RD-DIST-DEPT==
001220         ==PD-DIST-JOB==     BY ==RD-DIST-JOB==
001222         ==PD-DIST-HOURS==   BY ==RD-DIST-HOURS==
001224         ==PD-DIST-OT-HOURS== BY ==RD-DIST-OT-HOURS==
001226         ==PD-DIST-PAY==     BY ==RD-DIST-PAY==
001228         ==PD-DIST-OT-PAY==  BY ==RD-DIST-OT-PAY==.
001230
001240 FD  EMPLOYEE-MASTER
001250     LABEL RECORDS ARE STANDARD.
001340     RECORDING MODE IS F.
001350 01  EXCEPTION-REPORT-LINE      PIC X(132).
001360
001362 FD  OVERPAYMENT-MASTER
001364     LABEL RECORDS ARE STANDARD.
001366     COPY OVPMAST.
001368
001370 WORKING-STORAGE SECTION.
001380*----------------------------------------------------------------
001390*  FILE STATUS AND SWITCHES
001440 77  AR-EMPMAST-STATUS          PIC X(02) VALUE '00'.
001450 77  AR-PAYCYCLE-STATUS         PIC X(02) VALUE '00'.
001460 77  AR-REPORT-STATUS           PIC X(02) VALUE '00'.
001465 77  AR-OVPMAST-STATUS          PIC X(02) VALUE '00'.
001470
001480 77  AR-EOF-RETURN-SW           PIC X(01) VALUE 'N'.
001490     88  AR-EOF-RETURN                     VALUE 'Y'.
001540     88  AR-EMP-NOT-FOUND                  VALUE 'N'.
001550 77  AR-MATCH-FOUND-SW          PIC X(01) VALUE 'N'.
001560     88  AR-MATCH-FOUND                    VALUE 'Y'.
001562 77  AR-OVPMAST-AVAIL-SW        PIC X(01) VALUE 'N'.
001564     88  AR-OVPMAST-AVAIL                  VALUE 'Y'.
001566 77  AR-OVP-POSTED-SW           PIC X(01) VALUE 'N'.
001568     88  AR-OVP-POSTED                     VALUE 'Y'.
001570
001580*----------------------------------------------------------------
001590*  RUN DATE AND COUNTS
001670 77  AR-NOC-COUNT               PIC 9(5) COMP VALUE ZERO.
001680 77  AR-REPLACE-COUNT           PIC 9(5) COMP VALUE ZERO.
001690 77  AR-REJECT-COUNT            PIC 9(5) COMP VALUE ZERO.
001695 77  AR-PRENOTE-COUNT           PIC 9(5) COMP VALUE ZERO.
001697 77  AR-RECALL-COUNT            PIC 9(5) COMP VALUE ZERO.
001700 77  AR-REPLACE-AMOUNT          PIC 9(9)V99 VALUE ZERO.
001701
001702*      PAY GROUP AND CYCLE TYPE OF THE SETTLED RUN - THE KEY OF
001703*      THE CYCLE RECORD 8000-REOPEN-PAY-CYCLE SETS BACK TO
001704*      COMPUTED.
001706 77  AR-CYC-PAY-GROUP           PIC X(02) VALUE 'WK'.
001708 77  AR-CYC-TYPE                PIC X(01) VALUE 'R'.
001710
001720*----------------------------------------------------------------
001730*  THE SETTLED RUN'S DIRECT-DEPOSIT DETAIL, LOADED INTO THIS
001890         10  AR-DTL-PERIOD-END  PIC 9(8).
001900         10  AR-DTL-RUN-DATE    PIC 9(8).
001910         10  AR-DTL-RUN-SEQ     PIC 9(3).
001912         10  AR-DTL-PAY-GROUP   PIC X(02).
001914         10  AR-DTL-CHECK-DATE  PIC 9(8).
001917         10  AR-DTL-CYCLE-TYPE  PIC X(01).
001920         10  AR-DTL-USED-SW     PIC X(01).
001930
001940*----------------------------------------------------------------
002300     05  AR-TOT-AMOUNT          PIC Z(7)9.99.
002310     05  FILLER  PIC X(11) VALUE '  REJECTS:'.
002320     05  AR-TOT-REJECTS         PIC ZZZZ9.
002323     05  FILLER  PIC X(12) VALUE '  PRENOTES:'.
002326     05  AR-TOT-PRENOTES        PIC ZZZZ9.
002327     05  FILLER  PIC X(18) VALUE '  FAILED RECALLS:'.
002328     05  AR-TOT-RECALLS         PIC ZZZZ9.
002330
002340 PROCEDURE DIVISION.
002350*****************************************************************
002630     END-IF.
002640     OPEN OUTPUT REISSUE-DETAIL.
002650     OPEN OUTPUT EXCEPTION-REPORT.
002651     OPEN I-O OVERPAYMENT-MASTER.
002652     IF AR-OVPMAST-STATUS = '35'
002653         OPEN OUTPUT OVERPAYMENT-MASTER
002654         CLOSE OVERPAYMENT-MASTER
002655         OPEN I-O OVERPAYMENT-MASTER
002656     END-IF.
002657     IF AR-OVPMAST-STATUS = '00'
002658         SET AR-OVPMAST-AVAIL TO TRUE
002659     END-IF.
002660
002670     WRITE EXCEPTION-REPORT-LINE FROM AR-HEADING-LINE.
002680     WRITE EXCEPTION-REPORT-LINE FROM AR-COLUMN-LINE.
003290     MOVE PD-PERIOD-END   TO AR-DTL-PERIOD-END (AR-DTL-COUNT).
003300     MOVE PD-RUN-DATE     TO AR-DTL-RUN-DATE (AR-DTL-COUNT).
003310     MOVE PD-RUN-SEQ      TO AR-DTL-RUN-SEQ (AR-DTL-COUNT).
003311     MOVE PD-PAY-GROUP    TO AR-DTL-PAY-GROUP (AR-DTL-COUNT).
003312     MOVE PD-CHECK-DATE   TO AR-DTL-CHECK-DATE (AR-DTL-COUNT).
003313     IF AR-DTL-COUNT = 1 AND PD-PAY-GROUP NOT = SPACES
003314         MOVE PD-PAY-GROUP TO AR-CYC-PAY-GROUP
003315     END-IF.
003316     MOVE PD-CYCLE-TYPE   TO AR-DTL-CYCLE-TYPE (AR-DTL-COUNT).
003317     IF AR-DTL-COUNT = 1 AND PD-SUPPLEMENTAL-CYCLE
003318         MOVE 'S' TO AR-CYC-TYPE
003319     END-IF.
003320     MOVE 'N'             TO AR-DTL-USED-SW (AR-DTL-COUNT).
003330     PERFORM 1150-READ-PAY-DETAIL THRU 1150-EXIT.
003340 1160-EXIT.
003430             PERFORM 3000-APPLY-RETURN THRU 3000-EXIT
003440         WHEN AR-NOC
003450             PERFORM 4000-APPLY-NOC THRU 4000-EXIT
003453         WHEN AR-RECALL-FAILED
003456             PERFORM 3600-APPLY-FAILED-RECALL THRU 3600-EXIT
003460         WHEN OTHER
003470             MOVE 'INVALID ENTRY TYPE - NOT APPLIED'
003480                 TO AR-DTL-LINE-DISP
003760*****************************************************************
003770 3000-APPLY-RETURN.
003780     ADD 1 TO AR-RETURN-COUNT.
003782     IF AR-AMOUNT = ZERO
003784         PERFORM 3500-APPLY-PRENOTE-RETURN THRU 3500-EXIT
003786         GO TO 3000-EXIT
003788     END-IF.
003790     PERFORM 3100-FIND-DEPOSIT THRU 3100-EXIT.
003800     IF NOT AR-MATCH-FOUND
003810         MOVE 'NO MATCHING DEPOSIT - NOT APPLIED'
004770     SET RD-NORMAL-PAY TO TRUE.
004780     MOVE ZERO TO RD-VOID-CHECK-NO.
004790     MOVE AR-DTL-RUN-SEQ (AR-DTL-PICK)  TO RD-RUN-SEQ.
004791     MOVE AR-DTL-PAY-GROUP (AR-DTL-PICK) TO RD-PAY-GROUP.
004792     MOVE AR-DTL-CHECK-DATE (AR-DTL-PICK) TO RD-CHECK-DATE.
004794     MOVE AR-DTL-CYCLE-TYPE (AR-DTL-PICK) TO RD-CYCLE-TYPE.
004795     MOVE ZERO TO RD-BONUS-PAY RD-COMMISSION-PAY
004797                  RD-ER-FUTA RD-ER-SUTA
004798                  RD-OVP-RECOVERY RD-OVP-BALANCE.
004800     MOVE ZERO TO RD-REGULAR-PAY RD-OVERTIME-PAY
004810                  RD-VAC-HOURS RD-VAC-PAY
004820                  RD-SIK-HOURS RD-SIK-PAY
004830                  RD-HOL-HOURS RD-HOL-PAY
004840                  RD-RTO-PAY RD-DED-COUNT
004845                  RD-DIST-COUNT.
004850     PERFORM 3350-CLEAR-DED-ENTRY THRU 3350-EXIT
004860         VARYING AR-DED-IX FROM 1 BY 1
004870         UNTIL AR-DED-IX > 20.
004871     PERFORM 3360-CLEAR-DIST-ENTRY THRU 3360-EXIT
004872         VARYING AR-DED-IX FROM 1 BY 1
004873         UNTIL AR-DED-IX > 10.
004874     WRITE REISSUE-DETAIL-RECORD.
004875 3300-EXIT.
004876     EXIT.
004877
004878*****************************************************************
004879*  3350-CLEAR-DED-ENTRY - THE REISSUE CARRIES NO DEDUCTION
004880*                         DETAIL - THE DEDUCTIONS WERE TAKEN
004881*                         WHEN THE ORIGINAL SETTLED
004882*****************************************************************
004883 3350-CLEAR-DED-ENTRY.
004884     MOVE SPACES TO RD-DED-CODE (AR-DED-IX).
004885     MOVE ZERO   TO RD-DED-PRIORITY (AR-DED-IX).
004886     MOVE ZERO   TO RD-DED-AMOUNT (AR-DED-IX).
004887     MOVE ZERO   TO RD-DED-TAKEN (AR-DED-IX).
004888 3350-EXIT.
004889     EXIT.
004890
004891*****************************************************************
004892*  3360-CLEAR-DIST-ENTRY - NOR ANY LABOR DISTRIBUTION
004893*****************************************************************
004894 3360-CLEAR-DIST-ENTRY.
004895     MOVE SPACES TO RD-DIST-DEPT (AR-DED-IX)
004896                    RD-DIST-JOB (AR-DED-IX).
004897     MOVE ZERO   TO RD-DIST-HOURS (AR-DED-IX)
004898                    RD-DIST-OT-HOURS (AR-DED-IX)
004899                    RD-DIST-PAY (AR-DED-IX)
004900                    RD-DIST-OT-PAY (AR-DED-IX).
004902 3360-EXIT.
004903     EXIT.
004904
004905*****************************************************************
004906*  3500-APPLY-PRENOTE-RETURN - THE BANK REFUSED THE ZERO-DOLLAR
004907*                              PRENOTE, SO THE NEW ACCOUNT CAN
004908*                              NEVER TAKE A DEPOSIT.  NO MONEY
004909*                              MOVED, SO NOTHING IS REISSUED -
004910*                              THE EMPLOYEE STAYS ON CHECK AND
004911*                              THE HOLD STAYS ON UNTIL A NEW
004912*                              ACCOUNT IS KEYED.
004913*****************************************************************
004914 3500-APPLY-PRENOTE-RETURN.
004915     MOVE AR-EMP-ID TO EM-EMP-ID.
004916     MOVE 'N' TO AR-EMP-FOUND-SW.
004917     READ EMPLOYEE-MASTER
004918         INVALID KEY
004919             CONTINUE
004920         NOT INVALID KEY
004921             SET AR-EMP-FOUND TO TRUE
004922     END-READ.
004923     IF NOT AR-EMP-FOUND
004924         MOVE SPACES TO AR-DTL-LINE-EMP-NAME
004925         MOVE 'PRENOTE - EMPLOYEE NOT ON MASTER'
004926             TO AR-DTL-LINE-DISP
004927         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
004928         ADD 1 TO AR-REJECT-COUNT
004929         GO TO 3500-EXIT
004930     END-IF.
004931
004932     SET EM-PRENOTE-RETURNED TO TRUE.
004934     MOVE AR-RUN-DATE TO EM-PRENOTE-DATE.
004935     SET EM-PAY-BY-CHECK TO TRUE.
004936     MOVE AR-RUN-DATE TO EM-DATE-CHANGED.
004937     REWRITE EMPLOYEE-MASTER-RECORD.
004938     ADD 1 TO AR-PRENOTE-COUNT.
004939     MOVE EM-EMP-NAME TO AR-DTL-LINE-EMP-NAME.
004940     MOVE 'PRENOTE RETURNED - PAID BY CHECK' TO AR-DTL-LINE-DISP.
004941     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
004942 3500-EXIT.
004943     EXIT.
004944
004945*****************************************************************
004946*  3600-APPLY-FAILED-RECALL - THE BANK COULD NOT RECALL A
004947*                             DEPOSIT WE VOIDED, SO THE
004948*                             EMPLOYEE KEPT THE MONEY.  IT IS
004949*                             BOOKED TO THE OVERPAYMENT MASTER
004950*                             FOR PAYROLL TO RECOVER FROM LATER
004951*                             CHECKS.  NOTHING IS REISSUED.
004952*                             A WRITE THAT DOES NOT RETURN '00'
004953*                             IS REJECTED ON THE EXCEPTIONS
004954*                             REPORT, NOT COUNTED AS BOOKED.
004955*****************************************************************
004956 3600-APPLY-FAILED-RECALL.
004957     MOVE AR-EMP-ID TO EM-EMP-ID.
004958     MOVE 'N' TO AR-EMP-FOUND-SW.
004959     READ EMPLOYEE-MASTER
004960         INVALID KEY
004961             CONTINUE
004962         NOT INVALID KEY
004963             SET AR-EMP-FOUND TO TRUE
004964     END-READ.
004966     IF NOT AR-EMP-FOUND
004967         MOVE SPACES TO AR-DTL-LINE-EMP-NAME
004968         MOVE 'RECALL - EMPLOYEE NOT ON MASTER'
004969             TO AR-DTL-LINE-DISP
004970         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
004971         ADD 1 TO AR-REJECT-COUNT
004972         GO TO 3600-EXIT
004973     END-IF.
004974     MOVE EM-EMP-NAME TO AR-DTL-LINE-EMP-NAME.
004975     IF NOT AR-OVPMAST-AVAIL OR AR-AMOUNT = ZERO
004976         MOVE 'RECALL FAILED - NOT BOOKED'
004977             TO AR-DTL-LINE-DISP
004978         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
004979         ADD 1 TO AR-REJECT-COUNT
004980         GO TO 3600-EXIT
004981     END-IF.
004982
004983     MOVE SPACES         TO OVERPAYMENT-RECORD.
004984     MOVE AR-EMP-ID      TO OV-EMP-ID.
004985     MOVE AR-RUN-DATE    TO OV-OPEN-DATE.
004986     MOVE 1              TO OV-SEQ.
004987     SET OV-FROM-FAILED-RECALL TO TRUE.
004988     MOVE ZERO           TO OV-CHECK-NUMBER.
004989     MOVE AR-SETTLE-DATE TO OV-SOURCE-DATE.
004990     MOVE AR-AMOUNT      TO OV-ORIGINAL-AMOUNT OV-BALANCE.
004991     MOVE ZERO TO OV-RECOVERY-AMOUNT OV-RECOVERED-TO-DATE
004992                  OV-LAST-RECOVERY-DATE OV-WRITTEN-OFF-AMOUNT
004993                  OV-CLOSED-DATE.
004994     SET OV-OPEN TO TRUE.
004995     MOVE 'N' TO AR-OVP-POSTED-SW.
004996     PERFORM 3650-WRITE-RECEIVABLE THRU 3650-EXIT
004998         UNTIL AR-OVP-POSTED OR OV-SEQ > 99.
004999     IF AR-OVPMAST-STATUS NOT = '00'
005000         MOVE 'RECALL FAILED - NOT BOOKED - ST'
005001             TO AR-DTL-LINE-DISP
005002         MOVE AR-OVPMAST-STATUS TO AR-DTL-LINE-DISP (33:2)
005003         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
005004         ADD 1 TO AR-REJECT-COUNT
005005         GO TO 3600-EXIT
005006     END-IF.
005007     ADD 1 TO AR-RECALL-COUNT.
005008     MOVE 'RECALL FAILED - RECEIVABLE BOOKED' TO AR-DTL-LINE-DISP.
005009     PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT.
005010 3600-EXIT.
005011     EXIT.
005012
005013*****************************************************************
005014*  3650-WRITE-RECEIVABLE - ONE WRITE ATTEMPT, STEPPING THE
005015*                          SEQUENCE ON A DUPLICATE KEY
005016*****************************************************************
005017 3650-WRITE-RECEIVABLE.
005018     WRITE OVERPAYMENT-RECORD
005019         INVALID KEY
005020             ADD 1 TO OV-SEQ
005021         NOT INVALID KEY
005022             SET AR-OVP-POSTED TO TRUE
005023     END-WRITE.
005024     IF AR-OVPMAST-STATUS NOT = '00'
005025             AND AR-OVPMAST-STATUS NOT = '22'
005026         SET AR-OVP-POSTED TO TRUE
005027     END-IF.
005028 3650-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005600*                          THE CYCLE GOES BACK TO COMPUTED.
005610*                          CHECKPRT WILL ACCEPT THE REISSUE
005620*                          FILE, CUT THE CHECKS, AND MARK THE
005630*                          CYCLE PAID AGAIN.  ONLY THE
005635*                          SETTLED GROUP'S RECORD IS TOUCHED.
005640*****************************************************************
005650 8000-REOPEN-PAY-CYCLE.
005660     OPEN I-O PAY-CYCLE.
005670     IF AR-PAYCYCLE-STATUS NOT = '00'
005680         DISPLAY 'ACHRET - PAY CYCLE FILE NOT AVAILABLE - '
005690             'REISSUE FILE WRITTEN BUT CYCLE NOT REOPENED'
005700         GO TO 8000-EXIT
005710     END-IF.
005715     MOVE AR-CYC-PAY-GROUP TO PC-PAY-GROUP.
005717     MOVE AR-CYC-TYPE      TO PC-CYCLE-TYPE.
005720     READ PAY-CYCLE
005730         INVALID KEY
005732             DISPLAY 'ACHRET - NO PAY CYCLE FOR GROUP '
005734                 AR-CYC-PAY-GROUP ' - CYCLE NOT REOPENED'
005740             CLOSE PAY-CYCLE
005750             GO TO 8000-EXIT
005760     END-READ.
005780     SET PC-COMPUTED TO TRUE.
005790     MOVE AR-RUN-DATE TO PC-RUN-DATE.
005810     REWRITE PAY-CYCLE-RECORD.
005820     CLOSE PAY-CYCLE.
005830 8000-EXIT.
005840     EXIT.
005970     MOVE AR-REPLACE-COUNT TO AR-TOT-REPLACED.
005980     MOVE AR-REPLACE-AMOUNT TO AR-TOT-AMOUNT.
005990     MOVE AR-REJECT-COUNT  TO AR-TOT-REJECTS.
005995     MOVE AR-PRENOTE-COUNT TO AR-TOT-PRENOTES.
005997     MOVE AR-RECALL-COUNT  TO AR-TOT-RECALLS.
006000     WRITE EXCEPTION-REPORT-LINE FROM AR-TOTAL-LINE.
006010
006020     CLOSE ACH-RETURNS.
006030     CLOSE EMPLOYEE-MASTER.
006040     CLOSE REISSUE-DETAIL.
006050     CLOSE EXCEPTION-REPORT.
006052     IF AR-OVPMAST-AVAIL
006054         CLOSE OVERPAYMENT-MASTER
006056     END-IF.
006060 9000-EXIT.
006070     EXIT.
