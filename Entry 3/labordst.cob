000070*****************************************************************
000080*  PROGRAM      : LABORDST
000090*  DESCRIPTION  : LABOR DISTRIBUTION AND GL POSTING.  READS THE
000097*                 RUN'S PAY-DETAIL FILE, SPLITS EACH PAY RECORD
000105*                 INTO ITS DEPARTMENT/JOB DISTRIBUTION ENTRIES,
000112*                 SORTS THEM BY DEPARTMENT, AND PRODUCES A
000120*                 DEPARTMENT-SUBTOTALED LABOR COST REPORT, A
000127*                 JOB COST SUMMARY, AND A BALANCED DEBIT/CREDIT
000135*                 JOURNAL-ENTRY FILE FOR THE GENERAL LEDGER -
000142*                 GROSS LABOR AND EMPLOYER TAX EXPENSE BY
000150*                 DEPARTMENT, WITHHOLDING AND DEDUCTION
000160*                 LIABILITIES, AND NET PAY CLEARING.  THE
000170*                 JOURNAL IS WRITTEN ONLY WHEN DEBITS EQUAL
000330*                    MASTER MAPS IT TO.  AN UNKNOWN OR CLOSED
000340*                    DEPARTMENT POSTS TO THE LABOR SUSPENSE
000350*                    ACCOUNT INSTEAD OF THE LEDGER.  WITHOUT A
000351*                    DEPARTMENT MASTER THE OLD COMPANY-WIDE
000352*                    ACCOUNT STILL APPLIES.
000353*  2026-10-15  RTS   CARRIED THE PAY GROUP AND CHECK DATE
000354*                    THROUGH THE SORT RECORD AND THE RAW-FILE
000355*                    REPLACING LIST.  NO POSTING CHANGE.
000356*  2026-10-15  RTS   CARRIED THE CYCLE TYPE AND THE BONUS AND
000357*                    COMMISSION PAY OF A SUPPLEMENTAL RUN THROUGH
000358*                    THE SORT RECORD.  THEY POST IN GROSS PAY
000359*                    LIKE ANY OTHER EARNINGS.
000360*  2026-10-15  RTS   POSTS EMPLOYER FUTA AND SUTA - A COMPANY-
000361*                    LEVEL EXPENSE DEBIT AND A PAYABLE CREDIT
000362*                    FOR EACH - AND CARRIES BOTH IN THE PROOF.
000363*  2026-10-15  RTS   CREDITS OVERPAYMENT RECOVERIES TAKEN FROM
000364*                    NET TO THE EMPLOYEE RECEIVABLE ACCOUNT AND
000365*                    CARRIES THEM IN THE PROOF.  A VOID OF A
000366*                    PERIOD THAT RECOVERED ONE DEBITS IT BACK.
000367*  2026-10-15  RTS   JOB COSTING.  EACH PAY RECORD IS SPLIT INTO
000368*                    ITS DEPARTMENT/JOB DISTRIBUTION ENTRIES
000369*                    (LDDIST) BEFORE THE SORT, SO AN EMPLOYEE WHO
000370*                    WORKED IN TWO DEPARTMENTS IS COSTED TO BOTH.
000371*                    GROSS, OVERTIME, AND THE EMPLOYER FUTA AND
000372*                    SUTA ARE CARRIED BY ENTRY - THE TAXES SHARED
000373*                    BY PAY - AND THE FUTA AND SUTA EXPENSE NOW
000374*                    DEBIT BY DEPARTMENT.  A JOB COST SUMMARY
000375*                    FOLLOWS THE COMPANY TOTAL.  A PAY RECORD
000376*                    WRITTEN WITHOUT THE TABLE GOES WHOLE TO ITS
000377*                    DEPARTMENT.  THE ENTRIES ARE SORTED IN PLACE
000378*                    OF THE WHOLE PAY-DETAIL RECORDS.
000380*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PAY-DETAIL        ASSIGN TO "PAYDTL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS LD-PAYDTL-STATUS.
000500
000502     SELECT DIST-WORK         ASSIGN TO "LDDIST"
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS LD-LDDIST-STATUS.
000508
000510     SELECT DIST-DETAIL       ASSIGN TO "LDWORK"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS LD-LDWORK-STATUS.
000540
000640         RECORD KEY IS DP-DEPT-CODE
000650         FILE STATUS IS LD-DEPTMAST-STATUS.
000660
000661     SELECT JOB-MASTER        ASSIGN TO "JOBMAST"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS RANDOM
000664         RECORD KEY IS JB-JOB-NUMBER
000665         FILE STATUS IS LD-JOBMAST-STATUS.
000666
000670     SELECT GL-JOURNAL        ASSIGN TO "GLJRNL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS LD-GLJRNL-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
001180 FD  PAY-DETAIL
001190     LABEL RECORDS ARE STANDARD.
001200     COPY PAYDTL.
001210
001211*      ONE RECORD PER DEPARTMENT/JOB DISTRIBUTION ENTRY, SIGNED -
001212*      A REVERSAL'S ENTRIES ARE NEGATIVE
001213 FD  DIST-WORK
001214     LABEL RECORDS ARE STANDARD.
001215 01  DIST-WORK-RECORD.
001216     05  LX-DEPT                PIC X(04).
001218     05  LX-EMP-ID              PIC X(05).
001219     05  LX-JOB                 PIC X(06).
001220     05  LX-EMP-NAME            PIC X(30).
001221     05  LX-HOURS               PIC S9(3)V99.
001222     05  LX-OT-HOURS            PIC S9(3)V99.
001223     05  LX-GROSS               PIC S9(7)V99.
001224     05  LX-OT-PAY              PIC S9(7)V99.
001226     05  LX-ER-FUTA             PIC S9(7)V99.
001227     05  LX-ER-SUTA             PIC S9(7)V99.
001228     05  FILLER                 PIC X(09).
001229
001230 FD  DIST-DETAIL
001231     LABEL RECORDS ARE STANDARD.
001232 01  DIST-DETAIL-RECORD.
001234     05  DS-DEPT                PIC X(04).
001235     05  DS-EMP-ID              PIC X(05).
001236     05  DS-JOB                 PIC X(06).
001237     05  DS-EMP-NAME            PIC X(30).
001238     05  DS-HOURS               PIC S9(3)V99.
001239     05  DS-OT-HOURS            PIC S9(3)V99.
001240     05  DS-GROSS               PIC S9(7)V99.
001242     05  DS-OT-PAY              PIC S9(7)V99.
001243     05  DS-ER-FUTA             PIC S9(7)V99.
001244     05  DS-ER-SUTA             PIC S9(7)V99.
001245     05  FILLER                 PIC X(09).
001246
001247 SD  SORT-WORK-FILE.
001248 01  LD-SORT-RECORD.
001250     05  LS-DEPT                PIC X(04).
001253     05  LS-EMP-ID              PIC X(05).
001256     05  LS-JOB                 PIC X(06).
001260     05  FILLER                 PIC X(85).
001270
001280 FD  LABOR-REPORT
001290     LABEL RECORDS ARE OMITTED
001330 FD  DEPARTMENT-MASTER
001340     LABEL RECORDS ARE STANDARD.
001350     COPY DEPTMAST.
001352
001354 FD  JOB-MASTER
001356     LABEL RECORDS ARE STANDARD.
001358     COPY JOBMAST.
001360
001370 FD  GL-JOURNAL
001380     LABEL RECORDS ARE STANDARD.
001470 77  LD-LABRPT-STATUS           PIC X(02) VALUE '00'.
001480 77  LD-GLJRNL-STATUS           PIC X(02) VALUE '00'.
001490 77  LD-DEPTMAST-STATUS         PIC X(02) VALUE '00'.
001493 77  LD-LDDIST-STATUS           PIC X(02) VALUE '00'.
001496 77  LD-JOBMAST-STATUS          PIC X(02) VALUE '00'.
001500
001510 77  LD-EOF-SW                  PIC X(01) VALUE 'N'.
001520     88  LD-EOF                            VALUE 'Y'.
001580     88  LD-DEPTMAST-AVAIL                 VALUE 'Y'.
001590 77  LD-DEPT-FOUND-SW           PIC X(01) VALUE 'N'.
001600     88  LD-DEPT-FOUND                     VALUE 'Y'.
001602*      THE JOB MASTER IS OPTIONAL TOO - IT ONLY NAMES THE JOBS
001604*      ON THE JOB COST SUMMARY
001606 77  LD-JOBMAST-AVAIL-SW        PIC X(01) VALUE 'N'.
001608     88  LD-JOBMAST-AVAIL                  VALUE 'Y'.
001610
001620*----------------------------------------------------------------
001630*  RUN DATE AND CONTROL-BREAK STATE
001680     05  LD-RUN-DAY             PIC 9(2).
001690
001700 77  LD-CURRENT-DEPT            PIC X(04) VALUE SPACES.
001702 77  LD-CURRENT-EMP-ID          PIC X(05) VALUE SPACES.
001704 77  LD-DEPT-HOURS              PIC S9(7)V99 VALUE ZERO.
001706 77  LD-DEPT-OT-HOURS           PIC S9(7)V99 VALUE ZERO.
001710 77  LD-DEPT-GROSS              PIC S9(9)V99 VALUE ZERO.
001715 77  LD-DEPT-OT-PAY             PIC S9(9)V99 VALUE ZERO.
001720 77  LD-DEPT-ER-FUTA            PIC S9(9)V99 VALUE ZERO.
001725 77  LD-DEPT-ER-SUTA            PIC S9(9)V99 VALUE ZERO.
001730 77  LD-DEPT-EMP-COUNT          PIC 9(5) COMP VALUE ZERO.
001731 77  LD-SIGN-FACTOR             PIC S9 VALUE +1.
001732*----------------------------------------------------------------
001733*  SPLITTING ONE PAY RECORD INTO ITS DISTRIBUTION ENTRIES.  THE
001734*  LAST ENTRY TAKES WHAT IS LEFT OF GROSS AND THE EMPLOYER TAXES
001735*  SO THE ENTRIES ALWAYS ADD BACK TO THE PAY RECORD.
001736*----------------------------------------------------------------
001737 77  LD-DIST-IX                 PIC 9(02) COMP VALUE ZERO.
001738 77  LD-DIST-LAST               PIC 9(02) COMP VALUE ZERO.
001740 77  LD-DIST-WHOLE-SW           PIC X(01) VALUE 'N'.
001741     88  LD-DIST-WHOLE                     VALUE 'Y'.
001742 77  LD-DIST-PAY                PIC S9(7)V99 VALUE ZERO.
001743 77  LD-DIST-FUTA               PIC S9(7)V99 VALUE ZERO.
001744 77  LD-DIST-SUTA               PIC S9(7)V99 VALUE ZERO.
001745 77  LD-DIST-PAY-SUM            PIC S9(7)V99 VALUE ZERO.
001746 77  LD-DIST-FUTA-SUM           PIC S9(7)V99 VALUE ZERO.
001747 77  LD-DIST-SUTA-SUM           PIC S9(7)V99 VALUE ZERO.
001748 77  LD-DIST-COUNT              PIC 9(7) COMP VALUE ZERO.
001750
001760*----------------------------------------------------------------
001770*  DEPARTMENT TABLE FOR THE JOURNAL DEBITS.  THE JOURNAL IS
001820 77  LD-DEPT-IX                 PIC 9(02) COMP VALUE ZERO.
001830 01  LD-DEPT-TABLE.
001840     05  LD-DEPT-ENTRY OCCURS 50 TIMES.
001841         10  LD-TBL-DEPT        PIC X(04).
001842         10  LD-TBL-GROSS       PIC S9(9)V99.
001843         10  LD-TBL-ER-FUTA     PIC S9(9)V99.
001845         10  LD-TBL-ER-SUTA     PIC S9(9)V99.
001846
001847*----------------------------------------------------------------
001848*  JOB TABLE FOR THE JOB COST SUMMARY, IN THE ORDER THE JOBS ARE
001850*  FIRST MET.  A JOB BEYOND THE TABLE IS LEFT OFF THE SUMMARY
001851*  ONLY - THE DEPARTMENT FIGURES AND THE JOURNAL ARE UNAFFECTED.
001852*----------------------------------------------------------------
001853 77  LD-JOB-COUNT               PIC 9(03) COMP VALUE ZERO.
001855 77  LD-JOB-IX                  PIC 9(03) COMP VALUE ZERO.
001856 77  LD-JOB-FOUND               PIC 9(03) COMP VALUE ZERO.
001857 77  LD-JOB-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001858     88  LD-JOB-TABLE-FULL                 VALUE 'Y'.
001860 01  LD-JOB-TABLE.
001861     05  LD-JOB-ENTRY OCCURS 100 TIMES.
001862         10  LD-JTB-JOB         PIC X(06).
001863         10  LD-JTB-HOURS       PIC S9(7)V99.
001865         10  LD-JTB-OT-HOURS    PIC S9(7)V99.
001866         10  LD-JTB-GROSS       PIC S9(9)V99.
001867         10  LD-JTB-OT-PAY      PIC S9(9)V99.
001868         10  LD-JTB-ER-TAX      PIC S9(9)V99.
001870
001880*----------------------------------------------------------------
001890*  COMPANY TOTALS AND THE BALANCE PROOF
001960 77  LD-TOTAL-MEDICARE-WH       PIC S9(9)V99 VALUE ZERO.
001970 77  LD-TOTAL-DEDUCTIONS        PIC S9(9)V99 VALUE ZERO.
001980 77  LD-TOTAL-NET               PIC S9(9)V99 VALUE ZERO.
001983 77  LD-TOTAL-ER-FUTA           PIC S9(9)V99 VALUE ZERO.
001986 77  LD-TOTAL-ER-SUTA           PIC S9(9)V99 VALUE ZERO.
001988 77  LD-TOTAL-OVP-RECOVERY      PIC S9(9)V99 VALUE ZERO.
001990 77  LD-TOTAL-DEBITS            PIC S9(9)V99 VALUE ZERO.
002000 77  LD-TOTAL-CREDITS           PIC S9(9)V99 VALUE ZERO.
002010
002160 77  LD-ACCT-MEDICARE-WH        PIC X(08) VALUE '21400000'.
002170 77  LD-ACCT-DEDUCTIONS         PIC X(08) VALUE '21500000'.
002180 77  LD-ACCT-NET-CLEARING       PIC X(08) VALUE '21000000'.
002182 77  LD-ACCT-FUTA-EXPENSE       PIC X(08) VALUE '51200000'.
002184 77  LD-ACCT-SUTA-EXPENSE       PIC X(08) VALUE '51300000'.
002186 77  LD-ACCT-FUTA-PAYABLE       PIC X(08) VALUE '21600000'.
002188 77  LD-ACCT-SUTA-PAYABLE       PIC X(08) VALUE '21700000'.
002189 77  LD-ACCT-OVP-RECEIVABLE     PIC X(08) VALUE '13500000'.
002190
002200*----------------------------------------------------------------
002210*  LABOR DISTRIBUTION REPORT LINES
002250
002260 01  LD-COLUMN-LINE.
002270     05  FILLER  PIC X(06) VALUE 'DEPT'.
002275     05  FILLER  PIC X(08) VALUE 'JOB'.
002280     05  FILLER  PIC X(07) VALUE 'EMP ID'.
002300     05  FILLER  PIC X(30) VALUE 'EMPLOYEE NAME'.
002305     05  FILLER  PIC X(10) VALUE '   HOURS'.
002310     05  FILLER  PIC X(10) VALUE '  OT HRS'.
002315     05  FILLER  PIC X(13) VALUE '  GROSS PAY'.
002320     05  FILLER  PIC X(13) VALUE '     OT PAY'.
002325     05  FILLER  PIC X(10) VALUE ' FUTA+SUTA'.
002330
002340 01  LD-DETAIL-LINE.
002350     05  LD-DTL-DEPT            PIC X(04).
002360     05  FILLER                 PIC X(02) VALUE SPACES.
002363     05  LD-DTL-JOB             PIC X(06).
002366     05  FILLER                 PIC X(02) VALUE SPACES.
002370     05  LD-DTL-EMP-ID          PIC X(05).
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  LD-DTL-EMP-NAME        PIC X(30).
002392     05  LD-DTL-HOURS           PIC -(4)9.99.
002394     05  FILLER                 PIC X(02) VALUE SPACES.
002396     05  LD-DTL-OT-HOURS        PIC -(4)9.99.
002398     05  FILLER                 PIC X(02) VALUE SPACES.
002400     05  LD-DTL-GROSS           PIC -(7)9.99.
002410     05  FILLER                 PIC X(02) VALUE SPACES.
002415     05  LD-DTL-OT-PAY          PIC -(7)9.99.
002420     05  FILLER                 PIC X(02) VALUE SPACES.
002425     05  LD-DTL-ER-TAX          PIC -(6)9.99.
002430
002440 01  LD-SUBTOTAL-LINE.
002450     05  FILLER                 PIC X(11) VALUE 'DEPT TOTAL'.
002470     05  FILLER                 PIC X(07) VALUE SPACES.
002480     05  LD-SUB-EMP-COUNT       PIC ZZZZ9.
002490     05  FILLER                 PIC X(14) VALUE ' EMPLOYEES'.
002493     05  FILLER                 PIC X(10) VALUE SPACES.
002496     05  LD-SUB-HOURS           PIC -(5)9.99.
002499     05  FILLER                 PIC X(01) VALUE SPACES.
002502     05  LD-SUB-OT-HOURS        PIC -(5)9.99.
002505     05  FILLER                 PIC X(01) VALUE SPACES.
002508     05  LD-SUB-GROSS           PIC -(8)9.99.
002511     05  FILLER                 PIC X(01) VALUE SPACES.
002514     05  LD-SUB-OT-PAY          PIC -(8)9.99.
002517     05  FILLER                 PIC X(01) VALUE SPACES.
002520     05  LD-SUB-ER-TAX          PIC -(7)9.99.
002530
002540 01  LD-TOTAL-LINE.
002550     05  FILLER                 PIC X(15) VALUE 'COMPANY TOTAL'.
002640     05  FILLER                 PIC X(08) VALUE 'DEBITS'.
002650     05  LD-PRF-DEBITS          PIC -(8)9.99.
002660     05  FILLER                 PIC X(09) VALUE ' CREDITS'.
002661     05  LD-PRF-CREDITS         PIC -(8)9.99.
002662     05  FILLER                 PIC X(03) VALUE SPACES.
002663     05  LD-PRF-STATUS          PIC X(30).
002664
002665 01  LD-JOB-HEADING-LINE.
002666     05  FILLER  PIC X(16) VALUE 'JOB COST SUMMARY'.
002667
002668 01  LD-JOB-COLUMN-LINE.
002669     05  FILLER  PIC X(08) VALUE 'JOB'.
002670     05  FILLER  PIC X(32) VALUE 'DESCRIPTION'.
002671     05  FILLER  PIC X(11) VALUE '     HOURS'.
002672     05  FILLER  PIC X(11) VALUE '    OT HRS'.
002674     05  FILLER  PIC X(14) VALUE '    GROSS PAY'.
002675     05  FILLER  PIC X(14) VALUE '       OT PAY'.
002676     05  FILLER  PIC X(12) VALUE '   FUTA+SUTA'.
002677
002678 01  LD-JOB-DETAIL-LINE.
002680     05  LD-JDL-JOB             PIC X(06).
002681     05  FILLER                 PIC X(02) VALUE SPACES.
002682     05  LD-JDL-DESCRIPTION     PIC X(30).
002683     05  FILLER                 PIC X(02) VALUE SPACES.
002684     05  LD-JDL-HOURS           PIC -(6)9.99.
002685     05  FILLER                 PIC X(01) VALUE SPACES.
002687     05  LD-JDL-OT-HOURS        PIC -(6)9.99.
002688     05  FILLER                 PIC X(01) VALUE SPACES.
002689     05  LD-JDL-GROSS           PIC -(9)9.99.
002690     05  FILLER                 PIC X(01) VALUE SPACES.
002691     05  LD-JDL-OT-PAY          PIC -(9)9.99.
002692     05  FILLER                 PIC X(01) VALUE SPACES.
002694     05  LD-JDL-ER-TAX          PIC -(8)9.99.
002695
002696 01  LD-JOB-FULL-LINE.
002697     05  FILLER  PIC X(44)
002698        VALUE 'JOB TABLE FULL - LATER JOBS NOT SUMMARIZED'.
002700
002710 PROCEDURE DIVISION.
002720*****************************************************************
002800     STOP RUN.
002810
002820*****************************************************************
002830*  1000-INITIALIZE - SPLIT THE RUN'S PAY DETAIL INTO ITS
002835*                    DISTRIBUTION ENTRIES, SORT THEM INTO
002840*                    DEPARTMENT SEQUENCE, OPEN FILES, PRINT
002845*                    HEADINGS
002850*****************************************************************
002860 1000-INITIALIZE.
002870     ACCEPT LD-RUN-DATE FROM DATE YYYYMMDD.
002880
002885     PERFORM 1100-BUILD-DIST-WORK THRU 1100-EXIT.
002890     SORT SORT-WORK-FILE
002900         ON ASCENDING KEY LS-DEPT
002903                          LS-EMP-ID
002906                          LS-JOB
002910         USING DIST-WORK
002920         GIVING DIST-DETAIL.
002930     OPEN INPUT DIST-DETAIL.
002940     OPEN INPUT DEPARTMENT-MASTER.
002950     IF LD-DEPTMAST-STATUS = '00'
002960         SET LD-DEPTMAST-AVAIL TO TRUE
002962     END-IF.
002964     OPEN INPUT JOB-MASTER.
002966     IF LD-JOBMAST-STATUS = '00'
002968         SET LD-JOBMAST-AVAIL TO TRUE
002970     END-IF.
002980     OPEN OUTPUT LABOR-REPORT.
002990     OPEN OUTPUT GL-JOURNAL.
003010     WRITE LABOR-REPORT-LINE FROM LD-HEADING-LINE.
003020     WRITE LABOR-REPORT-LINE FROM LD-COLUMN-LINE.
003030
003040     PERFORM 2100-READ-DIST-DETAIL THRU 2100-EXIT.
003050     IF NOT LD-EOF
003060         MOVE DS-DEPT TO LD-CURRENT-DEPT
003070     END-IF.
003080 1000-EXIT.
003090     EXIT.
003100
003110*****************************************************************
003115*  1100-BUILD-DIST-WORK - FIRST PASS OVER THE PAY DETAIL.  THE
003120*                         COMPANY TOTALS ARE TAKEN FROM THE PAY
003125*                         RECORDS HERE, AND EACH RECORD'S
003130*                         DISTRIBUTION ENTRIES ARE WRITTEN TO THE
003135*                         WORK FILE FOR THE SORT.
003140*****************************************************************
003142 1100-BUILD-DIST-WORK.
003144     OPEN INPUT PAY-DETAIL.
003146     OPEN OUTPUT DIST-WORK.
003148     PERFORM 1150-READ-PAY-DETAIL THRU 1150-EXIT.
003150     PERFORM 1200-SPLIT-PAY-RECORD THRU 1200-EXIT
003152         UNTIL LD-EOF.
003154     CLOSE PAY-DETAIL.
003156     CLOSE DIST-WORK.
003158     MOVE 'N' TO LD-EOF-SW.
003160 1100-EXIT.
003162     EXIT.
003164
003166*****************************************************************
003168*  1150-READ-PAY-DETAIL
003170*****************************************************************
003172 1150-READ-PAY-DETAIL.
003174     READ PAY-DETAIL
003176         AT END
003178             SET LD-EOF TO TRUE
003180     END-READ.
003182 1150-EXIT.
003184     EXIT.
003186
003188*****************************************************************
003190*  1200-SPLIT-PAY-RECORD - ONE PAY RECORD PER PASS.  A RECORD
003192*                          WRITTEN WITHOUT THE DISTRIBUTION TABLE
003194*                          IS ONE ENTRY FOR ITS DEPARTMENT.
003196*****************************************************************
003198 1200-SPLIT-PAY-RECORD.
003200     IF PD-VOID-TYPE
003210         MOVE -1 TO LD-SIGN-FACTOR
003220     ELSE
003230         MOVE +1 TO LD-SIGN-FACTOR
003240     END-IF.
003245     PERFORM 1300-ACCUMULATE-TOTALS THRU 1300-EXIT.
003250
003252     IF PD-DIST-COUNT NOT NUMERIC OR PD-DIST-COUNT = ZERO
003255         MOVE 'Y' TO LD-DIST-WHOLE-SW
003258         MOVE 1   TO LD-DIST-LAST
003261     ELSE
003263         MOVE 'N' TO LD-DIST-WHOLE-SW
003266         MOVE PD-DIST-COUNT TO LD-DIST-LAST
003269         IF LD-DIST-LAST > 10
003272             MOVE 10 TO LD-DIST-LAST
003275         END-IF
003277     END-IF.
003280     MOVE ZERO TO LD-DIST-PAY-SUM LD-DIST-FUTA-SUM
003283                  LD-DIST-SUTA-SUM.
003286     PERFORM 1250-WRITE-ONE-DIST THRU 1250-EXIT
003288         VARYING LD-DIST-IX FROM 1 BY 1
003291         UNTIL LD-DIST-IX > LD-DIST-LAST.
003294     PERFORM 1150-READ-PAY-DETAIL THRU 1150-EXIT.
003297 1200-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003324*  1250-WRITE-ONE-DIST - ONE DISTRIBUTION ENTRY.  THE EMPLOYER
003328*                        TAXES ARE SHARED BY THE ENTRY'S PAY, AND
003332*                        THE LAST ENTRY TAKES THE REMAINDER OF
003336*                        GROSS AND OF EACH TAX.
003340*****************************************************************
003341 1250-WRITE-ONE-DIST.
003342     MOVE SPACES TO DIST-WORK-RECORD.
003344     MOVE PD-EMP-ID   TO LX-EMP-ID.
003345     MOVE PD-EMP-NAME TO LX-EMP-NAME.
003347     IF LD-DIST-WHOLE
003348         MOVE PD-DEPT TO LX-DEPT
003349         MOVE SPACES  TO LX-JOB
003351         COMPUTE LX-HOURS = (PD-REGULAR-HOURS + PD-OVERTIME-HOURS
003352             + PD-VAC-HOURS + PD-SIK-HOURS + PD-HOL-HOURS)
003354             * LD-SIGN-FACTOR
003355         COMPUTE LX-OT-HOURS = PD-OVERTIME-HOURS * LD-SIGN-FACTOR
003356         COMPUTE LX-OT-PAY = PD-OVERTIME-PAY * LD-SIGN-FACTOR
003358         MOVE PD-GROSS-PAY TO LD-DIST-PAY
003359     ELSE
003361         MOVE PD-DIST-DEPT (LD-DIST-IX) TO LX-DEPT
003362         IF LX-DEPT = SPACES
003363             MOVE PD-DEPT TO LX-DEPT
003365         END-IF
003366         MOVE PD-DIST-JOB (LD-DIST-IX) TO LX-JOB
003368         COMPUTE LX-HOURS =
003369             PD-DIST-HOURS (LD-DIST-IX) * LD-SIGN-FACTOR
003370         COMPUTE LX-OT-HOURS =
003372             PD-DIST-OT-HOURS (LD-DIST-IX) * LD-SIGN-FACTOR
003373         COMPUTE LX-OT-PAY =
003375             PD-DIST-OT-PAY (LD-DIST-IX) * LD-SIGN-FACTOR
003376         MOVE PD-DIST-PAY (LD-DIST-IX) TO LD-DIST-PAY
003377     END-IF.
003379     IF LD-DIST-IX = LD-DIST-LAST
003380         COMPUTE LD-DIST-PAY  = PD-GROSS-PAY - LD-DIST-PAY-SUM
003382         COMPUTE LD-DIST-FUTA = PD-ER-FUTA - LD-DIST-FUTA-SUM
003383         COMPUTE LD-DIST-SUTA = PD-ER-SUTA - LD-DIST-SUTA-SUM
003384     ELSE
003386         MOVE ZERO TO LD-DIST-FUTA LD-DIST-SUTA
003387         IF PD-GROSS-PAY NOT = ZERO
003389             COMPUTE LD-DIST-FUTA ROUNDED =
003390                 PD-ER-FUTA * LD-DIST-PAY / PD-GROSS-PAY
003391             COMPUTE LD-DIST-SUTA ROUNDED =
003393                 PD-ER-SUTA * LD-DIST-PAY / PD-GROSS-PAY
003394         END-IF
003396     END-IF.
003397     ADD LD-DIST-PAY  TO LD-DIST-PAY-SUM.
003398     ADD LD-DIST-FUTA TO LD-DIST-FUTA-SUM.
003400     ADD LD-DIST-SUTA TO LD-DIST-SUTA-SUM.
003401     COMPUTE LX-GROSS   = LD-DIST-PAY  * LD-SIGN-FACTOR.
003403     COMPUTE LX-ER-FUTA = LD-DIST-FUTA * LD-SIGN-FACTOR.
003404     COMPUTE LX-ER-SUTA = LD-DIST-SUTA * LD-SIGN-FACTOR.
003405     WRITE DIST-WORK-RECORD.
003407     ADD 1 TO LD-DIST-COUNT.
003408 1250-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003436*  1300-ACCUMULATE-TOTALS - ROLL THE PAY RECORD INTO THE COMPANY
003443*                           TOTALS, SIGNED BY RECORD TYPE
003450*****************************************************************
003530 1300-ACCUMULATE-TOTALS.
003610     ADD 1 TO LD-RECORD-COUNT.
003670     COMPUTE LD-TOTAL-GROSS = LD-TOTAL-GROSS
003680         + PD-GROSS-PAY * LD-SIGN-FACTOR.
003690     COMPUTE LD-TOTAL-FED-WH = LD-TOTAL-FED-WH
003710     COMPUTE LD-TOTAL-STATE-WH = LD-TOTAL-STATE-WH
003720         + PD-STATE-WH * LD-SIGN-FACTOR.
003730     COMPUTE LD-TOTAL-FICA-WH = LD-TOTAL-FICA-WH
003731         + PD-FICA-WH * LD-SIGN-FACTOR.
003732     COMPUTE LD-TOTAL-MEDICARE-WH = LD-TOTAL-MEDICARE-WH
003733         + PD-MEDICARE-WH * LD-SIGN-FACTOR.
003734     COMPUTE LD-TOTAL-DEDUCTIONS = LD-TOTAL-DEDUCTIONS
003735         + PD-TOTAL-DEDUCTIONS * LD-SIGN-FACTOR.
003736     COMPUTE LD-TOTAL-NET = LD-TOTAL-NET
003737         + PD-NET-PAY * LD-SIGN-FACTOR.
003738     COMPUTE LD-TOTAL-ER-FUTA = LD-TOTAL-ER-FUTA
003739         + PD-ER-FUTA * LD-SIGN-FACTOR.
003740     COMPUTE LD-TOTAL-ER-SUTA = LD-TOTAL-ER-SUTA
003741         + PD-ER-SUTA * LD-SIGN-FACTOR.
003742     COMPUTE LD-TOTAL-OVP-RECOVERY = LD-TOTAL-OVP-RECOVERY
003743         + PD-OVP-RECOVERY * LD-SIGN-FACTOR.
003744 1300-EXIT.
003745     EXIT.
003746
003747*****************************************************************
003748*  2000-DISTRIBUTE-LABOR - ONE DISTRIBUTION ENTRY PER PASS WITH
003749*                          A CONTROL BREAK ON DEPARTMENT
003750*****************************************************************
003751 2000-DISTRIBUTE-LABOR.
003752     IF DS-DEPT NOT = LD-CURRENT-DEPT
003753         PERFORM 3000-DEPT-BREAK THRU 3000-EXIT
003754     END-IF.
003755
003756     PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.
003757     PERFORM 2300-ACCUMULATE   THRU 2300-EXIT.
003758     IF DS-JOB NOT = SPACES
003759         PERFORM 2400-ADD-JOB-COST THRU 2400-EXIT
003760     END-IF.
003761     PERFORM 2100-READ-DIST-DETAIL THRU 2100-EXIT.
003762 2000-EXIT.
003763     EXIT.
003764
003765*****************************************************************
003766*  2100-READ-DIST-DETAIL
003767*****************************************************************
003768 2100-READ-DIST-DETAIL.
003769     READ DIST-DETAIL
003770         AT END
003771             SET LD-EOF TO TRUE
003772     END-READ.
003773 2100-EXIT.
003774     EXIT.
003775
003776*****************************************************************
003777*  2200-WRITE-DETAIL - ONE REPORT LINE PER DISTRIBUTION ENTRY
003778*****************************************************************
003779 2200-WRITE-DETAIL.
003780     MOVE DS-DEPT     TO LD-DTL-DEPT.
003781     MOVE DS-JOB      TO LD-DTL-JOB.
003782     MOVE DS-EMP-ID   TO LD-DTL-EMP-ID.
003783     MOVE DS-EMP-NAME TO LD-DTL-EMP-NAME.
003784     MOVE DS-HOURS    TO LD-DTL-HOURS.
003785     MOVE DS-OT-HOURS TO LD-DTL-OT-HOURS.
003786     MOVE DS-GROSS    TO LD-DTL-GROSS.
003787     MOVE DS-OT-PAY   TO LD-DTL-OT-PAY.
003788     COMPUTE LD-DTL-ER-TAX = DS-ER-FUTA + DS-ER-SUTA.
003789     WRITE LABOR-REPORT-LINE FROM LD-DETAIL-LINE.
003790 2200-EXIT.
003791     EXIT.
003792
003793*****************************************************************
003794*  2300-ACCUMULATE - ROLL THE ENTRY INTO THE DEPARTMENT TOTALS.
003795*                    THE WORK FILE IS ALREADY SIGNED.  EACH
003796*                    EMPLOYEE COUNTS ONCE IN A DEPARTMENT.
003797*****************************************************************
003798 2300-ACCUMULATE.
003799     IF DS-EMP-ID NOT = LD-CURRENT-EMP-ID
003800         ADD 1 TO LD-DEPT-EMP-COUNT
003801         MOVE DS-EMP-ID TO LD-CURRENT-EMP-ID
003802     END-IF.
003803     ADD DS-HOURS    TO LD-DEPT-HOURS.
003804     ADD DS-OT-HOURS TO LD-DEPT-OT-HOURS.
003805     ADD DS-GROSS    TO LD-DEPT-GROSS.
003806     ADD DS-OT-PAY   TO LD-DEPT-OT-PAY.
003807     ADD DS-ER-FUTA  TO LD-DEPT-ER-FUTA.
003808     ADD DS-ER-SUTA  TO LD-DEPT-ER-SUTA.
003810 2300-EXIT.
003820     EXIT.
003821
003822*****************************************************************
003823*  2400-ADD-JOB-COST - ROLL THE ENTRY INTO ITS JOB'S TOTALS
003824*****************************************************************
003825 2400-ADD-JOB-COST.
003826     MOVE ZERO TO LD-JOB-FOUND.
003827     PERFORM 2450-MATCH-JOB THRU 2450-EXIT
003828         VARYING LD-JOB-IX FROM 1 BY 1
003829         UNTIL LD-JOB-IX > LD-JOB-COUNT
003830             OR LD-JOB-FOUND > ZERO.
003831     IF LD-JOB-FOUND = ZERO
003832         IF LD-JOB-COUNT NOT < 100
003833             SET LD-JOB-TABLE-FULL TO TRUE
003834             GO TO 2400-EXIT
003835         END-IF
003836         ADD 1 TO LD-JOB-COUNT
003837         MOVE LD-JOB-COUNT TO LD-JOB-FOUND
003838         MOVE DS-JOB TO LD-JTB-JOB (LD-JOB-FOUND)
003839         MOVE ZERO TO LD-JTB-HOURS (LD-JOB-FOUND)
003840                      LD-JTB-OT-HOURS (LD-JOB-FOUND)
003841                      LD-JTB-GROSS (LD-JOB-FOUND)
003842                      LD-JTB-OT-PAY (LD-JOB-FOUND)
003843                      LD-JTB-ER-TAX (LD-JOB-FOUND)
003845     END-IF.
003846     ADD DS-HOURS    TO LD-JTB-HOURS (LD-JOB-FOUND).
003847     ADD DS-OT-HOURS TO LD-JTB-OT-HOURS (LD-JOB-FOUND).
003848     ADD DS-GROSS    TO LD-JTB-GROSS (LD-JOB-FOUND).
003849     ADD DS-OT-PAY   TO LD-JTB-OT-PAY (LD-JOB-FOUND).
003850     COMPUTE LD-JTB-ER-TAX (LD-JOB-FOUND) =
003851         LD-JTB-ER-TAX (LD-JOB-FOUND) + DS-ER-FUTA + DS-ER-SUTA.
003852 2400-EXIT.
003853     EXIT.
003854
003855*****************************************************************
003856*  2450-MATCH-JOB
003857*****************************************************************
003858 2450-MATCH-JOB.
003859     IF LD-JTB-JOB (LD-JOB-IX) = DS-JOB
003860         MOVE LD-JOB-IX TO LD-JOB-FOUND
003861     END-IF.
003862 2450-EXIT.
003863     EXIT.
003864
003865*****************************************************************
003866*  3000-DEPT-BREAK - SUBTOTAL THE DEPARTMENT JUST FINISHED AND
003867*                    SAVE ITS GROSS AND EMPLOYER TAXES FOR THE
003868*                    JOURNAL DEBITS
003870*****************************************************************
003880 3000-DEPT-BREAK.
003890     MOVE LD-CURRENT-DEPT  TO LD-SUB-DEPT.
003900     MOVE LD-DEPT-EMP-COUNT TO LD-SUB-EMP-COUNT.
003903     MOVE LD-DEPT-HOURS    TO LD-SUB-HOURS.
003906     MOVE LD-DEPT-OT-HOURS TO LD-SUB-OT-HOURS.
003910     MOVE LD-DEPT-GROSS    TO LD-SUB-GROSS.
003916     MOVE LD-DEPT-OT-PAY   TO LD-SUB-OT-PAY.
003922     COMPUTE LD-SUB-ER-TAX = LD-DEPT-ER-FUTA + LD-DEPT-ER-SUTA.
003930     WRITE LABOR-REPORT-LINE FROM LD-SUBTOTAL-LINE.
003940
003950     IF LD-DEPT-COUNT < 50
003960         ADD 1 TO LD-DEPT-COUNT
003970         MOVE LD-CURRENT-DEPT TO LD-TBL-DEPT (LD-DEPT-COUNT)
003980         MOVE LD-DEPT-GROSS   TO LD-TBL-GROSS (LD-DEPT-COUNT)
003983         MOVE LD-DEPT-ER-FUTA TO LD-TBL-ER-FUTA (LD-DEPT-COUNT)
003986         MOVE LD-DEPT-ER-SUTA TO LD-TBL-ER-SUTA (LD-DEPT-COUNT)
003990     ELSE
004000*          A DEPARTMENT BEYOND THE TABLE WOULD LOSE ITS DEBIT
004010*          LINE, SO THE JOURNAL MUST NOT BE RELEASED.
004020         SET LD-TABLE-FULL TO TRUE
004030     END-IF.
004040
004050     MOVE DS-DEPT TO LD-CURRENT-DEPT.
004054     MOVE SPACES TO LD-CURRENT-EMP-ID.
004058     MOVE ZERO TO LD-DEPT-HOURS LD-DEPT-OT-HOURS
004062                  LD-DEPT-GROSS LD-DEPT-OT-PAY
004066                  LD-DEPT-ER-FUTA LD-DEPT-ER-SUTA.
004070     MOVE ZERO TO LD-DEPT-EMP-COUNT.
004080 3000-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*  5000-WRITE-JOURNAL - THE LABOR AND EMPLOYER UNEMPLOYMENT TAX
004130*                       EXPENSE DEBITS BY DEPARTMENT, THEN
004140*                       THE LIABILITY AND CLEARING CREDITS.
004150*                       ONLY CALLED AFTER THE PROOF SHOWS
004155*                       DEBITS EQUAL CREDITS.
004160*****************************************************************
004170 5000-WRITE-JOURNAL.
004180     PERFORM 5100-WRITE-DEBIT-LINE THRU 5100-EXIT
004430     MOVE LD-TOTAL-DEDUCTIONS TO GL-CREDIT-AMOUNT.
004440     MOVE 'EMPLOYEE DEDUCTIONS PAYABLE' TO GL-DESCRIPTION.
004450     PERFORM 5200-WRITE-CREDIT-LINE THRU 5200-EXIT.
004451
004452     MOVE LD-ACCT-FUTA-PAYABLE TO GL-ACCOUNT.
004453     MOVE LD-TOTAL-ER-FUTA TO GL-CREDIT-AMOUNT.
004454     MOVE 'FUTA PAYABLE' TO GL-DESCRIPTION.
004455     PERFORM 5200-WRITE-CREDIT-LINE THRU 5200-EXIT.
004457
004458     MOVE LD-ACCT-SUTA-PAYABLE TO GL-ACCOUNT.
004459     MOVE LD-TOTAL-ER-SUTA TO GL-CREDIT-AMOUNT.
004460     MOVE 'SUTA PAYABLE' TO GL-DESCRIPTION.
004461     PERFORM 5200-WRITE-CREDIT-LINE THRU 5200-EXIT.
004462
004464     MOVE LD-ACCT-OVP-RECEIVABLE TO GL-ACCOUNT.
004465     MOVE LD-TOTAL-OVP-RECOVERY TO GL-CREDIT-AMOUNT.
004466     MOVE 'OVERPAYMENT RECEIVABLE' TO GL-DESCRIPTION.
004467     PERFORM 5200-WRITE-CREDIT-LINE THRU 5200-EXIT.
004468
004470     MOVE LD-ACCT-NET-CLEARING TO GL-ACCOUNT.
004480     MOVE LD-TOTAL-NET TO GL-CREDIT-AMOUNT.
004490     MOVE 'NET PAY CLEARING' TO GL-DESCRIPTION.
004590*                          TO THE LABOR SUSPENSE ACCOUNT
004600*                          INSTEAD OF THE LEDGER.  A DEPARTMENT
004610*                          THAT NETTED TO ZERO (E.G. FULLY
004620*                          REVERSED) IS NOT POSTED.  THE
004623*                          DEPARTMENT'S EMPLOYER FUTA AND SUTA
004626*                          EXPENSE FOLLOW.
004630*****************************************************************
004640 5100-WRITE-DEBIT-LINE.
004643     IF LD-TBL-GROSS (LD-DEPT-IX) NOT = ZERO
004647         PERFORM 5150-RESOLVE-DEPT-ACCOUNT THRU 5150-EXIT
004651         MOVE LD-TBL-DEPT (LD-DEPT-IX) TO GL-DEPT
004655         MOVE LD-TBL-GROSS (LD-DEPT-IX) TO GL-DEBIT-AMOUNT
004658         MOVE ZERO TO GL-CREDIT-AMOUNT
004662         MOVE LD-RUN-DATE TO GL-RUN-DATE
004666         WRITE GL-JOURNAL-RECORD
004670     END-IF.
004676
004682     MOVE LD-ACCT-FUTA-EXPENSE TO GL-ACCOUNT.
004689     MOVE LD-TBL-ER-FUTA (LD-DEPT-IX) TO GL-DEBIT-AMOUNT.
004695     MOVE 'EMPLOYER FUTA EXPENSE' TO GL-DESCRIPTION.
004701     PERFORM 5300-WRITE-EXPENSE-LINE THRU 5300-EXIT.
004708
004714     MOVE LD-ACCT-SUTA-EXPENSE TO GL-ACCOUNT.
004720     MOVE LD-TBL-ER-SUTA (LD-DEPT-IX) TO GL-DEBIT-AMOUNT.
004727     MOVE 'EMPLOYER SUTA EXPENSE' TO GL-DESCRIPTION.
004733     PERFORM 5300-WRITE-EXPENSE-LINE THRU 5300-EXIT.
004740 5100-EXIT.
004750     EXIT.
004760
005220     EXIT.
005230
005240*****************************************************************
005241*  5300-WRITE-EXPENSE-LINE - EXPENSE DEBIT FOR THE DEPARTMENT
005242*                            IN THE TABLE SLOT.  ACCOUNT, AMOUNT,
005243*                            AND DESCRIPTION ALREADY SET BY THE
005244*                            CALLER.  A ZERO DEBIT IS NOT POSTED.
005245*****************************************************************
005246 5300-WRITE-EXPENSE-LINE.
005247     IF GL-DEBIT-AMOUNT = ZERO
005248         GO TO 5300-EXIT
005249     END-IF.
005250     MOVE LD-TBL-DEPT (LD-DEPT-IX) TO GL-DEPT.
005251     MOVE ZERO TO GL-CREDIT-AMOUNT.
005252     MOVE LD-RUN-DATE TO GL-RUN-DATE.
005253     WRITE GL-JOURNAL-RECORD.
005254 5300-EXIT.
005255     EXIT.
005256
005257*****************************************************************
005258*  6000-WRITE-JOB-SUMMARY - ONE LINE PER JOB CHARGED THIS RUN,
005259*                           NAMED FROM THE JOB MASTER WHEN ONE IS
005260*                           ON FILE
005261*****************************************************************
005262 6000-WRITE-JOB-SUMMARY.
005263     IF LD-JOB-COUNT = ZERO
005264         GO TO 6000-EXIT
005265     END-IF.
005266     WRITE LABOR-REPORT-LINE FROM LD-JOB-HEADING-LINE.
005267     WRITE LABOR-REPORT-LINE FROM LD-JOB-COLUMN-LINE.
005268     PERFORM 6100-WRITE-JOB-LINE THRU 6100-EXIT
005269         VARYING LD-JOB-IX FROM 1 BY 1
005270         UNTIL LD-JOB-IX > LD-JOB-COUNT.
005271     IF LD-JOB-TABLE-FULL
005272         WRITE LABOR-REPORT-LINE FROM LD-JOB-FULL-LINE
005273     END-IF.
005275 6000-EXIT.
005276     EXIT.
005277
005278*****************************************************************
005279*  6100-WRITE-JOB-LINE
005280*****************************************************************
005281 6100-WRITE-JOB-LINE.
005282     MOVE LD-JTB-JOB (LD-JOB-IX) TO LD-JDL-JOB.
005283     MOVE SPACES TO LD-JDL-DESCRIPTION.
005284     IF LD-JOBMAST-AVAIL
005285         MOVE LD-JTB-JOB (LD-JOB-IX) TO JB-JOB-NUMBER
005286         READ JOB-MASTER
005287             INVALID KEY
005288                 MOVE 'NOT ON JOB MASTER' TO LD-JDL-DESCRIPTION
005289             NOT INVALID KEY
005290                 MOVE JB-DESCRIPTION TO LD-JDL-DESCRIPTION
005291         END-READ
005292     END-IF.
005293     MOVE LD-JTB-HOURS (LD-JOB-IX)    TO LD-JDL-HOURS.
005294     MOVE LD-JTB-OT-HOURS (LD-JOB-IX) TO LD-JDL-OT-HOURS.
005295     MOVE LD-JTB-GROSS (LD-JOB-IX)    TO LD-JDL-GROSS.
005296     MOVE LD-JTB-OT-PAY (LD-JOB-IX)   TO LD-JDL-OT-PAY.
005297     MOVE LD-JTB-ER-TAX (LD-JOB-IX)   TO LD-JDL-ER-TAX.
005298     WRITE LABOR-REPORT-LINE FROM LD-JOB-DETAIL-LINE.
005299 6100-EXIT.
005300     EXIT.
005301
005302*****************************************************************
005303*  9000-TERMINATE - FINAL DEPARTMENT BREAK, COMPANY TOTALS,
005304*                   BALANCE PROOF, AND THE JOURNAL WHEN THE
005305*                   PROOF HOLDS
005306*****************************************************************
005307 9000-TERMINATE.
005308     IF LD-DIST-COUNT > ZERO
005310         PERFORM 3000-DEPT-BREAK THRU 3000-EXIT
005320     END-IF.
005330
005350     MOVE LD-TOTAL-GROSS  TO LD-TOT-GROSS.
005360     MOVE LD-TOTAL-NET    TO LD-TOT-NET.
005370     WRITE LABOR-REPORT-LINE FROM LD-TOTAL-LINE.
005375     PERFORM 6000-WRITE-JOB-SUMMARY THRU 6000-EXIT.
005380
005390     COMPUTE LD-TOTAL-DEBITS = LD-TOTAL-GROSS
005395         + LD-TOTAL-ER-FUTA + LD-TOTAL-ER-SUTA.
005400     COMPUTE LD-TOTAL-CREDITS = LD-TOTAL-FED-WH
005410         + LD-TOTAL-STATE-WH + LD-TOTAL-FICA-WH
005420         + LD-TOTAL-MEDICARE-WH + LD-TOTAL-DEDUCTIONS
005430         + LD-TOTAL-NET + LD-TOTAL-ER-FUTA + LD-TOTAL-ER-SUTA
005435         + LD-TOTAL-OVP-RECOVERY.
005440     MOVE LD-TOTAL-DEBITS  TO LD-PRF-DEBITS.
005450     MOVE LD-TOTAL-CREDITS TO LD-PRF-CREDITS.
005460     EVALUATE TRUE
005600         PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
005610     END-IF.
005620
005630     CLOSE DIST-DETAIL.
005640     IF LD-DEPTMAST-AVAIL
005650         CLOSE DEPARTMENT-MASTER
005652     END-IF.
005655     IF LD-JOBMAST-AVAIL
005657         CLOSE JOB-MASTER
005660     END-IF.
005670     CLOSE LABOR-REPORT.
005680     CLOSE GL-JOURNAL.
