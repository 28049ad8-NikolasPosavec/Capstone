000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JOBMAINT.
000030 AUTHOR. R T SIMMONS.
000040 INSTALLATION. PAYROLL DEPARTMENT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : JOBMAINT
000090*  DESCRIPTION  : APPLIES ADD, CHANGE, AND CLOSE TRANSACTIONS
000100*                 TO THE JOB / PROJECT INDEXED MASTER (JOB
000110*                 NUMBER, DESCRIPTION, CONTRACT NUMBER, PROJECT
000120*                 LOCATION, WORK CLASSIFICATION, CERTIFIED-
000130*                 PAYROLL SWITCH, ACTIVE/CLOSED STATUS) AND
000140*                 PRINTS A MAINTENANCE REPORT SHOWING EACH
000150*                 TRANSACTION APPLIED OR REJECTED.  A CERTIFIED-
000160*                 PAYROLL JOB MUST CARRY ITS CONTRACT NUMBER,
000170*                 LOCATION, AND WORK CLASSIFICATION - THE WH-347
000180*                 PRINTS THEM.  MODELED ON DEPTMNT.
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
000330     SELECT JOB-MASTER        ASSIGN TO "JOBMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS JB-JOB-NUMBER
000370         FILE STATUS IS JX-JOBMAST-STATUS.
000380
000390     SELECT JOB-MAINT-TRANS   ASSIGN TO "JOBTRAN"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS JX-JOBTRAN-STATUS.
000420
000430     SELECT MAINT-REPORT      ASSIGN TO "JOBMRPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS JX-MAINTRPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  JOB-MASTER
000500     LABEL RECORDS ARE STANDARD.
000510     COPY JOBMAST.
000520
000530 FD  JOB-MAINT-TRANS
000540     LABEL RECORDS ARE STANDARD.
000550     COPY JOBTRAN.
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
000660 77  JX-JOBMAST-STATUS          PIC X(02) VALUE '00'.
000670 77  JX-JOBTRAN-STATUS          PIC X(02) VALUE '00'.
000680 77  JX-MAINTRPT-STATUS         PIC X(02) VALUE '00'.
000690
000700 77  JX-EOF-TRANS-SW            PIC X(01) VALUE 'N'.
000710     88  JX-EOF-TRANS                      VALUE 'Y'.
000720
000730 77  JX-TRANS-VALID-SW          PIC X(01) VALUE 'Y'.
000740     88  JX-TRANS-VALID                    VALUE 'Y'.
000750     88  JX-TRANS-INVALID                  VALUE 'N'.
000760
000770 77  JX-JOB-FOUND-SW            PIC X(01) VALUE 'N'.
000780     88  JX-JOB-FOUND                      VALUE 'Y'.
000790     88  JX-JOB-NOT-FOUND                  VALUE 'N'.
000800
000810 77  JX-DISPOSITION             PIC X(25) VALUE SPACES.
000820
000830*----------------------------------------------------------------
000840*  RUN DATE AND COUNTS
000850*----------------------------------------------------------------
000860 01  JX-RUN-DATE.
000870     05  JX-RUN-YEAR            PIC 9(4).
000880     05  JX-RUN-MONTH           PIC 9(2).
000890     05  JX-RUN-DAY             PIC 9(2).
000900
000910 77  JX-ADD-COUNT               PIC 9(5) COMP VALUE ZERO.
000920 77  JX-CHANGE-COUNT            PIC 9(5) COMP VALUE ZERO.
000930 77  JX-CLOSE-COUNT             PIC 9(5) COMP VALUE ZERO.
000940 77  JX-REJECT-COUNT            PIC 9(5) COMP VALUE ZERO.
000950
000960*----------------------------------------------------------------
000970*  MAINTENANCE REPORT LINES
000980*----------------------------------------------------------------
000990 01  JX-HEADING-LINE.
001000     05  FILLER  PIC X(30) VALUE
001010         'JOB MASTER MAINTENANCE REPORT'.
001020
001030 01  JX-COLUMN-LINE.
001040     05  FILLER  PIC X(03) VALUE 'ACT'.
001050     05  FILLER  PIC X(02) VALUE SPACES.
001060     05  FILLER  PIC X(08) VALUE 'JOB'.
001070     05  FILLER  PIC X(32) VALUE 'DESCRIPTION'.
001080     05  FILLER  PIC X(17) VALUE 'CONTRACT NO'.
001090     05  FILLER  PIC X(17) VALUE 'WORK CLASS'.
001100     05  FILLER  PIC X(04) VALUE 'CERT'.
001110     05  FILLER  PIC X(25) VALUE 'DISPOSITION'.
001120
001130 01  JX-DETAIL-LINE.
001140     05  JX-DTL-ACTION          PIC X(01).
001150     05  FILLER                 PIC X(04) VALUE SPACES.
001160     05  JX-DTL-JOB-NUMBER      PIC X(06).
001170     05  FILLER                 PIC X(02) VALUE SPACES.
001180     05  JX-DTL-DESCRIPTION     PIC X(30).
001190     05  FILLER                 PIC X(02) VALUE SPACES.
001200     05  JX-DTL-CONTRACT-NUMBER PIC X(15).
001210     05  FILLER                 PIC X(02) VALUE SPACES.
001220     05  JX-DTL-WORK-CLASS      PIC X(15).
001230     05  FILLER                 PIC X(02) VALUE SPACES.
001240     05  JX-DTL-CERTIFIED       PIC X(01).
001250     05  FILLER                 PIC X(03) VALUE SPACES.
001260     05  JX-DTL-DISPOSITION     PIC X(25).
001270
001280 01  JX-TOTAL-LINE.
001290     05  FILLER  PIC X(12) VALUE 'ADDS:'.
001300     05  JX-TOT-ADDS            PIC ZZZZ9.
001310     05  FILLER  PIC X(12) VALUE 'CHANGES:'.
001320     05  JX-TOT-CHANGES         PIC ZZZZ9.
001330     05  FILLER  PIC X(10) VALUE 'CLOSURES:'.
001340     05  JX-TOT-CLOSURES        PIC ZZZZ9.
001350     05  FILLER  PIC X(10) VALUE 'REJECTS:'.
001360     05  JX-TOT-REJECTS         PIC ZZZZ9.
001370
001380 PROCEDURE DIVISION.
001390*****************************************************************
001400*  0000-MAINLINE
001410*****************************************************************
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001450         UNTIL JX-EOF-TRANS.
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001470     STOP RUN.
001480
001490*****************************************************************
001500*  1000-INITIALIZE - OPEN FILES, PRINT REPORT HEADINGS
001510*****************************************************************
001520 1000-INITIALIZE.
001530     ACCEPT JX-RUN-DATE FROM DATE YYYYMMDD.
001540
001550     OPEN I-O    JOB-MASTER.
001560     IF JX-JOBMAST-STATUS = '35'
001570         OPEN OUTPUT JOB-MASTER
001580         CLOSE JOB-MASTER
001590         OPEN I-O JOB-MASTER
001600     END-IF.
001610     OPEN INPUT  JOB-MAINT-TRANS.
001620     OPEN OUTPUT MAINT-REPORT.
001630
001640     WRITE MAINT-REPORT-LINE FROM JX-HEADING-LINE.
001650     WRITE MAINT-REPORT-LINE FROM JX-COLUMN-LINE.
001660
001670     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001680 1000-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720*  2000-PROCESS-TRANSACTIONS - ONE MAINTENANCE TRANSACTION PER
001730*                              PASS
001740*****************************************************************
001750 2000-PROCESS-TRANSACTIONS.
001760     SET JX-TRANS-VALID TO TRUE.
001770     MOVE SPACES TO JX-DISPOSITION.
001780     PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
001790
001800     IF JX-TRANS-VALID
001810         EVALUATE TRUE
001820             WHEN JT-ADD
001830                 PERFORM 2300-ADD-JOB THRU 2300-EXIT
001840             WHEN JT-CHANGE
001850                 PERFORM 2400-CHANGE-JOB THRU 2400-EXIT
001860             WHEN JT-CLOSE
001870                 PERFORM 2500-CLOSE-JOB THRU 2500-EXIT
001880         END-EVALUATE
001890     ELSE
001900         ADD 1 TO JX-REJECT-COUNT
001910     END-IF.
001920
001930     PERFORM 2600-WRITE-MAINT-LINE THRU 2600-EXIT.
001940     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001950 2000-EXIT.
001960     EXIT.
001970
001980*****************************************************************
001990*  2100-READ-TRANSACTION
002000*****************************************************************
002010 2100-READ-TRANSACTION.
002020     READ JOB-MAINT-TRANS
002030         AT END
002040             SET JX-EOF-TRANS TO TRUE
002050     END-READ.
002060 2100-EXIT.
002070     EXIT.
002080
002090*****************************************************************
002100*  2200-EDIT-TRANSACTION - VALIDATE THE ACTION CODE, THE
002110*                          JOB NUMBER, AND FOR ADD/CHANGE THE
002120*                          DESCRIPTION AND CERTIFIED-PAYROLL DATA
002130*****************************************************************
002140 2200-EDIT-TRANSACTION.
002150     EVALUATE TRUE
002160         WHEN NOT JT-ADD AND NOT JT-CHANGE AND NOT JT-CLOSE
002170             SET JX-TRANS-INVALID TO TRUE
002180             MOVE 'INVALID ACTION CODE' TO JX-DISPOSITION
002190         WHEN JT-JOB-NUMBER = SPACES
002200             SET JX-TRANS-INVALID TO TRUE
002210             MOVE 'JOB NUMBER MISSING' TO JX-DISPOSITION
002220         WHEN (JT-ADD OR JT-CHANGE) AND JT-DESCRIPTION = SPACES
002230             SET JX-TRANS-INVALID TO TRUE
002240             MOVE 'DESCRIPTION MISSING' TO JX-DISPOSITION
002250         WHEN (JT-ADD OR JT-CHANGE) AND NOT JT-CERTIFIED
002260                 AND NOT JT-NOT-CERTIFIED
002270             SET JX-TRANS-INVALID TO TRUE
002280             MOVE 'INVALID CERTIFIED SWITCH' TO JX-DISPOSITION
002290         WHEN (JT-ADD OR JT-CHANGE) AND JT-CERTIFIED
002300                 AND (JT-CONTRACT-NUMBER = SPACES
002310                     OR JT-LOCATION = SPACES
002320                     OR JT-WORK-CLASS = SPACES)
002330             SET JX-TRANS-INVALID TO TRUE
002340             MOVE 'CERTIFIED JOB INCOMPLETE' TO JX-DISPOSITION
002350         WHEN OTHER
002360             CONTINUE
002370     END-EVALUATE.
002380 2200-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002420*  2300-ADD-JOB - ADD A NEW JOB-MASTER RECORD
002430*****************************************************************
002440 2300-ADD-JOB.
002450     PERFORM 2700-READ-JOB THRU 2700-EXIT.
002460     IF JX-JOB-FOUND
002470         MOVE 'REJECTED - ALREADY ON FILE' TO JX-DISPOSITION
002480         ADD 1 TO JX-REJECT-COUNT
002490     ELSE
002500         MOVE SPACES TO JOB-MASTER-RECORD
002510         MOVE JT-JOB-NUMBER  TO JB-JOB-NUMBER
002520         PERFORM 2350-MOVE-JOB-FIELDS THRU 2350-EXIT
002530         SET JB-ACTIVE TO TRUE
002540         MOVE ZERO           TO JB-LAST-PAYROLL-NO
002550         MOVE ZERO           TO JB-LAST-WEEK-ENDING
002560         MOVE JX-RUN-DATE    TO JB-DATE-ADDED
002570         MOVE JX-RUN-DATE    TO JB-DATE-CHANGED
002580         WRITE JOB-MASTER-RECORD
002590         MOVE 'ADDED' TO JX-DISPOSITION
002600         ADD 1 TO JX-ADD-COUNT
002610     END-IF.
002620 2300-EXIT.
002630     EXIT.
002640
002650*****************************************************************
002660*  2350-MOVE-JOB-FIELDS - CARRY THE TRANSACTION'S DESCRIPTIVE
002670*                         FIELDS ONTO THE MASTER
002680*****************************************************************
002690 2350-MOVE-JOB-FIELDS.
002700     MOVE JT-DESCRIPTION     TO JB-DESCRIPTION.
002710     MOVE JT-CONTRACT-NUMBER TO JB-CONTRACT-NUMBER.
002720     MOVE JT-LOCATION        TO JB-LOCATION.
002730     MOVE JT-WORK-CLASS      TO JB-WORK-CLASS.
002740     IF JT-CERTIFIED
002750         MOVE 'Y' TO JB-CERTIFIED-SW
002760     ELSE
002770         MOVE 'N' TO JB-CERTIFIED-SW
002780     END-IF.
002790 2350-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830*  2400-CHANGE-JOB - CHANGE THE DESCRIPTIVE AND CERTIFIED-
002840*                    PAYROLL FIELDS, AND REOPEN A CLOSED JOB
002850*****************************************************************
002860 2400-CHANGE-JOB.
002870     PERFORM 2700-READ-JOB THRU 2700-EXIT.
002880     IF JX-JOB-NOT-FOUND
002890         MOVE 'REJECTED - NOT ON FILE' TO JX-DISPOSITION
002900         ADD 1 TO JX-REJECT-COUNT
002910     ELSE
002920         PERFORM 2350-MOVE-JOB-FIELDS THRU 2350-EXIT
002930         SET JB-ACTIVE TO TRUE
002940         MOVE JX-RUN-DATE    TO JB-DATE-CHANGED
002950         REWRITE JOB-MASTER-RECORD
002960         MOVE 'CHANGED' TO JX-DISPOSITION
002970         ADD 1 TO JX-CHANGE-COUNT
002980     END-IF.
002990 2400-EXIT.
003000     EXIT.
003010
003020*****************************************************************
003030*  2500-CLOSE-JOB - SET STATUS TO CLOSED.  PAYROLL REJECTS ANY
003040*                   LATER TIMECARD CHARGING IT.  THE WH-347
003050*                   PAYROLL NUMBER IS KEPT IN CASE IT REOPENS.
003060*****************************************************************
003070 2500-CLOSE-JOB.
003080     PERFORM 2700-READ-JOB THRU 2700-EXIT.
003090     IF JX-JOB-NOT-FOUND
003100         MOVE 'REJECTED - NOT ON FILE' TO JX-DISPOSITION
003110         ADD 1 TO JX-REJECT-COUNT
003120     ELSE
003130         SET JB-CLOSED TO TRUE
003140         MOVE JX-RUN-DATE TO JB-DATE-CHANGED
003150         REWRITE JOB-MASTER-RECORD
003160         MOVE 'CLOSED' TO JX-DISPOSITION
003170         ADD 1 TO JX-CLOSE-COUNT
003180     END-IF.
003190 2500-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*  2600-WRITE-MAINT-LINE - ONE DETAIL LINE PER TRANSACTION
003240*****************************************************************
003250 2600-WRITE-MAINT-LINE.
003260     MOVE JT-ACTION-CODE  TO JX-DTL-ACTION.
003270     MOVE JT-JOB-NUMBER   TO JX-DTL-JOB-NUMBER.
003280     MOVE JT-DESCRIPTION  TO JX-DTL-DESCRIPTION.
003290     MOVE JT-CONTRACT-NUMBER TO JX-DTL-CONTRACT-NUMBER.
003300     MOVE JT-WORK-CLASS   TO JX-DTL-WORK-CLASS.
003310     MOVE JT-CERTIFIED-SW TO JX-DTL-CERTIFIED.
003320     MOVE JX-DISPOSITION  TO JX-DTL-DISPOSITION.
003330     WRITE MAINT-REPORT-LINE FROM JX-DETAIL-LINE.
003340 2600-EXIT.
003350     EXIT.
003360
003370*****************************************************************
003380*  2700-READ-JOB - RANDOM READ BY THE KEYED CODE
003390*****************************************************************
003400 2700-READ-JOB.
003410     MOVE JT-JOB-NUMBER TO JB-JOB-NUMBER.
003420     READ JOB-MASTER
003430         INVALID KEY
003440             SET JX-JOB-NOT-FOUND TO TRUE
003450         NOT INVALID KEY
003460             SET JX-JOB-FOUND TO TRUE
003470     END-READ.
003480 2700-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520*  9000-TERMINATE - PRINT COUNTS, CLOSE FILES
003530*****************************************************************
003540 9000-TERMINATE.
003550     MOVE JX-ADD-COUNT    TO JX-TOT-ADDS.
003560     MOVE JX-CHANGE-COUNT TO JX-TOT-CHANGES.
003570     MOVE JX-CLOSE-COUNT  TO JX-TOT-CLOSURES.
003580     MOVE JX-REJECT-COUNT TO JX-TOT-REJECTS.
003590     WRITE MAINT-REPORT-LINE FROM JX-TOTAL-LINE.
003600
003610     CLOSE JOB-MASTER.
003620     CLOSE JOB-MAINT-TRANS.
003630     CLOSE MAINT-REPORT.
003640 9000-EXIT.
003650     EXIT.
