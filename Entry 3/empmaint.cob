000060 DATE-COMPILED.
000070*****************************************************************
000080*  PROGRAM      : EMPMAINT
000090*  DESCRIPTION  : APPLIES ADD, CHANGE, DEACTIVATE, AND
000100*                 TERMINATE TRANSACTIONS TO THE EMPLOYEE-MASTER
000110*                 INDEXED FILE AND PRINTS A MAINTENANCE REPORT
000120*                 SHOWING EACH TRANSACTION APPLIED OR REJECTED.
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*  DATE        INIT  DESCRIPTION
000520*                    WHEN ONE IS PRESENT - AN UNKNOWN OR CLOSED
000530*                    CODE REJECTS THE TRANSACTION.
000540*  2026-09-02  RTS   ADD/CHANGE NOW CARRY THE MAILING ADDRESS,
000541*                    USED FOR UNCLAIMED-PROPERTY DUE-DILIGENCE
000542*                    LETTERS (ESCHEAT).  NO EDIT - OLD DECKS
000543*                    LEAVE IT BLANK.
000544*  2026-10-15  RTS   ADD/CHANGE NOW CARRY THE PAY GROUP THAT
000545*                    NAMES THE EMPLOYEE'S PAY CALENDAR.  SPACES
000546*                    IS HONORED AS WK (WEEKLY), SO OLD DECKS
000547*                    STILL APPLY.
000548*  2026-10-15  RTS   ADDED THE TERMINATE ACTION (T).  IT
000550*                    DEACTIVATES THE EMPLOYEE, RECORDS THE
000551*                    SEPARATION DATE AND REASON ON THE MASTER,
000552*                    AND LOGS A PENDING SEPARATION RECORD SO
000553*                    SEPPAY CAN FIGURE THE FINAL PAY.  THE
000554*                    DEACTIVATE ACTION (D) IS UNCHANGED.
000555*  2026-10-15  RTS   A NEW DIRECT-DEPOSIT ELECTION OR A CHANGED
000556*                    ROUTING/ACCOUNT NOW PUTS THE EMPLOYEE ON
000557*                    PRENOTE HOLD (PAID BY CHECK UNTIL ACHPAY'S
000558*                    PRENOTE CLEARS), LOGS THE CHANGE TO THE
000560*                    BANK-CHANGE HISTORY FILE, AND MAILS A
000561*                    CONFIRMATION LETTER TO THE ADDRESS ON FILE
000562*                    BEFORE THE CHANGE.  AN ACCOUNT CHANGED MORE
000563*                    THAN ONCE IN 90 DAYS, OR A LETTER THAT
000564*                    CANNOT BE ADDRESSED, GOES ON THE NEW
000565*                    BANK-CHANGE EXCEPTIONS REPORT.
000566*  2026-10-15  RTS   ADD/CHANGE NOW CARRY AN OPTIONAL WORKERS'
000567*                    COMPENSATION CLASS CODE OVERRIDE.  IT MUST BE
000568*                    FOUR DIGITS WHEN GIVEN - SPACES TAKES THE
000570*                    CLASS OF THE DEPARTMENT CHARGED.
000571*  2026-10-15  RTS   AN ADD NOW CARRIES THE HIRE DATE, REHIRE
000572*                    FLAG, AND DATE OF BIRTH, AND MARKS THE
000573*                    EMPLOYEE OWED A STATE NEW-HIRE REPORT
000574*                    (NEWHIRE).  AN ADD WITH THE REHIRE FLAG SET
000575*                    FOR AN INACTIVE EMPLOYEE ALREADY ON FILE
000576*                    REACTIVATES THE EMPLOYEE AS A REHIRE AND
000577*                    CLEARS THE SEPARATION.  A CHANGE LEAVES THE
000578*                    HIRE DATA ALONE.
000580*****************************************************************
000590
000600 ENVIRONMENT DIVISION.
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS DP-DEPT-CODE
000901         FILE STATUS IS EX-DEPTMAST-STATUS.
000902
000903     SELECT SEPARATION-HISTORY ASSIGN TO "SEPHIST"
000905         ORGANIZATION IS INDEXED
000906         ACCESS MODE IS RANDOM
000907         RECORD KEY IS SH-SEP-KEY
000909         FILE STATUS IS EX-SEPHIST-STATUS.
000910
000911     SELECT BANK-HISTORY      ASSIGN TO "BANKHIST"
000913         ORGANIZATION IS INDEXED
000914         ACCESS MODE IS DYNAMIC
000915         RECORD KEY IS BH-BANK-KEY
000916         FILE STATUS IS EX-BANKHIST-STATUS.
000918
000919     SELECT BANK-LETTERS      ASSIGN TO "BANKLTR"
000920         ORGANIZATION IS SEQUENTIAL
000922         FILE STATUS IS EX-BANKLTR-STATUS.
000923
000924     SELECT BANK-EXCEPTIONS   ASSIGN TO "BANKXRPT"
000926         ORGANIZATION IS SEQUENTIAL
000927         FILE STATUS IS EX-BANKXRPT-STATUS.
000928
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  EMPLOYEE-MASTER
001120 FD  DEPARTMENT-MASTER
001130     LABEL RECORDS ARE STANDARD.
001140     COPY DEPTMAST.
001141
001142 FD  SEPARATION-HISTORY
001143     LABEL RECORDS ARE STANDARD.
001144     COPY SEPHIST.
001145
001146 FD  BANK-HISTORY
001147     LABEL RECORDS ARE STANDARD.
001148     COPY BANKHIST.
001149
001150 FD  BANK-LETTERS
001151     LABEL RECORDS ARE OMITTED
001152     RECORDING MODE IS F.
001153 01  BANK-LETTER-LINE           PIC X(132).
001154
001155 FD  BANK-EXCEPTIONS
001156     LABEL RECORDS ARE OMITTED
001157     RECORDING MODE IS F.
001158 01  BANK-EXCEPTION-LINE        PIC X(132).
001159
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------
001180*  FILE STATUS AND SWITCHES
001220 77  EX-MAINTRPT-STATUS         PIC X(02) VALUE '00'.
001230 77  EX-RATEHIST-STATUS         PIC X(02) VALUE '00'.
001240 77  EX-DEPTMAST-STATUS         PIC X(02) VALUE '00'.
001245 77  EX-SEPHIST-STATUS          PIC X(02) VALUE '00'.
001246 77  EX-BANKHIST-STATUS         PIC X(02) VALUE '00'.
001247 77  EX-BANKLTR-STATUS          PIC X(02) VALUE '00'.
001248 77  EX-BANKXRPT-STATUS         PIC X(02) VALUE '00'.
001250
001260 77  EX-EOF-TRANS-SW            PIC X(01) VALUE 'N'.
001270     88  EX-EOF-TRANS                      VALUE 'Y'.
001430 77  EX-DEPT-OK-SW              PIC X(01) VALUE 'Y'.
001440     88  EX-DEPT-OK                        VALUE 'Y'.
001450
001451 77  EX-BANK-CHANGE-SW          PIC X(01) VALUE 'N'.
001452     88  EX-BANK-CHANGE                    VALUE 'Y'.
001453 77  EX-BH-WRITTEN-SW           PIC X(01) VALUE 'N'.
001455     88  EX-BH-WRITTEN                     VALUE 'Y'.
001456 77  EX-EOF-BANKHIST-SW         PIC X(01) VALUE 'N'.
001457     88  EX-EOF-BANKHIST                   VALUE 'Y'.
001458
001460*----------------------------------------------------------------
001470*  INPUT VALIDATION LIMITS
001480*----------------------------------------------------------------
001490 77  EX-MIN-RATE                PIC 9(3)V99 VALUE 0.01.
001500 77  EX-MAX-RATE                PIC 9(3)V99 VALUE 200.00.
001510 77  EX-MAX-SALARY              PIC 9(7)V99 VALUE 25000.00.
001515 77  EX-MAX-FINAL-HOURS         PIC 9(3)V99 VALUE 120.00.
001520
001530*----------------------------------------------------------------
001540*  RUN DATE AND COUNTS
001600
001610 77  EX-ADD-COUNT               PIC 9(5) COMP VALUE ZERO.
001620 77  EX-CHANGE-COUNT            PIC 9(5) COMP VALUE ZERO.
001621 77  EX-DEACTIVATE-COUNT        PIC 9(5) COMP VALUE ZERO.
001622 77  EX-TERMINATE-COUNT         PIC 9(5) COMP VALUE ZERO.
001623 77  EX-REHIRE-COUNT            PIC 9(5) COMP VALUE ZERO.
001624 77  EX-REJECT-COUNT            PIC 9(5) COMP VALUE ZERO.
001625 77  EX-BANK-CHANGE-COUNT       PIC 9(5) COMP VALUE ZERO.
001626
001627*----------------------------------------------------------------
001628*  BANK-ACCOUNT CHANGES.  THE OLD ELECTION AND THE LETTER
001630*  ADDRESS ARE SAVED OFF THE MASTER BEFORE THE CHANGE OVERLAYS
001631*  THEM, SO A CHANGE THAT ALSO MOVES THE ADDRESS STILL MAILS
001632*  THE LETTER TO THE OLD ONE.  DAYS BETWEEN CHANGES ARE COUNTED
001633*  ON A 30-DAY MONTH, AS ESCHEAT COUNTS.
001634*----------------------------------------------------------------
001635 77  EX-OLD-PAY-METHOD          PIC X(01) VALUE SPACE.
001636 77  EX-OLD-ROUTING             PIC 9(09) VALUE ZERO.
001637 77  EX-OLD-ACCOUNT             PIC X(17) VALUE SPACES.
001638 77  EX-LETTER-ADDRESS          PIC X(30) VALUE SPACES.
001640 77  EX-LETTER-CITY-ST-ZIP      PIC X(30) VALUE SPACES.
001641 77  EX-RECENT-DAYS             PIC 9(3)  VALUE 90.
001642 77  EX-RECENT-CHANGES          PIC 9(3) COMP VALUE ZERO.
001643 77  EX-DAYS-SINCE-CHANGE       PIC S9(5) VALUE ZERO.
001644 77  EX-ACCT-LENGTH             PIC 9(02) COMP VALUE ZERO.
001645 01  EX-BH-DATE-R.
001646     05  EX-BH-YEAR             PIC 9(4).
001647     05  EX-BH-MONTH            PIC 9(2).
001648     05  EX-BH-DAY              PIC 9(2).
001650
001660*----------------------------------------------------------------
001670*  MAINTENANCE REPORT LINES
001810     05  FILLER  PIC X(04) VALUE 'PC'.
001820     05  FILLER  PIC X(12) VALUE 'SALARY'.
001830     05  FILLER  PIC X(06) VALUE 'DEPT'.
001835     05  FILLER  PIC X(06) VALUE 'WC'.
001840     05  FILLER  PIC X(20) VALUE 'DISPOSITION'.
001850
001860 01  EX-DETAIL-LINE.
001990     05  FILLER                 PIC X(03) VALUE SPACES.
002000     05  EX-DTL-HOME-DEPT       PIC X(04).
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002012     05  EX-DTL-WC-CLASS        PIC X(04).
002014     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  EX-DTL-DISPOSITION     PIC X(20).
002030
002031 01  EX-TOTAL-LINE.
002032     05  FILLER  PIC X(12) VALUE 'ADDS:'.
002033     05  EX-TOT-ADDS            PIC ZZZZ9.
002034     05  FILLER  PIC X(12) VALUE 'CHANGES:'.
002035     05  EX-TOT-CHANGES         PIC ZZZZ9.
002036     05  FILLER  PIC X(16) VALUE '  DEACTIVATIONS:'.
002037     05  EX-TOT-DEACTIVATIONS   PIC ZZZZ9.
002038     05  FILLER  PIC X(15) VALUE '  TERMINATIONS:'.
002039     05  EX-TOT-TERMINATIONS    PIC ZZZZ9.
002040     05  FILLER  PIC X(11) VALUE '  REHIRES:'.
002041     05  EX-TOT-REHIRES         PIC ZZZZ9.
002042     05  FILLER  PIC X(12) VALUE '  REJECTS:'.
002043     05  EX-TOT-REJECTS         PIC ZZZZ9.
002044     05  FILLER  PIC X(16) VALUE '  BANK CHANGES:'.
002045     05  EX-TOT-BANK-CHANGES    PIC ZZZZ9.
002046
002047*----------------------------------------------------------------
002048*  BANK-CHANGE CONFIRMATION LETTER LINES
002049*----------------------------------------------------------------
002050 01  EX-LTR-DATE-LINE.
002051     05  FILLER                 PIC X(06) VALUE 'DATE'.
002052     05  EX-LTR-RUN-DATE        PIC 9(8).
002053
002054 01  EX-LTR-NAME-LINE.
002055     05  EX-LTR-EMP-NAME        PIC X(30).
002056
002057 01  EX-LTR-ADDR-LINE.
002058     05  EX-LTR-ADDRESS         PIC X(30).
002059
002060 01  EX-LTR-CSZ-LINE.
002061     05  EX-LTR-CITY-ST-ZIP     PIC X(30).
002062
002063 01  EX-LTR-BODY-1.
002064     05  FILLER  PIC X(50) VALUE
002065         'OUR RECORDS SHOW THAT ON'.
002066
002067 01  EX-LTR-BODY-2.
002068     05  EX-LTR-CHANGE-DATE     PIC 9(8).
002069     05  FILLER  PIC X(45) VALUE
002070         ' YOUR PAY WAS DIRECTED TO ROUTING NUMBER'.
002071     05  EX-LTR-ROUTING         PIC 9(09).
002072
002073 01  EX-LTR-BODY-3.
002074     05  FILLER  PIC X(18) VALUE 'ACCOUNT ENDING IN'.
002075     05  EX-LTR-ACCT-LAST4      PIC X(04).
002076     05  FILLER  PIC X(40) VALUE
002077         '.  YOUR PAY WILL BE BY CHECK UNTIL'.
002078
002080 01  EX-LTR-BODY-4.
002081     05  FILLER  PIC X(50) VALUE
002082         'YOUR BANK HAS VERIFIED THE ACCOUNT.  IF YOU DID'.
002083
002084 01  EX-LTR-BODY-5.
002085     05  FILLER  PIC X(50) VALUE
002086         'NOT REQUEST THIS CHANGE, CONTACT THE PAYROLL'.
002087
002088 01  EX-LTR-BODY-6.
002089     05  FILLER  PIC X(40) VALUE
002090         'DEPARTMENT IMMEDIATELY.'.
002091
002092 01  EX-BLANK-LINE              PIC X(01) VALUE SPACE.
002093
002094*----------------------------------------------------------------
002095*  BANK-CHANGE EXCEPTIONS REPORT LINES
002096*----------------------------------------------------------------
002097 01  EX-BX-HEADING-LINE.
002098     05  FILLER  PIC X(40) VALUE
002099         'BANK ACCOUNT CHANGE EXCEPTIONS'.
002100     05  FILLER  PIC X(10) VALUE 'RUN DATE'.
002101     05  EX-BX-HDG-RUN-DATE     PIC 9(8).
002102
002103 01  EX-BX-COLUMN-LINE.
002104     05  FILLER  PIC X(07) VALUE 'EMP ID'.
002105     05  FILLER  PIC X(02) VALUE SPACES.
002106     05  FILLER  PIC X(30) VALUE 'EMPLOYEE NAME'.
002107     05  FILLER  PIC X(05) VALUE '90D'.
002108     05  FILLER  PIC X(11) VALUE 'OLD ROUTE'.
002109     05  FILLER  PIC X(19) VALUE 'OLD ACCOUNT'.
002110     05  FILLER  PIC X(11) VALUE 'NEW ROUTE'.
002111     05  FILLER  PIC X(19) VALUE 'NEW ACCOUNT'.
002112     05  FILLER  PIC X(28) VALUE 'REASON'.
002113
002114 01  EX-BX-DETAIL-LINE.
002115     05  EX-BX-EMP-ID           PIC X(07).
002116     05  FILLER                 PIC X(02) VALUE SPACES.
002117     05  EX-BX-EMP-NAME         PIC X(30).
002118     05  EX-BX-CHANGES          PIC ZZ9.
002119     05  FILLER                 PIC X(02) VALUE SPACES.
002120     05  EX-BX-OLD-ROUTING      PIC 9(09).
002121     05  FILLER                 PIC X(02) VALUE SPACES.
002122     05  EX-BX-OLD-ACCOUNT      PIC X(17).
002123     05  FILLER                 PIC X(02) VALUE SPACES.
002124     05  EX-BX-NEW-ROUTING      PIC 9(09).
002125     05  FILLER                 PIC X(02) VALUE SPACES.
002126     05  EX-BX-NEW-ACCOUNT      PIC X(17).
002127     05  FILLER                 PIC X(02) VALUE SPACES.
002128     05  EX-BX-REASON           PIC X(28).
002130
002140 PROCEDURE DIVISION.
002150*****************************************************************
002440         OPEN OUTPUT RATE-HISTORY
002450         CLOSE RATE-HISTORY
002460         OPEN I-O RATE-HISTORY
002461     END-IF.
002462     OPEN I-O    SEPARATION-HISTORY.
002464     IF EX-SEPHIST-STATUS = '35'
002465         OPEN OUTPUT SEPARATION-HISTORY
002467         CLOSE SEPARATION-HISTORY
002468         OPEN I-O SEPARATION-HISTORY
002470     END-IF.
002471     OPEN I-O    BANK-HISTORY.
002472     IF EX-BANKHIST-STATUS = '35'
002474         OPEN OUTPUT BANK-HISTORY
002475         CLOSE BANK-HISTORY
002477         OPEN I-O BANK-HISTORY
002478     END-IF.
002480     OPEN OUTPUT MAINT-REPORT.
002484     OPEN OUTPUT BANK-LETTERS.
002485     OPEN OUTPUT BANK-EXCEPTIONS.
002490
002500     WRITE MAINT-REPORT-LINE FROM EX-HEADING-LINE.
002510     WRITE MAINT-REPORT-LINE FROM EX-COLUMN-LINE.
002512     MOVE EX-RUN-DATE TO EX-BX-HDG-RUN-DATE.
002514     WRITE BANK-EXCEPTION-LINE FROM EX-BX-HEADING-LINE.
002516     WRITE BANK-EXCEPTION-LINE FROM EX-BX-COLUMN-LINE.
002520
002530     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002540 1000-EXIT.
002750                 PERFORM 2400-CHANGE-EMPLOYEE THRU 2400-EXIT
002760             WHEN ET-DEACTIVATE
002770                 PERFORM 2500-DEACTIVATE-EMPLOYEE THRU 2500-EXIT
002773             WHEN ET-TERMINATE
002776                 PERFORM 2700-TERMINATE-EMPLOYEE THRU 2700-EXIT
002780         END-EVALUATE
002790     ELSE
002800         ADD 1 TO EX-REJECT-COUNT
002980
002990*****************************************************************
003000*  2200-EDIT-TRANSACTION - VALIDATE THE ACTION CODE AND, FOR
003010*                          ADD/CHANGE, THE HOURLY RATE.  A
003013*                          TERMINATION NEEDS A SEPARATION DATE
003016*                          AND A KNOWN REASON CODE.  AN ADD
003017*                          NEEDS A HIRE DATE AND A DATE OF
003018*                          BIRTH BEFORE IT.
003020*****************************************************************
003030 2200-EDIT-TRANSACTION.
003040     EVALUATE TRUE
003050         WHEN NOT ET-ADD AND NOT ET-CHANGE AND NOT ET-DEACTIVATE
003055                 AND NOT ET-TERMINATE
003060             SET EX-TRANS-INVALID TO TRUE
003070             MOVE 'INVALID ACTION CODE' TO EX-DISPOSITION
003080         WHEN (ET-ADD OR ET-CHANGE) AND
003570                 NOT ET-FILING-SINGLE AND NOT ET-FILING-MARRIED
003580                 AND ET-FILING-STATUS NOT = SPACE
003590             SET EX-TRANS-INVALID TO TRUE
003591             MOVE 'INVALID FILING STATUS' TO EX-DISPOSITION
003592         WHEN (ET-ADD OR ET-CHANGE) AND ET-WC-CLASS NOT = SPACES
003593                 AND ET-WC-CLASS NOT NUMERIC
003594             SET EX-TRANS-INVALID TO TRUE
003595             MOVE 'INVALID WC CLASS' TO EX-DISPOSITION
003596         WHEN ET-ADD AND (ET-HIRE-DATE NOT NUMERIC
003597                 OR ET-HIRE-DATE = ZERO)
003598             SET EX-TRANS-INVALID TO TRUE
003600             MOVE 'INVALID HIRE DATE' TO EX-DISPOSITION
003601         WHEN ET-ADD AND (ET-BIRTH-DATE NOT NUMERIC
003602                 OR ET-BIRTH-DATE = ZERO
003603                 OR ET-BIRTH-DATE NOT < ET-HIRE-DATE)
003604             SET EX-TRANS-INVALID TO TRUE
003605             MOVE 'INVALID BIRTH DATE' TO EX-DISPOSITION
003606         WHEN ET-ADD AND NOT ET-VALID-REHIRE-FLAG
003607             SET EX-TRANS-INVALID TO TRUE
003608             MOVE 'INVALID REHIRE FLAG' TO EX-DISPOSITION
003610*          SPACES OR ZERO IN THE EFFECTIVE DATE MEANS NO RETRO
003620         WHEN ET-CHANGE
003630                 AND ET-RATE-EFF-DATE (1:8) NOT = SPACES
003640                 AND ET-RATE-EFF-DATE NOT NUMERIC
003650             SET EX-TRANS-INVALID TO TRUE
003651             MOVE 'INVALID EFFECTIVE DATE' TO EX-DISPOSITION
003652         WHEN ET-TERMINATE
003653                 AND (ET-SEP-DATE NOT NUMERIC
003654                     OR ET-SEP-DATE = ZERO)
003655             SET EX-TRANS-INVALID TO TRUE
003656             MOVE 'INVALID SEPARATION DATE' TO EX-DISPOSITION
003657         WHEN ET-TERMINATE AND NOT ET-VALID-SEP-REASON
003658             SET EX-TRANS-INVALID TO TRUE
003659             MOVE 'INVALID SEP REASON' TO EX-DISPOSITION
003660*          SPACES IN THE FINAL HOURS MEANS NONE ARE OWED
003661         WHEN ET-TERMINATE
003662                 AND ET-FINAL-HOURS (1:5) NOT = SPACES
003663                 AND ET-FINAL-HOURS NOT NUMERIC
003664             SET EX-TRANS-INVALID TO TRUE
003665             MOVE 'INVALID FINAL HOURS' TO EX-DISPOSITION
003666         WHEN ET-TERMINATE AND ET-FINAL-HOURS NUMERIC
003667                 AND ET-FINAL-HOURS > EX-MAX-FINAL-HOURS
003668             SET EX-TRANS-INVALID TO TRUE
003669             MOVE 'FINAL HOURS EXCEED MAXIMUM' TO EX-DISPOSITION
003670         WHEN OTHER
003680             CONTINUE
003690     END-EVALUATE.
003900     EXIT.
003910
003920*****************************************************************
003922*  2300-ADD-EMPLOYEE - ADD A NEW EMPLOYEE-MASTER RECORD.  A
003925*                      DIRECT-DEPOSIT ELECTION STARTS ON
003927*                      PRENOTE HOLD.  AN ADD WITH THE REHIRE
003930*                      FLAG SET REACTIVATES AN INACTIVE
003932*                      EMPLOYEE ALREADY ON FILE, KEEPING THE
003935*                      ORIGINAL DATE ADDED.  EITHER WAY THE
003937*                      EMPLOYEE IS OWED A STATE NEW-HIRE REPORT.
003940*****************************************************************
003950 2300-ADD-EMPLOYEE.
003960     MOVE ET-EMP-ID TO EM-EMP-ID.
004000         NOT INVALID KEY
004010             SET EX-EMP-FOUND TO TRUE
004020     END-READ.
004030     IF EX-EMP-FOUND AND NOT ET-REHIRE
004040         MOVE 'REJECTED - ALREADY ON FILE' TO EX-DISPOSITION
004050         ADD 1 TO EX-REJECT-COUNT
004053         GO TO 2300-EXIT
004057     END-IF.
004061     IF EX-EMP-FOUND AND NOT EM-INACTIVE
004065         MOVE 'REJECTED - STILL ACTIVE' TO EX-DISPOSITION
004069         ADD 1 TO EX-REJECT-COUNT
004073         GO TO 2300-EXIT
004077     END-IF.
004081     MOVE ET-EMP-ID     TO EM-EMP-ID.
004085     MOVE ET-EMP-NAME   TO EM-EMP-NAME.
004089     MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE.
004093     MOVE ET-PAY-METHOD  TO EM-PAY-METHOD.
004097     MOVE ET-BANK-ROUTING TO EM-BANK-ROUTING.
004101     MOVE ET-BANK-ACCOUNT TO EM-BANK-ACCOUNT.
004105     MOVE ET-PAY-CLASS   TO EM-PAY-CLASS.
004109     MOVE ET-PERIOD-SALARY TO EM-PERIOD-SALARY.
004113     MOVE ET-HOME-DEPT   TO EM-HOME-DEPT.
004117     MOVE ET-SSN         TO EM-SSN.
004121     IF ET-FILING-MARRIED
004125         SET EM-FILING-MARRIED TO TRUE
004129     ELSE
004133         SET EM-FILING-SINGLE TO TRUE
004137     END-IF.
004141     IF ET-ALLOWANCES NUMERIC
004145         MOVE ET-ALLOWANCES TO EM-ALLOWANCES
004149     ELSE
004153         MOVE ZERO TO EM-ALLOWANCES
004157     END-IF.
004161     MOVE ET-ADDRESS     TO EM-ADDRESS.
004165     MOVE ET-CITY-ST-ZIP TO EM-CITY-ST-ZIP.
004169     MOVE ET-WC-CLASS    TO EM-WC-CLASS.
004173     IF ET-PAY-GROUP = SPACES
004177         MOVE 'WK' TO EM-PAY-GROUP
004181     ELSE
004185         MOVE ET-PAY-GROUP TO EM-PAY-GROUP
004188     END-IF.
004192     MOVE ET-HIRE-DATE   TO EM-HIRE-DATE.
004196     MOVE ET-BIRTH-DATE  TO EM-BIRTH-DATE.
004200     IF ET-REHIRE
004204         SET EM-REHIRED TO TRUE
004208     ELSE
004212         MOVE 'N' TO EM-REHIRE-SW
004216     END-IF.
004220     SET EM-NEWHIRE-PENDING TO TRUE.
004224     MOVE ZERO          TO EM-NEWHIRE-RPT-DATE.
004228     MOVE ZERO          TO EM-SEP-DATE.
004232     MOVE SPACES        TO EM-SEP-REASON.
004236     SET EM-ACTIVE TO TRUE.
004240     MOVE EX-RUN-DATE   TO EM-DATE-CHANGED.
004244     MOVE ZERO          TO EM-PRENOTE-DATE.
004248     IF ET-PAY-BY-DEPOSIT
004252         SET EX-BANK-CHANGE TO TRUE
004256         SET EM-PRENOTE-PENDING TO TRUE
004260         MOVE SPACE  TO EX-OLD-PAY-METHOD
004264         MOVE ZERO   TO EX-OLD-ROUTING
004268         MOVE SPACES TO EX-OLD-ACCOUNT
004272         MOVE EM-ADDRESS     TO EX-LETTER-ADDRESS
004276         MOVE EM-CITY-ST-ZIP TO EX-LETTER-CITY-ST-ZIP
004280     ELSE
004284         MOVE 'N' TO EX-BANK-CHANGE-SW
004288         SET EM-PRENOTE-CLEARED TO TRUE
004292     END-IF.
004296     IF EX-EMP-FOUND
004300         REWRITE EMPLOYEE-MASTER-RECORD
004304         MOVE 'REHIRED' TO EX-DISPOSITION
004308         ADD 1 TO EX-REHIRE-COUNT
004312     ELSE
004316         MOVE EX-RUN-DATE TO EM-DATE-ADDED
004320         WRITE EMPLOYEE-MASTER-RECORD
004330         MOVE 'ADDED' TO EX-DISPOSITION
004340         ADD 1 TO EX-ADD-COUNT
004341     END-IF.
004342     IF EX-BANK-CHANGE
004343         PERFORM 2800-BANK-CHANGE THRU 2800-EXIT
004344         IF EX-EMP-FOUND
004345             MOVE 'REHIRED - PRENOTE' TO EX-DISPOSITION
004346         ELSE
004347             MOVE 'ADDED - PRENOTE' TO EX-DISPOSITION
004348         END-IF
004350     END-IF.
004360 2300-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*  2400-CHANGE-EMPLOYEE - CHANGE NAME AND/OR RATE ON AN EXISTING
004410*                         EMPLOYEE-MASTER RECORD.  A SWITCH TO
004412*                         DIRECT DEPOSIT OR A NEW ROUTING OR
004414*                         ACCOUNT PUTS THE EMPLOYEE BACK ON
004416*                         PRENOTE HOLD.  A SWITCH TO CHECK
004418*                         DROPS ANY HOLD.
004420*****************************************************************
004430 2400-CHANGE-EMPLOYEE.
004440     MOVE ET-EMP-ID TO EM-EMP-ID.
004580                 AND ET-RATE-EFF-DATE > ZERO
004590                 AND (ET-HOURLY-RATE NOT = EM-HOURLY-RATE
004600                     OR ET-PERIOD-SALARY NOT = EM-PERIOD-SALARY)
004601             PERFORM 2450-WRITE-RATE-HISTORY THRU 2450-EXIT
004602         END-IF
004603         MOVE 'N' TO EX-BANK-CHANGE-SW
004604         IF ET-PAY-BY-DEPOSIT
004605                 AND (NOT EM-PAY-BY-DEPOSIT
004606                     OR ET-BANK-ROUTING NOT = EM-BANK-ROUTING
004607                     OR ET-BANK-ACCOUNT NOT = EM-BANK-ACCOUNT)
004608             SET EX-BANK-CHANGE TO TRUE
004609             MOVE EM-PAY-METHOD   TO EX-OLD-PAY-METHOD
004610             MOVE EM-BANK-ROUTING TO EX-OLD-ROUTING
004611             MOVE EM-BANK-ACCOUNT TO EX-OLD-ACCOUNT
004612             IF EM-ADDRESS = SPACES
004613                 MOVE ET-ADDRESS     TO EX-LETTER-ADDRESS
004614                 MOVE ET-CITY-ST-ZIP TO EX-LETTER-CITY-ST-ZIP
004615             ELSE
004616                 MOVE EM-ADDRESS     TO EX-LETTER-ADDRESS
004617                 MOVE EM-CITY-ST-ZIP TO EX-LETTER-CITY-ST-ZIP
004618             END-IF
004620         END-IF
004630         MOVE ET-EMP-NAME   TO EM-EMP-NAME
004640         MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
004810         END-IF
004820         MOVE ET-ADDRESS     TO EM-ADDRESS
004830         MOVE ET-CITY-ST-ZIP TO EM-CITY-ST-ZIP
004832         MOVE ET-WC-CLASS    TO EM-WC-CLASS
004835         IF ET-PAY-GROUP = SPACES
004836             MOVE 'WK' TO EM-PAY-GROUP
004837         ELSE
004838             MOVE ET-PAY-GROUP TO EM-PAY-GROUP
004839         END-IF
004840         MOVE EX-RUN-DATE   TO EM-DATE-CHANGED
004841         IF EX-BANK-CHANGE
004842             SET EM-PRENOTE-PENDING TO TRUE
004843             MOVE ZERO TO EM-PRENOTE-DATE
004844         END-IF
004845         IF ET-PAY-BY-CHECK
004846             SET EM-PRENOTE-CLEARED TO TRUE
004847             MOVE ZERO TO EM-PRENOTE-DATE
004848         END-IF
004850         REWRITE EMPLOYEE-MASTER-RECORD
004860         MOVE 'CHANGED' TO EX-DISPOSITION
004870         ADD 1 TO EX-CHANGE-COUNT
004872         IF EX-BANK-CHANGE
004874             PERFORM 2800-BANK-CHANGE THRU 2800-EXIT
004876             MOVE 'CHANGED - PRENOTE' TO EX-DISPOSITION
004878         END-IF
004880     END-IF.
004890 2400-EXIT.
004900     EXIT.
005520     MOVE ET-PAY-CLASS   TO EX-DTL-PAY-CLASS.
005530     MOVE ET-PERIOD-SALARY TO EX-DTL-SALARY.
005540     MOVE ET-HOME-DEPT   TO EX-DTL-HOME-DEPT.
005545     MOVE ET-WC-CLASS    TO EX-DTL-WC-CLASS.
005550     MOVE EX-DISPOSITION TO EX-DTL-DISPOSITION.
005560     WRITE MAINT-REPORT-LINE FROM EX-DETAIL-LINE.
005570 2600-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*  2700-TERMINATE-EMPLOYEE - DEACTIVATE, RECORD THE SEPARATION
005620*                            ON THE MASTER, AND LOG IT PENDING
005630*                            FOR SEPPAY.  A RE-KEYED TERMINATION
005640*                            REPLACES THE DATE AND REASON.
005650*****************************************************************
005660 2700-TERMINATE-EMPLOYEE.
005670     MOVE ET-EMP-ID TO EM-EMP-ID.
005680     READ EMPLOYEE-MASTER
005690         INVALID KEY
005700             SET EX-EMP-NOT-FOUND TO TRUE
005710         NOT INVALID KEY
005720             SET EX-EMP-FOUND TO TRUE
005730     END-READ.
005740     IF EX-EMP-NOT-FOUND
005750         MOVE 'REJECTED - NOT ON FILE' TO EX-DISPOSITION
005760         ADD 1 TO EX-REJECT-COUNT
005770         GO TO 2700-EXIT
005780     END-IF.
005790     SET EM-INACTIVE TO TRUE.
005800     MOVE ET-SEP-DATE   TO EM-SEP-DATE.
005810     MOVE ET-SEP-REASON TO EM-SEP-REASON.
005820     MOVE EX-RUN-DATE   TO EM-DATE-CHANGED.
005830     REWRITE EMPLOYEE-MASTER-RECORD.
005840     PERFORM 2750-WRITE-SEPARATION THRU 2750-EXIT.
005850     MOVE 'TERMINATED' TO EX-DISPOSITION.
005860     ADD 1 TO EX-TERMINATE-COUNT.
005870 2700-EXIT.
005880     EXIT.
005890
005900*****************************************************************
005910*  2750-WRITE-SEPARATION - ONE PENDING SEPARATION RECORD.  A
005920*                          RE-KEYED TERMINATION FOR THE SAME
005930*                          EMPLOYEE AND DATE OVERLAYS THE
005940*                          EARLIER RECORD.
005950*****************************************************************
005960 2750-WRITE-SEPARATION.
005970     MOVE ET-EMP-ID     TO SH-EMP-ID.
005980     MOVE ET-SEP-DATE   TO SH-SEP-DATE.
005990     MOVE ET-SEP-REASON TO SH-SEP-REASON.
006000     IF ET-FINAL-HOURS NUMERIC
006010         MOVE ET-FINAL-HOURS TO SH-FINAL-HOURS
006020     ELSE
006030         MOVE ZERO TO SH-FINAL-HOURS
006040     END-IF.
006050     SET SH-PENDING TO TRUE.
006060     MOVE EX-RUN-DATE TO SH-DATE-ADDED.
006070     MOVE ZERO        TO SH-DATE-APPLIED.
006080     WRITE SEPARATION-HISTORY-RECORD
006090         INVALID KEY
006100             REWRITE SEPARATION-HISTORY-RECORD
006110     END-WRITE.
006120 2750-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*  2800-BANK-CHANGE - THE 90-DAY REPEAT TEST, CONFIRMATION
006170*                     LETTER, AND HISTORY RECORD FOR A NEW OR
006180*                     CHANGED DEPOSIT ACCOUNT.  THE MASTER AS
006190*                     WRITTEN CARRIES THE NEW ACCOUNT.
006200*****************************************************************
006210 2800-BANK-CHANGE.
006220     ADD 1 TO EX-BANK-CHANGE-COUNT.
006230     PERFORM 2850-COUNT-RECENT-CHANGES THRU 2850-EXIT.
006240     PERFORM 2900-WRITE-LETTER THRU 2900-EXIT.
006250     PERFORM 2810-WRITE-BANK-HISTORY THRU 2810-EXIT.
006260     IF EX-RECENT-CHANGES > 1
006270         MOVE 'CHANGED AGAIN WITHIN 90 DAYS' TO EX-BX-REASON
006280         PERFORM 2950-WRITE-BANK-EXCEPTION THRU 2950-EXIT
006290     END-IF.
006300 2800-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340*  2810-WRITE-BANK-HISTORY - ONE RECORD PER CHANGE.  A SECOND
006350*                            CHANGE THE SAME DAY TAKES THE NEXT
006360*                            SEQUENCE NUMBER RATHER THAN OVERLAY
006370*                            THE FIRST - THE REPEAT IS THE
006380*                            POINT OF THE HISTORY.
006390*****************************************************************
006400 2810-WRITE-BANK-HISTORY.
006410     MOVE ET-EMP-ID         TO BH-EMP-ID.
006420     MOVE EX-RUN-DATE       TO BH-CHANGE-DATE.
006430     MOVE ZERO              TO BH-CHANGE-SEQ.
006440     IF ET-ADD
006450         SET BH-NEW-ELECTION TO TRUE
006460     ELSE
006470         SET BH-ACCOUNT-CHANGE TO TRUE
006480     END-IF.
006490     MOVE EX-OLD-PAY-METHOD TO BH-OLD-PAY-METHOD.
006500     MOVE EX-OLD-ROUTING    TO BH-OLD-ROUTING.
006510     MOVE EX-OLD-ACCOUNT    TO BH-OLD-ACCOUNT.
006520     MOVE EM-BANK-ROUTING   TO BH-NEW-ROUTING.
006530     MOVE EM-BANK-ACCOUNT   TO BH-NEW-ACCOUNT.
006540     MOVE 'N' TO EX-BH-WRITTEN-SW.
006550     PERFORM 2820-TRY-BANK-HISTORY THRU 2820-EXIT
006560         UNTIL EX-BH-WRITTEN OR BH-CHANGE-SEQ = 99.
006570 2810-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*  2820-TRY-BANK-HISTORY
006620*****************************************************************
006630 2820-TRY-BANK-HISTORY.
006640     ADD 1 TO BH-CHANGE-SEQ.
006650     WRITE BANK-HISTORY-RECORD
006660         INVALID KEY
006670             CONTINUE
006680         NOT INVALID KEY
006690             SET EX-BH-WRITTEN TO TRUE
006700     END-WRITE.
006710 2820-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750*  2850-COUNT-RECENT-CHANGES - READ BACK THE EMPLOYEE'S HISTORY
006760*                              AND COUNT THE CHANGES IN THE
006770*                              LAST 90 DAYS.  THE COUNT STARTS
006780*                              AT ONE FOR THIS CHANGE, NOT YET
006790*                              ON FILE.
006800*****************************************************************
006810 2850-COUNT-RECENT-CHANGES.
006820     MOVE 1 TO EX-RECENT-CHANGES.
006830     MOVE 'N' TO EX-EOF-BANKHIST-SW.
006840     MOVE ET-EMP-ID TO BH-EMP-ID.
006850     MOVE ZERO      TO BH-CHANGE-DATE.
006860     MOVE ZERO      TO BH-CHANGE-SEQ.
006870     START BANK-HISTORY KEY IS NOT LESS THAN BH-BANK-KEY
006880         INVALID KEY
006890             SET EX-EOF-BANKHIST TO TRUE
006900     END-START.
006910     PERFORM 2860-COUNT-ONE-CHANGE THRU 2860-EXIT
006920         UNTIL EX-EOF-BANKHIST.
006930 2850-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*  2860-COUNT-ONE-CHANGE
006980*****************************************************************
006990 2860-COUNT-ONE-CHANGE.
007000     READ BANK-HISTORY NEXT RECORD
007010         AT END
007020             SET EX-EOF-BANKHIST TO TRUE
007030             GO TO 2860-EXIT
007040     END-READ.
007050     IF BH-EMP-ID NOT = ET-EMP-ID
007060         SET EX-EOF-BANKHIST TO TRUE
007070         GO TO 2860-EXIT
007080     END-IF.
007090     MOVE BH-CHANGE-DATE TO EX-BH-DATE-R.
007100     COMPUTE EX-DAYS-SINCE-CHANGE =
007110         (EX-RUN-YEAR - EX-BH-YEAR) * 360
007120         + (EX-RUN-MONTH - EX-BH-MONTH) * 30
007130         + (EX-RUN-DAY - EX-BH-DAY).
007140     IF EX-DAYS-SINCE-CHANGE <= EX-RECENT-DAYS
007150         ADD 1 TO EX-RECENT-CHANGES
007160     END-IF.
007170 2860-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*  2900-WRITE-LETTER - CONFIRMATION LETTER TO THE ADDRESS ON
007220*                      FILE.  ONLY THE LAST FOUR OF THE ACCOUNT
007230*                      PRINT.  NO ADDRESS MEANS NO LETTER AND AN
007240*                      EXCEPTION LINE INSTEAD.
007250*****************************************************************
007260 2900-WRITE-LETTER.
007270     IF EX-LETTER-ADDRESS = SPACES
007280         MOVE 'NO ADDRESS - LETTER NOT SENT' TO EX-BX-REASON
007290         PERFORM 2950-WRITE-BANK-EXCEPTION THRU 2950-EXIT
007300         SET BH-LETTER-NOT-SENT TO TRUE
007310         GO TO 2900-EXIT
007320     END-IF.
007330     MOVE ZERO TO EX-ACCT-LENGTH.
007340     INSPECT EM-BANK-ACCOUNT TALLYING EX-ACCT-LENGTH
007350         FOR CHARACTERS BEFORE INITIAL SPACE.
007360     IF EX-ACCT-LENGTH < 4
007370         MOVE EM-BANK-ACCOUNT (1:4) TO EX-LTR-ACCT-LAST4
007380     ELSE
007390         MOVE EM-BANK-ACCOUNT (EX-ACCT-LENGTH - 3:4)
007400             TO EX-LTR-ACCT-LAST4
007410     END-IF.
007420     MOVE EX-RUN-DATE      TO EX-LTR-RUN-DATE.
007430     WRITE BANK-LETTER-LINE FROM EX-LTR-DATE-LINE.
007440     MOVE EM-EMP-NAME      TO EX-LTR-EMP-NAME.
007450     WRITE BANK-LETTER-LINE FROM EX-LTR-NAME-LINE.
007460     MOVE EX-LETTER-ADDRESS TO EX-LTR-ADDRESS.
007470     WRITE BANK-LETTER-LINE FROM EX-LTR-ADDR-LINE.
007480     MOVE EX-LETTER-CITY-ST-ZIP TO EX-LTR-CITY-ST-ZIP.
007490     WRITE BANK-LETTER-LINE FROM EX-LTR-CSZ-LINE.
007500     WRITE BANK-LETTER-LINE FROM EX-BLANK-LINE.
007510     WRITE BANK-LETTER-LINE FROM EX-LTR-BODY-1.
007520     MOVE EX-RUN-DATE      TO EX-LTR-CHANGE-DATE.
007530     MOVE EM-BANK-ROUTING  TO EX-LTR-ROUTING.
007540     WRITE BANK-LETTER-LINE FROM EX-LTR-BODY-2.
007550     WRITE BANK-LETTER-LINE FROM EX-LTR-BODY-3.
007560     WRITE BANK-LETTER-LINE FROM EX-LTR-BODY-4.
007570     WRITE BANK-LETTER-LINE FROM EX-LTR-BODY-5.
007580     WRITE BANK-LETTER-LINE FROM EX-LTR-BODY-6.
007590     WRITE BANK-LETTER-LINE FROM EX-BLANK-LINE.
007600     WRITE BANK-LETTER-LINE FROM EX-BLANK-LINE.
007610     SET BH-LETTER-SENT TO TRUE.
007620 2900-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*  2950-WRITE-BANK-EXCEPTION - THE CALLER HAS SET THE REASON
007670*                              AND THE CHANGE COUNT
007680*****************************************************************
007690 2950-WRITE-BANK-EXCEPTION.
007700     MOVE ET-EMP-ID         TO EX-BX-EMP-ID.
007710     MOVE EM-EMP-NAME       TO EX-BX-EMP-NAME.
007720     MOVE EX-RECENT-CHANGES TO EX-BX-CHANGES.
007730     MOVE EX-OLD-ROUTING    TO EX-BX-OLD-ROUTING.
007740     MOVE EX-OLD-ACCOUNT    TO EX-BX-OLD-ACCOUNT.
007750     MOVE EM-BANK-ROUTING   TO EX-BX-NEW-ROUTING.
007760     MOVE EM-BANK-ACCOUNT   TO EX-BX-NEW-ACCOUNT.
007770     WRITE BANK-EXCEPTION-LINE FROM EX-BX-DETAIL-LINE.
007780 2950-EXIT.
007790     EXIT.
007800
007810*****************************************************************
007820*  9000-TERMINATE - PRINT COUNTS, CLOSE FILES
007830*****************************************************************
007840 9000-TERMINATE.
007850     MOVE EX-ADD-COUNT         TO EX-TOT-ADDS.
007860     MOVE EX-CHANGE-COUNT      TO EX-TOT-CHANGES.
007870     MOVE EX-DEACTIVATE-COUNT  TO EX-TOT-DEACTIVATIONS.
007880     MOVE EX-TERMINATE-COUNT   TO EX-TOT-TERMINATIONS.
007890     MOVE EX-REHIRE-COUNT      TO EX-TOT-REHIRES.
007900     MOVE EX-REJECT-COUNT      TO EX-TOT-REJECTS.
007910     MOVE EX-BANK-CHANGE-COUNT TO EX-TOT-BANK-CHANGES.
007920     WRITE MAINT-REPORT-LINE FROM EX-TOTAL-LINE.
007930
007940     CLOSE EMPLOYEE-MASTER.
007950     CLOSE EMP-MAINT-TRANS.
007960     CLOSE RATE-HISTORY.
007970     CLOSE SEPARATION-HISTORY.
007980     CLOSE BANK-HISTORY.
007990     CLOSE BANK-LETTERS.
008000     CLOSE BANK-EXCEPTIONS.
008010     IF EX-DEPTMAST-AVAIL
008020         CLOSE DEPARTMENT-MASTER
008030     END-IF.
008040     CLOSE MAINT-REPORT.
008050 9000-EXIT.
008060     EXIT.
