000260*  DATE        INIT  DESCRIPTION
000270*  ----------  ----  ------------------------------------------
000280*  2026-09-02  RTS   ORIGINAL VERSION.
000281*  2026-10-15  RTS   TIMECARDS NOW CARRY THE DATE WORKED.  A DATE
000282*                    OUTSIDE THE CARD'S PAY PERIOD REJECTS, AND
000283*                    THE PER-PERIOD HOURS LIMIT NOW SCALES WITH
000284*                    THE NUMBER OF WEEKS IN THE PERIOD SO A
000285*                    BIWEEKLY OR SEMIMONTHLY CARD SET IS NOT
000286*                    HELD TO A ONE-WEEK LIMIT.  THE RUN-CONTROL
000287*                    PAY GROUP IS CARRIED THROUGH THE REWRITE.
000288*  2026-10-15  RTS   TIMECARDS NOW CARRY A JOB NUMBER, CARRIED
000289*                    THROUGH THE SORT AND THE REWRITE.
000290*****************************************************************
000300
000310 ENVIRONMENT DIVISION.
000740         ==HT-PERIOD-START== BY ==HR-PERIOD-START==
000750         ==HT-PERIOD-END==   BY ==HR-PERIOD-END==
000760         ==HT-EARN-TYPE==    BY ==HR-EARN-TYPE==
000770         ==HT-CHARGE-DEPT==  BY ==HR-CHARGE-DEPT==
000775         ==HT-WORK-DATE==    BY ==HR-WORK-DATE==
000777         ==HT-JOB-NUMBER==   BY ==HR-JOB-NUMBER==.
000780
000790 FD  HOURS-TRANSACTION
000800     LABEL RECORDS ARE STANDARD.
000880     05  SW-PERIOD-END          PIC 9(8).
000890     05  SW-EARN-TYPE           PIC X(03).
000900     05  SW-CHARGE-DEPT         PIC X(04).
000905     05  SW-WORK-DATE           PIC 9(8).
000907     05  SW-JOB-NUMBER          PIC X(06).
000910     05  FILLER                 PIC X(03).
000920
000930 FD  EDITED-TRANS
000990         ==HT-PERIOD-START== BY ==HE-PERIOD-START==
001000         ==HT-PERIOD-END==   BY ==HE-PERIOD-END==
001010         ==HT-EARN-TYPE==    BY ==HE-EARN-TYPE==
001020         ==HT-CHARGE-DEPT==  BY ==HE-CHARGE-DEPT==
001025         ==HT-WORK-DATE==    BY ==HE-WORK-DATE==
001027         ==HT-JOB-NUMBER==   BY ==HE-JOB-NUMBER==.
001030
001040 FD  EMPLOYEE-MASTER
001050     LABEL RECORDS ARE STANDARD.
001420*----------------------------------------------------------------
001430 77  TE-MIN-HOURS               PIC 9(3)V99 VALUE 0.01.
001440 77  TE-MAX-HOURS               PIC 9(3)V99 VALUE 80.00.
001441 77  TE-PERIOD-LIMIT            PIC 9(3)V99 VALUE 80.00.
001442
001443*----------------------------------------------------------------
001445*  THE PER-PERIOD LIMIT ABOVE IS PER WEEK OF THE PERIOD.  THE
001446*  DAY NUMBER IS A DAY COUNT FROM A FIXED BASE, SO TWO DAY
001447*  NUMBERS SUBTRACT TO THE DAYS BETWEEN TWO DATES.
001448*----------------------------------------------------------------
001450 77  TE-PERIOD-WEEKS            PIC 9(02) COMP VALUE 1.
001451 77  TE-PERIOD-DAYS             PIC S9(7) COMP VALUE ZERO.
001452 77  TE-SCALED-LIMIT            PIC 9(4)V99 VALUE 80.00.
001453 77  TE-START-DAYNUM            PIC 9(7) COMP VALUE ZERO.
001455 77  TE-DAYNUM                  PIC 9(7) COMP VALUE ZERO.
001456 77  TE-DN-PRIOR-YEARS          PIC 9(4) COMP VALUE ZERO.
001457 77  TE-DN-QUOTIENT             PIC 9(4) COMP VALUE ZERO.
001458 77  TE-DN-LEAP-4               PIC 9(4) COMP VALUE ZERO.
001460 77  TE-DN-LEAP-100             PIC 9(4) COMP VALUE ZERO.
001461 77  TE-DN-LEAP-400             PIC 9(4) COMP VALUE ZERO.
001462 77  TE-DN-REM-4                PIC 9(4) COMP VALUE ZERO.
001463 77  TE-DN-REM-100              PIC 9(4) COMP VALUE ZERO.
001465 77  TE-DN-REM-400              PIC 9(4) COMP VALUE ZERO.
001466 01  TE-DN-DATE.
001467     05  TE-DN-YEAR             PIC 9(4).
001468     05  TE-DN-MONTH            PIC 9(2).
001470     05  TE-DN-DAY              PIC 9(2).
001471 01  TE-CUM-DAYS-VALUES.
001472     05  FILLER                 PIC X(36) VALUE
001473         '000031059090120151181212243273304334'.
001475 01  TE-CUM-DAYS-TABLE REDEFINES TE-CUM-DAYS-VALUES.
001476     05  TE-CUM-DAYS            PIC 9(3) OCCURS 12 TIMES.
001477
001478*----------------------------------------------------------------
001480*  DUPLICATE AND PERIOD-TOTAL STATE.  THE SORT PUTS IDENTICAL
001490*  CARDS SIDE BY SIDE, SO ONE SAVED IMAGE CATCHES THEM, AND AN
001500*  EMPLOYEE'S CARDS FOR A PERIOD ARRIVE TOGETHER, SO ONE
001510*  RUNNING TOTAL IS ENOUGH.
001520*----------------------------------------------------------------
001530 77  TE-PREV-IMAGE              PIC X(50) VALUE LOW-VALUES.
001540 77  TE-PREV-EMP-ID             PIC X(05) VALUE LOW-VALUES.
001550 77  TE-PREV-PERIOD-END         PIC 9(8)  VALUE ZERO.
001560 77  TE-PERIOD-HOURS            PIC 9(4)V99 VALUE ZERO.
002230                          SW-EARN-TYPE
002240                          SW-HOURS-WORKED
002250                          SW-CHARGE-DEPT
002255                          SW-WORK-DATE
002257                          SW-JOB-NUMBER
002260         USING HOURS-TRANS-RAW
002270         GIVING HOURS-TRANSACTION.
002280
002560     IF HT-EMP-ID NOT = TE-PREV-EMP-ID
002570             OR HT-PERIOD-END NOT = TE-PREV-PERIOD-END
002580         MOVE ZERO TO TE-PERIOD-HOURS
002585         PERFORM 2500-SCALE-PERIOD-LIMIT THRU 2500-EXIT
002590     END-IF.
002600     IF HT-EMP-ID NOT = TE-PREV-EMP-ID
002610         PERFORM 2200-LOOKUP-EMPLOYEE THRU 2200-EXIT
002880                 AND HT-EARN-TYPE NOT = SPACES
002890             SET TE-CARD-INVALID TO TRUE
002900             MOVE 'INVALID EARNINGS TYPE' TO TE-DTL-REASON
002902         WHEN HT-WORK-DATE NUMERIC AND HT-WORK-DATE > ZERO
002904                 AND (HT-WORK-DATE < HT-PERIOD-START
002906                     OR HT-WORK-DATE > HT-PERIOD-END)
002907             SET TE-CARD-INVALID TO TRUE
002908             MOVE 'WORK DATE OUTSIDE PAY PERIOD'
002909                 TO TE-DTL-REASON
002910         WHEN (TE-PERIOD-HOURS + HT-HOURS-WORKED)
002920                 > TE-SCALED-LIMIT
002930             SET TE-CARD-INVALID TO TRUE
002940             MOVE 'PERIOD HOURS EXCEED LIMIT' TO TE-DTL-REASON
002950         WHEN OTHER
003610     MOVE HT-HOURS-WORKED TO TE-DTL-HOURS.
003620     MOVE HT-EARN-TYPE    TO TE-DTL-EARN-TYPE.
003630     MOVE HT-PERIOD-END   TO TE-DTL-PERIOD-END.
003631     WRITE EDIT-REPORT-LINE FROM TE-DETAIL-LINE.
003632     ADD 1 TO TE-REJECT-COUNT.
003633 2400-EXIT.
003634     EXIT.
003635
003636*****************************************************************
003637*  2500-SCALE-PERIOD-LIMIT - THE PERIOD LIMIT TIMES THE WEEKS
003638*                            (WHOLE OR PART) IN THE CARD'S PAY
003639*                            PERIOD.  BAD OR MISSING PERIOD
003640*                            DATES LEAVE THE ONE-WEEK LIMIT.
003641*****************************************************************
003642 2500-SCALE-PERIOD-LIMIT.
003643     MOVE 1 TO TE-PERIOD-WEEKS.
003644     MOVE TE-PERIOD-LIMIT TO TE-SCALED-LIMIT.
003645     IF HT-PERIOD-START NOT NUMERIC OR HT-PERIOD-END NOT NUMERIC
003646             OR HT-PERIOD-START = ZERO
003647             OR HT-PERIOD-END NOT > HT-PERIOD-START
003648         GO TO 2500-EXIT
003649     END-IF.
003650     MOVE HT-PERIOD-START TO TE-DN-DATE.
003651     PERFORM 2550-COMPUTE-DAY-NUMBER THRU 2550-EXIT.
003652     MOVE TE-DAYNUM TO TE-START-DAYNUM.
003653     MOVE HT-PERIOD-END TO TE-DN-DATE.
003654     PERFORM 2550-COMPUTE-DAY-NUMBER THRU 2550-EXIT.
003655     COMPUTE TE-PERIOD-DAYS = TE-DAYNUM - TE-START-DAYNUM + 1.
003656     COMPUTE TE-PERIOD-WEEKS = (TE-PERIOD-DAYS + 6) / 7.
003657     IF TE-PERIOD-WEEKS < 1 OR TE-PERIOD-WEEKS > 5
003658         MOVE 1 TO TE-PERIOD-WEEKS
003659     END-IF.
003660     COMPUTE TE-SCALED-LIMIT = TE-PERIOD-LIMIT * TE-PERIOD-WEEKS.
003661 2500-EXIT.
003662     EXIT.
003663
003665*****************************************************************
003666*  2550-COMPUTE-DAY-NUMBER - DAYS FROM A FIXED BASE TO THE DATE
003667*                            IN TE-DN-DATE - WHOLE PRIOR YEARS
003668*                            WITH THEIR LEAP DAYS, THE MONTHS
003669*                            BEFORE THIS ONE, THE DAY, AND THIS
003670*                            YEAR'S LEAP DAY ONCE PAST FEBRUARY.
003671*****************************************************************
003672 2550-COMPUTE-DAY-NUMBER.
003673     IF TE-DN-MONTH < 1 OR TE-DN-MONTH > 12
003674         MOVE 1 TO TE-DN-MONTH
003675     END-IF.
003676     COMPUTE TE-DN-PRIOR-YEARS = TE-DN-YEAR - 1.
003677     DIVIDE TE-DN-PRIOR-YEARS BY 4 GIVING TE-DN-LEAP-4.
003678     DIVIDE TE-DN-PRIOR-YEARS BY 100 GIVING TE-DN-LEAP-100.
003679     DIVIDE TE-DN-PRIOR-YEARS BY 400 GIVING TE-DN-LEAP-400.
003680     COMPUTE TE-DAYNUM = TE-DN-PRIOR-YEARS * 365
003681         + TE-DN-LEAP-4 - TE-DN-LEAP-100 + TE-DN-LEAP-400
003682         + TE-CUM-DAYS (TE-DN-MONTH) + TE-DN-DAY.
003683     IF TE-DN-MONTH > 2
003684         DIVIDE TE-DN-YEAR BY 4 GIVING TE-DN-QUOTIENT
003685             REMAINDER TE-DN-REM-4
003686         DIVIDE TE-DN-YEAR BY 100 GIVING TE-DN-QUOTIENT
003687             REMAINDER TE-DN-REM-100
003688         DIVIDE TE-DN-YEAR BY 400 GIVING TE-DN-QUOTIENT
003689             REMAINDER TE-DN-REM-400
003690         IF (TE-DN-REM-4 = ZERO AND TE-DN-REM-100 NOT = ZERO)
003691                 OR TE-DN-REM-400 = ZERO
003692             ADD 1 TO TE-DAYNUM
003693         END-IF
003694     END-IF.
003695 2550-EXIT.
003696     EXIT.
003697
003698*****************************************************************
003700*  8000-WRITE-RUN-CONTROL - THE EXISTING RUN-CONTROL RECORD IS
003710*                           PICKED UP FOR THE OPERATOR, PERIOD
003720*                           DATES, AND OVERRIDE, AND REWRITTEN
