000210*                 SOCIAL SECURITY WAGES (BOX 3) ARE CAPPED AT
000220*                 THE WAGE BASE FROM THE TAX-RATE TABLE FILE
000230*                 (TAXRATES.CPY) - MEDICARE WAGES ARE NOT.
000231*                 WAGES IN BOXES 1, 3 AND 5 ARE THE FEDERAL,
000232*                 SOCIAL SECURITY AND MEDICARE TAXABLE BUCKETS
000233*                 PAYROLL KEEPS NET OF PRE-TAX DEDUCTIONS, AND
000234*                 THE 401(K) DEFERRAL IS REPORTED IN BOX 12
000235*                 UNDER CODE D.
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY
000260*  DATE        INIT  DESCRIPTION
000300*                    RW RECORD ARE NOW CAPPED AT THE WAGE BASE
000310*                    CARRIED ON THE TAX-RATE TABLE FILE, TO
000320*                    MATCH THE FICA WAGE-BASE STOP IN PAYROLL.
000321*  2026-10-15  RTS   BOXES 1, 3 AND 5 NOW COME FROM THE YTD
000322*                    TAXABLE-WAGE BUCKETS INSTEAD OF YTD GROSS,
000323*                    SO PRE-TAX DEDUCTIONS ARE EXCLUDED.  ADDED
000324*                    BOX 12 CODE D (401(K) DEFERRAL) TO THE FORM
000325*                    AND THE RW AND RT RECORDS.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
001330 77  W2-TOTAL-FED-WH            PIC 9(11)V99 VALUE ZERO.
001340 77  W2-TOTAL-FICA-WH           PIC 9(11)V99 VALUE ZERO.
001350 77  W2-TOTAL-MEDICARE-WH       PIC 9(11)V99 VALUE ZERO.
001355 77  W2-TOTAL-401K-DEFER        PIC 9(11)V99 VALUE ZERO.
001360
001370*----------------------------------------------------------------
001380*  SSA SUBMISSION RECORDS - FIXED 128-BYTE RECORDS
001650     05  W2-RW-FICA-WH          PIC 9(9)V99.
001660     05  W2-RW-MEDICARE-WAGES   PIC 9(9)V99.
001670     05  W2-RW-MEDICARE-WH      PIC 9(9)V99.
001675     05  W2-RW-401K-DEFER       PIC 9(9)V99.
001680     05  FILLER                 PIC X(10) VALUE SPACES.
001690
001700 01  W2-RT-RECORD.
001710     05  FILLER                 PIC X(02) VALUE 'RT'.
001740     05  W2-RT-FED-WH           PIC 9(11)V99.
001750     05  W2-RT-FICA-WH          PIC 9(11)V99.
001760     05  W2-RT-MEDICARE-WH      PIC 9(11)V99.
001765     05  W2-RT-401K-DEFER       PIC 9(11)V99.
001770     05  FILLER                 PIC X(54) VALUE SPACES.
001780
001790 01  W2-RF-RECORD.
001800     05  FILLER                 PIC X(02) VALUE 'RF'.
002300 01  W2-FORM-STATE-LINE.
002310     05  FILLER  PIC X(20) VALUE 'STATE TAX W/H (17)'.
002320     05  W2-FRM-STATE-WH        PIC Z(7)9.99.
002322
002324 01  W2-FORM-BOX12-LINE.
002326     05  FILLER  PIC X(20) VALUE 'BOX 12 CODE D'.
002328     05  W2-FRM-401K-DEFER      PIC Z(7)9.99.
002330
002340 01  W2-EXCEPTION-LINE.
002350     05  W2-EXC-EMP-ID          PIC X(05).
003430
003440*****************************************************************
003450*  1210-READ-TAX-RECORD - ONLY THE TYPE-P PARAMETER RECORD
003460*                         MATTERS HERE - THE BRACKETS,
003465*                         DEDUCTION CLASSES AND UI RATES ARE
003470*                         PAYROLL'S CONCERN
003480*****************************************************************
003490 1210-READ-TAX-RECORD.
004290     MOVE EM-SSN          TO W2-FRM-SSN.
004300     WRITE W2-FORMS-LINE FROM W2-FORM-EMPLOYEE-LINE.
004310
004320     MOVE YM-YTD-SS-WAGES  TO W2-FICA-WAGES-WRK.
004330     IF W2-FICA-WAGES-WRK > W2-FICA-WAGE-BASE
004340         MOVE W2-FICA-WAGE-BASE TO W2-FICA-WAGES-WRK
004350     END-IF.
004360     MOVE YM-YTD-FED-WAGES TO W2-FRM-WAGES.
004370     MOVE YM-YTD-MED-WAGES TO W2-FRM-MEDICARE-WAGES.
004380     MOVE W2-FICA-WAGES-WRK TO W2-FRM-FICA-WAGES.
004390     MOVE YM-YTD-FED-WH    TO W2-FRM-FED-WH.
004400     MOVE YM-YTD-FICA-WH   TO W2-FRM-FICA-WH.
004440     WRITE W2-FORMS-LINE FROM W2-FORM-FICA-LINE.
004450     WRITE W2-FORMS-LINE FROM W2-FORM-MEDICARE-LINE.
004460     WRITE W2-FORMS-LINE FROM W2-FORM-STATE-LINE.
004462     IF YM-YTD-401K-DEFER > ZERO
004464         MOVE YM-YTD-401K-DEFER TO W2-FRM-401K-DEFER
004466         WRITE W2-FORMS-LINE FROM W2-FORM-BOX12-LINE
004468     END-IF.
004470     WRITE W2-FORMS-LINE FROM W2-BLANK-LINE.
004480     WRITE W2-FORMS-LINE FROM W2-BLANK-LINE.
004490     ADD 1 TO W2-FORM-COUNT.
004560 2400-WRITE-RW-RECORD.
004570     MOVE EM-SSN           TO W2-RW-SSN.
004580     MOVE YM-EMP-NAME      TO W2-RW-EMP-NAME.
004590     MOVE YM-YTD-SS-WAGES  TO W2-FICA-WAGES-WRK.
004600     IF W2-FICA-WAGES-WRK > W2-FICA-WAGE-BASE
004610         MOVE W2-FICA-WAGE-BASE TO W2-FICA-WAGES-WRK
004620     END-IF.
004630     MOVE YM-YTD-FED-WAGES TO W2-RW-WAGES.
004640     MOVE YM-YTD-MED-WAGES TO W2-RW-MEDICARE-WAGES.
004650     MOVE W2-FICA-WAGES-WRK TO W2-RW-FICA-WAGES.
004660     MOVE YM-YTD-FED-WH    TO W2-RW-FED-WH.
004670     MOVE YM-YTD-FICA-WH   TO W2-RW-FICA-WH.
004680     MOVE YM-YTD-MEDICARE-WH TO W2-RW-MEDICARE-WH.
004685     MOVE YM-YTD-401K-DEFER TO W2-RW-401K-DEFER.
004690     WRITE SSA-SUBMISSION-LINE FROM W2-RW-RECORD.
004700     ADD 1 TO W2-SSA-RECORD-COUNT.
004710 2400-EXIT.
004750*  2500-ACCUMULATE - ROLL THE EMPLOYEE INTO SUBMISSION TOTALS
004760*****************************************************************
004770 2500-ACCUMULATE.
004780     ADD YM-YTD-FED-WAGES    TO W2-TOTAL-WAGES.
004790     ADD YM-YTD-FED-WH       TO W2-TOTAL-FED-WH.
004800     ADD YM-YTD-FICA-WH      TO W2-TOTAL-FICA-WH.
004810     ADD YM-YTD-MEDICARE-WH  TO W2-TOTAL-MEDICARE-WH.
004815     ADD YM-YTD-401K-DEFER   TO W2-TOTAL-401K-DEFER.
004820 2500-EXIT.
004830     EXIT.
004840
005040     MOVE W2-TOTAL-FED-WH      TO W2-RT-FED-WH.
005050     MOVE W2-TOTAL-FICA-WH     TO W2-RT-FICA-WH.
005060     MOVE W2-TOTAL-MEDICARE-WH TO W2-RT-MEDICARE-WH.
005065     MOVE W2-TOTAL-401K-DEFER  TO W2-RT-401K-DEFER.
005070     WRITE SSA-SUBMISSION-LINE FROM W2-RT-RECORD.
005080     ADD 1 TO W2-SSA-RECORD-COUNT.
005090
