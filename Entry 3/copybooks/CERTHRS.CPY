000010*****************************************************************
000020*  CERTHRS.CPY
000030*  RECORD LAYOUT FOR THE CERTIFIED-PAYROLL HOURS FILE.
000040*  SEQUENTIAL, APPENDED TO BY EACH REGULAR PAYROLL RUN AND
000050*  EMPTIED BY CERTPAY ONCE THE WH-347 REPORTS ARE PRINTED.  ONE
000060*  RECORD PER EMPLOYEE, CERTIFIED-PAYROLL JOB, AND SEVEN-DAY
000070*  WORKWEEK OF THE PAY PERIOD, WITH THE HOURS WORKED ON EACH DAY
000080*  OF THE WEEK (DAY 1 IS THE WEEK START).  THE WEEKS RUN FROM
000090*  THE GROUP'S WORKWEEK START ON THE PAY CALENDAR, SO A WEEK
000100*  SPLIT BY A PERIOD END COMES IN ONE RECORD FROM EACH PERIOD,
000110*  EACH WITH THE DAYS WORKED IN ITS PERIOD.  OVERTIME IS FIGURED
000120*  ON THE WHOLE WORKWEEK AND SHARED OUT TO THE JOBS WORKED IN
000130*  IT BY HOURS, SO THE STRAIGHT AND OVERTIME SPLIT IS BY WEEK,
000140*  NOT BY DAY.  THE CHECK FIGURES - GROSS FOR ALL WORK,
000150*  DEDUCTIONS, AND NET - ARE FOR THE WHOLE PAY PERIOD AND ARE
000160*  CARRIED ONLY ON THE JOB'S LAST WORKWEEK OF THE PERIOD (CHECK
000170*  WEEK Y), SO A BIWEEKLY CHECK IS NOT SHOWN TWICE.
000180*  USED BY  : PAYROLL, CERTPAY
000190*-----------------------------------------------------------------
000200*  DATE       INIT  DESCRIPTION
000210*  ---------  ----  -------------------------------------------
000220*  2026-10-15  RTS  ORIGINAL LAYOUT.
000230*****************************************************************
000240 01  CERTIFIED-HOURS-RECORD.
000250     05  CT-JOB-NUMBER          PIC X(06).
000260     05  CT-WEEK-ENDING         PIC 9(8).
000270     05  CT-EMP-ID              PIC X(05).
000280     05  CT-WEEK-START          PIC 9(8).
000290     05  CT-EMP-NAME            PIC X(30).
000300     05  CT-PERIOD-END          PIC 9(8).
000310     05  CT-CHECK-DATE          PIC 9(8).
000320     05  CT-DAY-HOURS           PIC 9(2)V99 OCCURS 7 TIMES.
000330     05  CT-ST-HOURS            PIC 9(3)V99.
000340     05  CT-OT-HOURS            PIC 9(3)V99.
000350     05  CT-ST-RATE             PIC 9(3)V99.
000360     05  CT-OT-RATE             PIC 9(4)V99.
000370     05  CT-PROJECT-GROSS       PIC 9(7)V99.
000380     05  CT-CHECK-WEEK-SW       PIC X(01).
000390         88  CT-CHECK-WEEK              VALUE 'Y'.
000400     05  CT-GROSS-ALL-WORK      PIC 9(7)V99.
000410     05  CT-FICA                PIC 9(7)V99.
000420     05  CT-WITHHOLDING         PIC 9(7)V99.
000430     05  CT-OTHER-DEDUCTIONS    PIC 9(7)V99.
000440     05  CT-NET-PAY             PIC 9(7)V99.
000450     05  FILLER                 PIC X(10).
