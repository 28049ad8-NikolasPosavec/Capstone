000010*****************************************************************
000020*  PAYCAL.CPY
000030*  PAY CALENDAR.  ONE RECORD PER PAY PERIOD PER PAY GROUP,
000040*  KEYED BY THE PAYROLL DEPARTMENT AHEAD OF THE YEAR.  THE PAY
000050*  GROUP ON THE EMPLOYEE MASTER (EM-PAY-GROUP) NAMES THE
000060*  CALENDAR THE EMPLOYEE IS PAID ON.  THE FREQUENCY SETS THE
000070*  NUMBER OF PERIODS A YEAR USED TO ANNUALIZE FEDERAL
000080*  WITHHOLDING AND TO SPREAD THE ANNUAL LEAVE ACCRUAL.
000090*    W  WEEKLY       52 PERIODS
000100*    B  BIWEEKLY     26 PERIODS
000110*    S  SEMIMONTHLY  24 PERIODS
000120*  THE WORKWEEK START IS ANY DATE ON WHICH ONE OF THE GROUP'S
000130*  FLSA WORKWEEKS BEGINS.  WORKWEEKS RUN SEVEN DAYS ON FROM IT
000140*  WHATEVER THE PERIOD DATES, SO A SEMIMONTHLY (OR A WEEKLY
000150*  GROUP PAID OFF THE WEEK) PERIOD MAY START OR END PART-WAY
000160*  THROUGH A WORKWEEK.  ZERO IS HONORED AS A SUNDAY START.
000170*  SEQUENTIAL, IN GROUP AND PERIOD-END ORDER.
000180*  USED BY  : PAYROLL, SEPPAY, RETROPAY
000190*-----------------------------------------------------------------
000200*  DATE       INIT  DESCRIPTION
000210*  ---------  ----  -------------------------------------------
000220*  2026-10-15  RTS  ORIGINAL LAYOUT.
000230*****************************************************************
000240 01  PAY-CALENDAR-RECORD.
000250     05  CL-PAY-GROUP           PIC X(02).
000260     05  CL-FREQUENCY           PIC X(01).
000270         88  CL-WEEKLY                  VALUE 'W'.
000280         88  CL-BIWEEKLY                VALUE 'B'.
000290         88  CL-SEMIMONTHLY             VALUE 'S'.
000300     05  CL-PERIOD-START        PIC 9(8).
000310     05  CL-PERIOD-END          PIC 9(8).
000320     05  CL-CHECK-DATE          PIC 9(8).
000330     05  CL-WORKWEEK-START      PIC 9(8).
000340     05  FILLER                 PIC X(02).
