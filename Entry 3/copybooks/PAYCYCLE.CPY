000010*****************************************************************
000020*  PAYCYCLE.CPY
000030*  PAY-CYCLE STATUS FILE - THE INTERLOCK THAT TIES THE PIECES
000040*  OF A PAY RUN TOGETHER SO THE SAME BATCH CAN NEVER PAY
000050*  TWICE.  PAYROLL RECORDS THE CYCLE (PERIOD DATES PLUS RUN
000060*  SEQUENCE) AS COMPUTED WHEN IT FINISHES.  CHECKPRT
000070*  REFUSES TO START UNLESS THE CYCLE IS COMPUTED-AND-UNPAID
000080*  AND MARKS IT PAID WHEN IT FINISHES.  ACHPAY ACCEPTS THE
000082*  CYCLE COMPUTED OR PAID, BUT ONLY FOR THE RUN SEQUENCE ON
000084*  ITS PAY-DETAIL FILE, SO IT MAY RUN EITHER SIDE OF CHECKPRT.  A
000090*  RERUN OF PAYROLL AGAINST AN ALREADY-PAID PERIOD IS REJECTED
000100*  UNLESS THE SUPERVISOR OVERRIDE IS PRESENT ON THE RUN-
000110*  CONTROL RECORD - THE OVERRIDE STEPS THE RUN SEQUENCE AND
000120*  ITS REASON GOES TO THE AUDIT LOG.
000122*  ONE RECORD PER PAY GROUP - EACH GROUP'S CYCLE OPENS AND
000124*  CLOSES ON ITS OWN CALENDAR, AND ITS SUPPLEMENTAL RUNS ON
000125*  A SEPARATE TYPE-S RECORD.
000126*  KEY  : PC-CYCLE-KEY (PAY GROUP + CYCLE TYPE)
000130*  USED BY  : PAYROLL, CHECKPRT, ACHPAY, ACHRET
000140*-----------------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  -------------------------------------------
000170*  2026-08-22  RTS  ORIGINAL LAYOUT.
000171*  2026-10-15  RTS  NOW INDEXED, ONE RECORD PER PAY GROUP, SO
000172*                   THE WEEKLY, BIWEEKLY AND SEMIMONTHLY CYCLES
000173*                   INTERLOCK INDEPENDENTLY.  ADDED THE CHECK
000174*                   DATE FROM THE PAY CALENDAR.
000175*  2026-10-15  RTS  ADDED THE CYCLE TYPE TO THE KEY.  A GROUP'S
000176*                   SUPPLEMENTAL (BONUS/COMMISSION) RUNS KEEP
000177*                   THEIR OWN RECORD AND RUN SEQUENCE, SO THEY
000178*                   NEVER TOUCH THE REGULAR CYCLE.
000179*  2026-10-15  RTS  ACHPAY ACCEPTS A PAID CYCLE FOR ITS OWN RUN.
000180*****************************************************************
000190 01  PAY-CYCLE-RECORD.
000192     05  PC-CYCLE-KEY.
000194         10  PC-PAY-GROUP       PIC X(02).
000196         10  PC-CYCLE-TYPE      PIC X(01).
000197             88  PC-REGULAR-CYCLE       VALUE 'R'.
000198             88  PC-SUPPLEMENTAL-CYCLE  VALUE 'S'.
000200     05  PC-PERIOD-START        PIC 9(8).
000210     05  PC-PERIOD-END          PIC 9(8).
000220     05  PC-RUN-SEQ             PIC 9(3).
000240         88  PC-COMPUTED                VALUE 'C'.
000250         88  PC-PAID                    VALUE 'P'.
000260     05  PC-RUN-DATE            PIC 9(8).
000265     05  PC-CHECK-DATE          PIC 9(8).
000270     05  FILLER                 PIC X(09).
