000090*  PAYINQ READS THE FILE TO PRINT EARNINGS STATEMENTS FOR
000100*  VERIFICATION LETTERS AND WAGE INQUIRIES.
000110*  KEY  : PH-HIST-KEY (EMP ID + PERIOD END + SEQUENCE)
000120*  USED BY  : PAYROLL, PAYINQ, RETROPAY, PAYAUDIT, WCPREM
000130*-----------------------------------------------------------------
000140*  DATE       INIT  DESCRIPTION
000150*  ---------  ----  -------------------------------------------
000242*  2026-09-02  RTS  ADDED THE RETRO-PAY AMOUNT INCLUDED IN THE
000244*                   PERIOD'S GROSS (RTO EARNINGS TYPE, SIGNED)
000246*                   SO RETRO SHOWS SEPARATELY ON STATEMENTS.
000247*  2026-10-15  RTS  ADDED ENTRY TYPE S - A SUPPLEMENTAL (BONUS/
000248*                   COMMISSION) CHECK.  A VOID OF A REGULAR RUN
000249*                   DOES NOT NET IT.
000250*  2026-10-15  RTS  ADDED THE PERIOD'S FEDERAL, SOCIAL SECURITY
000252*                   AND MEDICARE TAXABLE WAGES AND 401(K)
000253*                   DEFERRAL, SO A REVERSAL BACKS THEM OUT OF
000254*                   THE YTD MASTER.
000255*  2026-10-15  RTS  ADDED THE PERIOD'S FUTA AND SUTA TAXABLE
000256*                   WAGES FOR THE SAME REASON.
000258*  2026-10-15  RTS  ADDED THE OVERPAYMENT RECOVERY TAKEN FROM THE
000259*                   PERIOD'S NET, SO A REVERSAL OWES IT AGAIN.
000260*  2026-10-15  RTS  ADDED THE LABOR DISTRIBUTION TABLE (HOURS,
000261*                   OVERTIME, AND PAY BY DEPARTMENT AND JOB) SO
000263*                   A REVERSAL CREDITS EACH DEPARTMENT AND JOB
000264*                   ORIGINALLY CHARGED.  A COUNT OF ZERO
000265*                   CHARGES THE WHOLE GROSS TO PH-DEPT.
000266*  2026-10-15  RTS  ADDED THE HOURS WORKED IN THE PERIOD'S LAST
000267*                   FLSA WORKWEEK WHEN THAT WEEK RUNS ON PAST THE
000269*                   PERIOD END, SO THE NEXT PERIOD TESTS THE
000270*                   WHOLE WEEK FOR OVERTIME.  TAKES THE LAST FIVE
000271*                   BYTES OF FILLER - THE RECORD IS UNCHANGED IN
000272*                   LENGTH.  ON A TYPE-V ENTRY THE SAME BYTES
000273*                   CARRY THE SEQUENCE OF THE ENTRY IT REVERSES,
000275*                   SO A VOID NETS ONLY THE RUN IT NAMES.
000276*****************************************************************
000277 01  PAY-HISTORY-RECORD.
000278     05  PH-HIST-KEY.
000280         10  PH-EMP-ID          PIC X(05).
000290         10  PH-PERIOD-END      PIC 9(8).
000300         10  PH-SEQ             PIC 9(02).
000460     05  PH-ENTRY-TYPE          PIC X(01).
000470         88  PH-NORMAL-ENTRY            VALUE SPACE.
000480         88  PH-REVERSAL                VALUE 'V'.
000485         88  PH-SUPPLEMENTAL            VALUE 'S'.
000490     05  PH-DEPT                PIC X(04).
000500     05  PH-RTO-PAY             PIC S9(7)V99.
000502     05  PH-FED-WAGES           PIC 9(7)V99.
000504     05  PH-SS-WAGES            PIC 9(7)V99.
000506     05  PH-MED-WAGES           PIC 9(7)V99.
000508     05  PH-401K-DEFER          PIC 9(7)V99.
000518     05  PH-FUTA-WAGES          PIC 9(7)V99.
000528     05  PH-SUTA-WAGES          PIC 9(7)V99.
000530     05  PH-OVP-RECOVERY        PIC 9(7)V99.
000540     05  PH-DIST-COUNT          PIC 9(02).
000550     05  PH-DIST-ENTRY OCCURS 10 TIMES.
000560         10  PH-DIST-DEPT       PIC X(04).
000570         10  PH-DIST-JOB        PIC X(06).
000580         10  PH-DIST-HOURS      PIC 9(3)V99.
000590         10  PH-DIST-OT-HOURS   PIC 9(3)V99.
000600         10  PH-DIST-PAY        PIC S9(7)V99.
000610         10  PH-DIST-OT-PAY     PIC 9(7)V99.
000620     05  PH-CARRY-WEEK-HOURS    PIC 9(3)V99.
000630     05  PH-REVERSAL-DATA REDEFINES PH-CARRY-WEEK-HOURS.
000640         10  PH-REVERSED-SEQ    PIC 9(02).
000650         10  FILLER             PIC X(03).
