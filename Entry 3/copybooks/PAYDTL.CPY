000390*                   TO ITS PAYEE (PAYEE MASTER IS KEYED CODE +
000400*                   EMPLOYEE + PRIORITY).
000410*  2026-09-02  RTS  ADDED THE RETRO-PAY AMOUNT (RTO EARNINGS
000411*                   TYPE, SIGNED) INCLUDED IN THE GROSS, SO THE
000412*                   STUB BREAKS RETRO OUT SEPARATELY.
000413*  2026-10-15  RTS  ADDED THE PAY GROUP AND THE CHECK DATE FROM
000414*                   THE PAY CALENDAR (PAYCAL.CPY).  CHECKPRT
000415*                   DATES THE CHECK AND ACHPAY SETS THE
000416*                   SETTLEMENT DATE FROM IT, AND BOTH CLOSE
000417*                   THE GROUP'S OWN PAY-CYCLE RECORD.
000418*  2026-10-15  RTS  ADDED THE CYCLE TYPE AND THE BONUS AND
000419*                   COMMISSION EARNINGS.  A TYPE-S FILE COMES
000420*                   FROM A SUPPLEMENTAL RUN - CHECKPRT, ACHPAY
000421*                   AND ACHRET WORK THE GROUP'S SUPPLEMENTAL
000422*                   PAY-CYCLE RECORD FOR IT.  SPACES IS HONORED
000423*                   AS A REGULAR CYCLE.
000425*  2026-10-15  RTS  ADDED THE EMPLOYER FUTA AND SUTA TAX SO
000426*                   LABORDST CAN POST THE EXPENSE AND LIABILITY.
000427*  2026-10-15  RTS  ADDED THE OVERPAYMENT RECOVERY TAKEN FROM NET
000428*                   PAY AND THE RECEIVABLE BALANCE LEFT AFTER IT.
000429*                   THE RECOVERY IS NOT A DEDUCTION - IT IS NOT
000430*                   IN THE TOTAL DEDUCTIONS.  PAYSTUB PRINTS IT
000431*                   ON ITS OWN LINE AND LABORDST CREDITS IT TO
000432*                   THE EMPLOYEE RECEIVABLE ACCOUNT.
000433*  2026-10-15  RTS  ADDED THE LABOR DISTRIBUTION TABLE - HOURS,
000434*                   OVERTIME, AND PAY FOR EACH DEPARTMENT AND
000435*                   JOB THE EMPLOYEE WORKED, SUMMING TO THE
000436*                   GROSS.  LABORDST COSTS FROM IT.  A COUNT
000437*                   OF ZERO (RECORDS WRITTEN BEFORE THE TABLE)
000438*                   CHARGES THE WHOLE GROSS TO PD-DEPT.
000440*****************************************************************
000450 01  PAY-DETAIL-RECORD.
000460     05  PD-EMP-ID              PIC X(05).
000760     05  PD-SIK-HOURS           PIC 9(3)V99.
000770     05  PD-SIK-PAY             PIC 9(7)V99.
000780     05  PD-HOL-HOURS           PIC 9(3)V99.
000781     05  PD-HOL-PAY             PIC 9(7)V99.
000782     05  PD-RTO-PAY             PIC S9(7)V99.
000784     05  PD-PAY-GROUP           PIC X(02).
000785     05  PD-CHECK-DATE          PIC 9(8).
000786     05  PD-CYCLE-TYPE          PIC X(01).
000788         88  PD-REGULAR-CYCLE           VALUE 'R' SPACE.
000789         88  PD-SUPPLEMENTAL-CYCLE      VALUE 'S'.
000790     05  PD-BONUS-PAY           PIC 9(7)V99.
000792     05  PD-COMMISSION-PAY      PIC 9(7)V99.
000793     05  PD-ER-FUTA             PIC 9(7)V99.
000795     05  PD-ER-SUTA             PIC 9(7)V99.
000796     05  PD-OVP-RECOVERY        PIC 9(7)V99.
000797     05  PD-OVP-BALANCE         PIC 9(7)V99.
000799     05  PD-DIST-COUNT          PIC 9(02).
000800     05  PD-DIST-ENTRY OCCURS 10 TIMES.
000801         10  PD-DIST-DEPT       PIC X(04).
000803         10  PD-DIST-JOB        PIC X(06).
000804         10  PD-DIST-HOURS      PIC 9(3)V99.
000805         10  PD-DIST-OT-HOURS   PIC 9(3)V99.
000807         10  PD-DIST-PAY        PIC S9(7)V99.
000808         10  PD-DIST-OT-PAY     PIC 9(7)V99.
000810     05  PD-DED-COUNT           PIC 9(02).
000820     05  PD-DED-ENTRY OCCURS 20 TIMES.
000830         10  PD-DED-CODE        PIC X(03).
