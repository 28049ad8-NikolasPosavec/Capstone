000120*  THE FILE AND MARKS ITS SOURCE RECORDS APPLIED, SO A RERUN
000130*  OF RETROPAY CANNOT DOUBLE A DIFFERENCE.  PAYROLL EMPTIES
000135*  THE FILE AT END OF ITS RUN ONCE EVERY ENTRY IS PAID OR
000137*  SWEPT, KEEPING ONLY THE ENTRIES FOR EMPLOYEES OF OTHER PAY
000138*  GROUPS FOR THEIR OWN GROUP'S RUN.
000140*  USED BY  : RETROPAY, PAYROLL
000150*-----------------------------------------------------------------
000160*  DATE       INIT  DESCRIPTION
