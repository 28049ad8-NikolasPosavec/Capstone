000090*  AMOUNT (COURT-ORDERED GARNISHMENT TOTAL, 401(K) ANNUAL CAP)
000100*  STOPS THE DEDUCTION ONCE TAKEN-TO-DATE REACHES THE GOAL.
000110*  KEY  : DM-DED-KEY (EMPLOYEE ID + PRIORITY)
000120*  USED BY  : PAYROLL, DEDMAINT, PAYAUDIT, SEPPAY
000130*-----------------------------------------------------------------
000140*  DATE       INIT  DESCRIPTION
000150*  ---------  ----  -------------------------------------------
