000040*  PER EMPLOYEE, CARRYING YEAR-TO-DATE AND QUARTER-TO-DATE
000050*  ACCUMULATIONS FOR W-2/941 REPORTING.
000060*  KEY  : YM-EMP-ID
000070*  USED BY  : PAYROLL, YEAREND, W2FILE, PAYSTUB, PAYAUDIT,
000075*             UIWAGE
000080*-----------------------------------------------------------------
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  -------------------------------------------
000160*  2026-08-22  RTS  ADDED EMPLOYER-MATCH FICA AND MEDICARE
000170*                   ACCUMULATIONS FOR THE 941 DEPOSIT LIABILITY
000180*                   AND W-2/SSA FILING (W2FILE).
000181*  2026-10-15  RTS  ADDED QTD/YTD FEDERAL-TAXABLE, SOCIAL-
000182*                   SECURITY-TAXABLE (CAPPED AT THE WAGE BASE)
000183*                   AND MEDICARE-TAXABLE WAGES, NET OF PRE-TAX
000184*                   DEDUCTIONS, AND THE YTD 401(K) DEFERRAL FOR
000185*                   W-2 BOXES 1, 3, 5 AND 12 CODE D.
000186*  2026-10-15  RTS  ADDED QTD/YTD FUTA AND SUTA TAXABLE WAGES
000187*                   (CAPPED AT THEIR WAGE BASES) AND EMPLOYER
000188*                   TAX, AND THE FUTA TAX BY CALENDAR QUARTER
000189*                   FOR THE STATE UI WAGE REPORT AND FORM 940.
000190*****************************************************************
000200 01  YTD-MASTER-RECORD.
000210     05  YM-EMP-ID              PIC X(05).
000390     05  YM-YTD-NET-PAY         PIC 9(7)V99.
000400     05  YM-YTD-DEDUCTIONS      PIC 9(7)V99.
000410     05  YM-YTD-ER-FICA         PIC 9(7)V99.
000411     05  YM-YTD-ER-MEDICARE     PIC 9(7)V99.
000412     05  YM-QTD-FED-WAGES       PIC 9(7)V99.
000413     05  YM-QTD-SS-WAGES        PIC 9(7)V99.
000414     05  YM-QTD-MED-WAGES       PIC 9(7)V99.
000415     05  YM-YTD-FED-WAGES       PIC 9(7)V99.
000416     05  YM-YTD-SS-WAGES        PIC 9(7)V99.
000417     05  YM-YTD-MED-WAGES       PIC 9(7)V99.
000418     05  YM-YTD-401K-DEFER      PIC 9(7)V99.
000419     05  YM-QTD-FUTA-WAGES      PIC 9(7)V99.
000420     05  YM-QTD-FUTA-TAX        PIC 9(7)V99.
000421     05  YM-QTD-SUTA-WAGES      PIC 9(7)V99.
000422     05  YM-QTD-SUTA-TAX        PIC 9(7)V99.
000423     05  YM-YTD-FUTA-WAGES      PIC 9(7)V99.
000424     05  YM-YTD-FUTA-TAX        PIC 9(7)V99.
000425     05  YM-YTD-SUTA-WAGES      PIC 9(7)V99.
000426     05  YM-YTD-SUTA-TAX        PIC 9(7)V99.
000427     05  YM-FUTA-BY-QUARTER.
000428         10  YM-QTR-FUTA-TAX    PIC 9(7)V99 OCCURS 4 TIMES.
000430     05  FILLER                 PIC X(10).
