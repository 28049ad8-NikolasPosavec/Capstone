000100*  NEGATIVE BY A PRIOR-PERIOD CORRECTION STAYS VISIBLE INSTEAD
000110*  OF WRAPPING.
000120*  KEY  : LV-EMP-ID
000130*  USED BY  : PAYROLL, LEAVEYR, SEPPAY
000140*-----------------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  -------------------------------------------
