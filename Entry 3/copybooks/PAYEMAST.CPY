000110*  DM-DED-KEY.  DEDREMIT RESOLVES THE SPECIFIC KEY FIRST AND
000120*  FALLS BACK TO THE COMPANY-WIDE ONE.
000130*  KEY  : PE-PAYEE-KEY (DED CODE + EMP ID + PRIORITY)
000140*  USED BY  : DEDREMIT, PAYEMNT, SEPPAY
000150*-----------------------------------------------------------------
000160*  DATE       INIT  DESCRIPTION
000170*  ---------  ----  -------------------------------------------
