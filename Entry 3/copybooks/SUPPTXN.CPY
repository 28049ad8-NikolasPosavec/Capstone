000010*****************************************************************
000020*  SUPPTXN.CPY
000030*  RECORD LAYOUT FOR THE SUPPLEMENTAL-PAY TRANSACTION FILE.
000040*  SEQUENTIAL, UNSORTED.  ONE RECORD PER BONUS OR COMMISSION
000050*  AWARD - AN EMPLOYEE MAY HAVE SEVERAL.  READ ONLY BY A
000060*  SUPPLEMENTAL RUN OF PAYROLL (RUN TYPE S ON RUNCTL), WHICH
000070*  SORTS BY EMPLOYEE ID AND PAYS ALL OF AN EMPLOYEE'S AWARDS
000080*  ON ONE CHECK.  FEDERAL IS WITHHELD AT THE FLAT SUPPLEMENTAL
000090*  RATE ON TAXRATES, NOT THE BRACKETS.
000100*  EARNINGS TYPES: BON BONUS, COM COMMISSION, FNL FINAL WAGES
000101*  AND VPO VACATION PAYOUT.  FNL AND VPO ARE WRITTEN BY SEPPAY
000102*  FOR A SEPARATED EMPLOYEE'S FINAL CHECK AND CARRY THE HOURS
000103*  THEY PAY.  FINAL WAGES ARE REGULAR WAGES AND ARE WITHHELD ON
000104*  THE BRACKETS - ONLY THE REST IS AT THE FLAT RATE.  THE
000105*  FILE IS APPENDED TO - PAYROLL EMPTIES IT OF WHAT A
000106*  SUPPLEMENTAL RUN PAID, CARRYING OTHER PAY GROUPS' RECORDS.
000110*  THE CHARGE DEPARTMENT IS OPTIONAL - SPACES CHARGES THE
000120*  EMPLOYEE'S HOME DEPARTMENT.
000130*  USED BY  : PAYROLL, SEPPAY
000140*-----------------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  -------------------------------------------
000170*  2026-10-15  RTS  ORIGINAL LAYOUT.
000173*  2026-10-15  RTS  ADDED THE FNL AND VPO EARNINGS TYPES AND THE
000176*                   HOURS FOR SEPARATION FINAL PAY.
000180*****************************************************************
000190 01  SUPP-TRANS-RECORD.
000200     05  ST-EMP-ID              PIC X(05).
000210     05  ST-EARN-TYPE           PIC X(03).
000220         88  ST-BONUS                   VALUE 'BON'.
000230         88  ST-COMMISSION              VALUE 'COM'.
000233         88  ST-FINAL-WAGES             VALUE 'FNL'.
000236         88  ST-VAC-PAYOUT              VALUE 'VPO'.
000240     05  ST-AMOUNT              PIC 9(7)V99.
000250     05  ST-CHARGE-DEPT         PIC X(04).
000255     05  ST-HOURS               PIC 9(3)V99.
000260     05  FILLER                 PIC X(04).
