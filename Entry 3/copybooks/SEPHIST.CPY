000010*****************************************************************
000020*  SEPHIST.CPY
000030*  RECORD LAYOUT FOR THE SEPARATION HISTORY INDEXED FILE.  ONE
000040*  RECORD PER EMPLOYEE SEPARATION, WRITTEN BY EMPMAINT WHEN A
000050*  TERMINATION TRANSACTION IS APPLIED.  SEPPAY READS THE
000060*  PENDING RECORDS, WRITES THE FINAL-PAY TRANSACTIONS (FINAL
000070*  WAGES AND VACATION PAYOUT) TO THE SUPPLEMENTAL FILE
000080*  (SUPPTXN.CPY) FOR AN OFF-CYCLE SUPPLEMENTAL PAYROLL RUN,
000090*  STOPS THE EMPLOYEE'S DEDUCTIONS, ZEROES THE LEAVE BALANCES,
000100*  AND MARKS THE RECORD APPLIED.
000110*  THE FINAL HOURS ARE HOURS WORKED SINCE THE LAST PERIOD PAID
000120*  AND NOT YET ON ANY TIMECARD.
000130*  KEY  : SH-SEP-KEY (EMP ID + SEPARATION DATE)
000140*  USED BY  : EMPMAINT, SEPPAY
000150*-----------------------------------------------------------------
000160*  DATE       INIT  DESCRIPTION
000170*  ---------  ----  -------------------------------------------
000180*  2026-10-15  RTS  ORIGINAL LAYOUT.
000190*****************************************************************
000200 01  SEPARATION-HISTORY-RECORD.
000210     05  SH-SEP-KEY.
000220         10  SH-EMP-ID          PIC X(05).
000230         10  SH-SEP-DATE        PIC 9(8).
000240     05  SH-SEP-REASON          PIC X(02).
000250         88  SH-RESIGNATION             VALUE 'RS'.
000260         88  SH-RETIREMENT              VALUE 'RT'.
000270         88  SH-LAYOFF                  VALUE 'LO'.
000280         88  SH-DISCHARGE               VALUE 'DC'.
000290         88  SH-DEATH                   VALUE 'DE'.
000300     05  SH-FINAL-HOURS         PIC 9(3)V99.
000310     05  SH-STATUS              PIC X(01).
000320         88  SH-PENDING                 VALUE 'P'.
000330         88  SH-APPLIED                 VALUE 'A'.
000340     05  SH-DATE-ADDED          PIC 9(8).
000350     05  SH-DATE-APPLIED        PIC 9(8).
000360     05  FILLER                 PIC X(10).
