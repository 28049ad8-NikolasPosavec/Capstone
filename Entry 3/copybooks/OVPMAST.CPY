000010*****************************************************************
000020*  OVPMAST.CPY
000030*  RECORD LAYOUT FOR THE EMPLOYEE OVERPAYMENT RECEIVABLE INDEXED
000040*  MASTER.  ONE RECORD PER AMOUNT AN EMPLOYEE OWES BACK, BOOKED
000050*  WHEN THE OVERPAYMENT IS FOUND:
000060*    R  PAYROLL - A NEGATIVE RETRO LARGER THAN THE PERIOD'S
000070*       GROSS, OR FOR AN EMPLOYEE WITH NO PAY THAT RUN
000080*    C  BANKREC - THE BANK PAID A CHECK WE HAD VOIDED
000090*    A  ACHRET  - THE BANK COULD NOT RECALL A VOIDED DEPOSIT
000100*    V  PAYROLL - A VOIDED PERIOD HAD RECOVERED AN OVERPAYMENT,
000110*       SO THE RECOVERY IS OWED AGAIN
000120*    M  OVPMAINT - KEYED BY HAND
000130*  THE CHECK NUMBER AND SOURCE DATE TRACE THE RECEIVABLE BACK
000140*  TO THE CHECK, PAY PERIOD, OR ACH SETTLEMENT IT CAME FROM.
000150*  PAYROLL RECOVERS OPEN BALANCES FROM NET PAY EACH REGULAR RUN,
000160*  OLDEST FIRST, AT THE AGREED AMOUNT PER PERIOD (ZERO TAKES AS
000170*  MUCH AS THE PROTECTED-NET LIMIT ALLOWS).  OVPMAINT SETS THE
000180*  AGREED AMOUNT AND WRITES OFF WHAT WILL NOT BE COLLECTED.
000190*  OVPAGE AGES THE OPEN BALANCES.
000200*  KEY  : OV-OVP-KEY (EMP ID + DATE OPENED + SEQUENCE)
000210*  USED BY  : PAYROLL, BANKREC, ACHRET, OVPMAINT, OVPAGE
000220*-----------------------------------------------------------------
000230*  DATE       INIT  DESCRIPTION
000240*  ---------  ----  -------------------------------------------
000250*  2026-10-15  RTS  ORIGINAL LAYOUT.
000260*****************************************************************
000270 01  OVERPAYMENT-RECORD.
000280     05  OV-OVP-KEY.
000290         10  OV-EMP-ID          PIC X(05).
000300         10  OV-OPEN-DATE       PIC 9(8).
000310         10  OV-SEQ             PIC 9(02).
000320     05  OV-ORIGIN              PIC X(01).
000330         88  OV-FROM-RETRO              VALUE 'R'.
000340         88  OV-FROM-CASHED-VOID        VALUE 'C'.
000350         88  OV-FROM-FAILED-RECALL      VALUE 'A'.
000360         88  OV-FROM-VOIDED-RECOVERY    VALUE 'V'.
000370         88  OV-FROM-MANUAL             VALUE 'M'.
000380     05  OV-CHECK-NUMBER        PIC 9(7).
000390     05  OV-SOURCE-DATE         PIC 9(8).
000400     05  OV-ORIGINAL-AMOUNT     PIC 9(7)V99.
000410     05  OV-BALANCE             PIC 9(7)V99.
000420     05  OV-RECOVERY-AMOUNT     PIC 9(7)V99.
000430     05  OV-RECOVERED-TO-DATE   PIC 9(7)V99.
000440     05  OV-LAST-RECOVERY-DATE  PIC 9(8).
000450     05  OV-WRITTEN-OFF-AMOUNT  PIC 9(7)V99.
000460     05  OV-STATUS              PIC X(01).
000470         88  OV-OPEN                    VALUE 'O'.
000480         88  OV-PAID-OFF                VALUE 'P'.
000490         88  OV-WRITTEN-OFF             VALUE 'W'.
000500     05  OV-CLOSED-DATE         PIC 9(8).
000510     05  FILLER                 PIC X(10).
