000010*****************************************************************
000020*  OVPTRAN.CPY
000030*  RECORD LAYOUT FOR OVERPAYMENT MASTER MAINTENANCE TRANSACTIONS
000040*  READ BY OVPMAINT.  ONE TRANSACTION ADDS A RECEIVABLE KEYED BY
000050*  HAND (ORIGIN M), CHANGES THE AGREED RECOVERY AMOUNT PER PAY
000060*  PERIOD, OR WRITES OFF WHAT WILL NOT BE COLLECTED.  A CHANGE
000070*  OR WRITE-OFF NAMES THE RECEIVABLE BY EMPLOYEE ID, DATE OPENED
000080*  AND SEQUENCE AS PRINTED ON THE AGING REPORT.  AN ADD IS
000090*  OPENED UNDER THE RUN DATE AND THE NEXT FREE SEQUENCE.
000100*  A ZERO WRITE-OFF AMOUNT WRITES OFF THE WHOLE BALANCE.
000110*  USED BY  : OVPMAINT
000120*-----------------------------------------------------------------
000130*  DATE       INIT  DESCRIPTION
000140*  ---------  ----  -------------------------------------------
000150*  2026-10-15  RTS  ORIGINAL LAYOUT.
000160*****************************************************************
000170 01  OVP-MAINT-TRANS-RECORD.
000180     05  OT-ACTION-CODE         PIC X(01).
000190         88  OT-ADD                     VALUE 'A'.
000200         88  OT-CHANGE                  VALUE 'C'.
000210         88  OT-WRITE-OFF               VALUE 'W'.
000220     05  OT-EMP-ID              PIC X(05).
000230     05  OT-OPEN-DATE           PIC 9(8).
000240     05  OT-SEQ                 PIC 9(02).
000250     05  OT-AMOUNT              PIC 9(7)V99.
000260     05  OT-RECOVERY-AMOUNT     PIC 9(7)V99.
000270     05  OT-CHECK-NUMBER        PIC 9(7).
000280     05  OT-SOURCE-DATE         PIC 9(8).
000290     05  FILLER                 PIC X(10).
