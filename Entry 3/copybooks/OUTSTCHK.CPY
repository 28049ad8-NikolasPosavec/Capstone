000060*  BANK'S CLEARED-ITEMS FILE IS APPLIED.  STATUS O RECORDS ARE
000070*  THE OUTSTANDING CHECKS AGED ON THE RECONCILIATION REPORT.
000080*  KEY  : OC-CHECK-NUMBER
000085*  A VOIDED CHECK THE BANK PAID ANYWAY IS BOOKED TO THE
000087*  OVERPAYMENT MASTER BY BANKREC AND MARKED STATUS P, WHICH IS
000088*  STILL A VOID - A SECOND PAYMENT OF IT IS PAID TWICE.
000090*  USED BY  : BANKREC, ESCHEAT, PAYAUDIT
000100*-----------------------------------------------------------------
000110*  DATE       INIT  DESCRIPTION
000170*                   LETTER DATE SO A LETTER GOES OUT ONLY ONCE.
000180*                   BANKREC TREATS A BANK-PAID ESCHEATED CHECK
000190*                   AS AN EXCEPTION.
000193*  2026-10-15  RTS  ADDED STATUS P, A VOIDED CHECK THE BANK PAID
000196*                   AND BANKREC BOOKED AS AN OVERPAYMENT.
000200*****************************************************************
000210 01  OUTSTANDING-CHECK-RECORD.
000220     05  OC-CHECK-NUMBER        PIC 9(7).
000270     05  OC-STATUS              PIC X(01).
000280         88  OC-OUTSTANDING             VALUE 'O'.
000290         88  OC-CLEARED                 VALUE 'C'.
000300         88  OC-VOID                    VALUES 'V' 'P'.
000305         88  OC-VOID-PAID               VALUE 'P'.
000310         88  OC-ESCHEATED               VALUE 'E'.
000320     05  OC-CLEARED-DATE        PIC 9(8).
000330     05  OC-CLEARED-AMOUNT      PIC 9(7)V99.
