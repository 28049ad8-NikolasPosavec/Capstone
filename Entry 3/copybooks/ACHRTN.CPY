000080*  AS A PAPER CHECK.  A TYPE-C NOTIFICATION OF CHANGE CARRIES
000090*  THE CORRECTED ROUTING/ACCOUNT THE BANK SUPPLIES - ACHRET
000100*  APPLIES IT TO THE EMPLOYEE MASTER SO THE NEXT SETTLEMENT
000110*  GOES TO THE RIGHT ACCOUNT.  A TYPE-F FAILED RECALL SAYS THE
000112*  BANK COULD NOT PULL BACK A DEPOSIT WE VOIDED - THE EMPLOYEE
000114*  KEPT THE AMOUNT AND ACHRET BOOKS IT TO THE OVERPAYMENT
000116*  MASTER.  THE EMPLOYEE ID IS THE INDIVIDUAL IDENTIFICATION
000120*  ACHPAY PUT ON THE ENTRY DETAIL.
000130*  USED BY  : ACHRET
000140*-----------------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  -------------------------------------------
000170*  2026-09-02  RTS  ORIGINAL LAYOUT.
000173*  2026-10-15  RTS  ADDED ENTRY TYPE F, A FAILED RECALL OF A
000176*                   VOIDED DEPOSIT.
000180*****************************************************************
000190 01  ACH-RETURN-RECORD.
000200     05  AR-ENTRY-TYPE          PIC X(01).
000210         88  AR-RETURN                  VALUE 'R'.
000220         88  AR-NOC                     VALUE 'C'.
000225         88  AR-RECALL-FAILED           VALUE 'F'.
000230     05  AR-REASON-CODE         PIC X(03).
000240     05  AR-EMP-ID              PIC X(05).
000250     05  AR-AMOUNT              PIC 9(7)V99.
