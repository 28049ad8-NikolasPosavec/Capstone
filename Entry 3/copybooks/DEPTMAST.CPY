000090*  CAN NO LONGER CREATE A PHANTOM DEPARTMENT.  LABORDST
000100*  RESOLVES EACH DEPARTMENT TO ITS MAPPED ACCOUNT AND POSTS A
000110*  CLOSED OR UNKNOWN DEPARTMENT TO THE LABOR SUSPENSE ACCOUNT
000120*  INSTEAD OF THE LEDGER.  THE WORKERS' COMPENSATION CLASS
000123*  CODE AND STATE CLASSIFY THE DEPARTMENT'S WAGES FOR THE
000126*  CARRIER'S PREMIUM AUDIT (WCPREM).
000130*  KEY  : DP-DEPT-CODE
000140*  USED BY  : DEPTMNT, EMPMAINT, PAYROLL, LABORDST, WCPREM
000150*-----------------------------------------------------------------
000160*  DATE       INIT  DESCRIPTION
000170*  ---------  ----  -------------------------------------------
000180*  2026-09-02  RTS  ORIGINAL LAYOUT.
000185*  2026-10-15  RTS  ADDED THE WORKERS' COMPENSATION CLASS CODE
000186*                   AND STATE, TAKEN FROM FILLER.  A BLANK STATE
000187*                   TAKES THE POLICY'S DEFAULT STATE (WCCTL.CPY).
000190*****************************************************************
000200 01  DEPARTMENT-MASTER-RECORD.
000210     05  DP-DEPT-CODE           PIC X(04).
000260         88  DP-CLOSED                  VALUE 'C'.
000270     05  DP-DATE-ADDED          PIC 9(8).
000280     05  DP-DATE-CHANGED        PIC 9(8).
000284     05  DP-WC-CLASS            PIC X(04).
000286     05  DP-WC-STATE            PIC X(02).
000290     05  FILLER                 PIC X(04).
