000010*****************************************************************
000020*  WCRATES.CPY
000030*  RECORD LAYOUT FOR THE WORKERS' COMPENSATION RATE FILE.
000040*  SEQUENTIAL, ONE RECORD PER STATE AND CLASS CODE FOR A POLICY
000050*  YEAR, WITH THE CARRIER'S MANUAL RATE PER $100 OF PAYROLL AND
000060*  THE CLASS DESCRIPTION.  RATES CHANGE AT EACH RENEWAL, SO THE
000070*  FILE MAY HOLD SEVERAL POLICY YEARS - WCPREM LOADS ONLY THE
000080*  RECORDS WHOSE POLICY EFFECTIVE DATE MATCHES WCCTL.CPY.
000090*  USED BY  : WCPREM
000100*-----------------------------------------------------------------
000110*  DATE       INIT  DESCRIPTION
000120*  ---------  ----  -------------------------------------------
000130*  2026-10-15  RTS  ORIGINAL LAYOUT.
000140*****************************************************************
000150 01  WC-RATE-RECORD.
000160     05  WR-STATE               PIC X(02).
000170     05  WR-CLASS-CODE          PIC X(04).
000180     05  WR-POLICY-EFF-DATE     PIC 9(8).
000190     05  WR-RATE                PIC 9(3)V9999.
000200     05  WR-DESCRIPTION         PIC X(30).
000210     05  FILLER                 PIC X(10).
