000010*****************************************************************
000020*  WCCTL.CPY
000030*  ONE-RECORD PARAMETER FILE READ AT THE START OF THE WCPREM
000040*  RUN.  NAMES THE WORKERS' COMPENSATION POLICY BEING AUDITED -
000050*  POLICY NUMBER, CARRIER, AND THE DATE THE POLICY YEAR BEGINS -
000060*  AND THE QUARTER OF THAT POLICY YEAR TO REPORT.  POLICY
000070*  QUARTERS RUN THREE MONTHS FROM THE EFFECTIVE DATE.  THE
000080*  DEFAULT STATE CLASSIFIES A DEPARTMENT WITH NO WORKERS'
000090*  COMPENSATION STATE ON THE DEPARTMENT MASTER.
000100*  USED BY  : WCPREM
000110*-----------------------------------------------------------------
000120*  DATE       INIT  DESCRIPTION
000130*  ---------  ----  -------------------------------------------
000140*  2026-10-15  RTS  ORIGINAL LAYOUT.
000150*****************************************************************
000160 01  WC-POLICY-CONTROL-RECORD.
000170     05  WP-POLICY-NUMBER       PIC X(15).
000180     05  WP-CARRIER-NAME        PIC X(30).
000190     05  WP-COMPANY-NAME        PIC X(30).
000200     05  WP-POLICY-EFF-DATE     PIC 9(8).
000210     05  WP-REPORT-QUARTER      PIC 9(01).
000220         88  WP-VALID-QUARTER           VALUES 1 THRU 4.
000230     05  WP-DEFAULT-STATE       PIC X(02).
000240     05  FILLER                 PIC X(10).
