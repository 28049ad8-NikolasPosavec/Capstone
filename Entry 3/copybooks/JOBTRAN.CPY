000010*****************************************************************
000020*  JOBTRAN.CPY
000030*  RECORD LAYOUT FOR JOB MASTER MAINTENANCE TRANSACTIONS READ
000040*  BY JOBMAINT.  ONE TRANSACTION ADDS, CHANGES, OR CLOSES ONE
000050*  JOB-MASTER RECORD.  A CLOSED JOB STOPS TAKING TIMECARD
000060*  CHARGES.  THE CERTIFIED-PAYROLL SWITCH IS Y FOR A PREVAILING-
000070*  WAGE CONTRACT, SPACE OR N OTHERWISE.
000080*  USED BY  : JOBMAINT
000090*-----------------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------  ----  -------------------------------------------
000120*  2026-10-15  RTS  ORIGINAL LAYOUT.
000130*****************************************************************
000140 01  JOB-MAINT-TRANS-RECORD.
000150     05  JT-ACTION-CODE         PIC X(01).
000160         88  JT-ADD                     VALUE 'A'.
000170         88  JT-CHANGE                  VALUE 'C'.
000180         88  JT-CLOSE                   VALUE 'D'.
000190     05  JT-JOB-NUMBER          PIC X(06).
000200     05  JT-DESCRIPTION         PIC X(30).
000210     05  JT-CONTRACT-NUMBER     PIC X(15).
000220     05  JT-LOCATION            PIC X(30).
000230     05  JT-WORK-CLASS          PIC X(15).
000240     05  JT-CERTIFIED-SW        PIC X(01).
000250         88  JT-CERTIFIED               VALUE 'Y'.
000260         88  JT-NOT-CERTIFIED           VALUES 'N' SPACE.
000270     05  FILLER                 PIC X(10).
