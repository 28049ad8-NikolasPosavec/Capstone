000020*  EMPTRAN.CPY
000030*  RECORD LAYOUT FOR EMPLOYEE MASTER MAINTENANCE TRANSACTIONS
000040*  READ BY EMPMAINT.  ONE TRANSACTION ADDS, CHANGES, OR
000050*  DEACTIVATES ONE EMPLOYEE-MASTER RECORD, OR TERMINATES THE
000055*  EMPLOYEE WITH A SEPARATION DATE AND REASON.  AN ADD WITH THE
000056*  REHIRE FLAG SET REACTIVATES AN INACTIVE EMPLOYEE ALREADY ON
000057*  FILE.
000060*  USED BY  : EMPMAINT
000070*-----------------------------------------------------------------
000080*  DATE       INIT  DESCRIPTION
000240*                   SPACES MEANS THE CHANGE TAKES EFFECT NOW
000250*                   WITH NO RETRO.
000260*  2026-09-02  RTS  ADDED THE MAILING ADDRESS.
000261*  2026-10-15  RTS  ADDED THE PAY GROUP.  SPACES IS HONORED AS
000262*                   WK (WEEKLY).
000263*  2026-10-15  RTS  ADDED THE TERMINATE ACTION (T) WITH THE
000264*                   SEPARATION DATE, REASON, AND FINAL HOURS
000265*                   WORKED BUT NOT YET PAID.
000266*  2026-10-15  RTS  ADDED THE WORKERS' COMPENSATION CLASS CODE
000267*                   OVERRIDE, TAKEN FROM FILLER.
000268*  2026-10-15  RTS  ADDED THE HIRE DATE, REHIRE FLAG, AND DATE
000269*                   OF BIRTH, READ ON AN ADD ONLY.
000270*****************************************************************
000280 01  EMP-MAINT-TRANS-RECORD.
000290     05  ET-ACTION-CODE         PIC X(01).
000300         88  ET-ADD                     VALUE 'A'.
000310         88  ET-CHANGE                  VALUE 'C'.
000320         88  ET-DEACTIVATE               VALUE 'D'.
000325         88  ET-TERMINATE                VALUE 'T'.
000330     05  ET-EMP-ID              PIC X(05).
000340     05  ET-EMP-NAME            PIC X(30).
000350     05  ET-HOURLY-RATE         PIC 9(3)V99.
000530     05  ET-RATE-EFF-DATE       PIC 9(8).
000540     05  ET-ADDRESS             PIC X(30).
000550     05  ET-CITY-ST-ZIP         PIC X(30).
000552     05  ET-PAY-GROUP           PIC X(02).
000553     05  ET-SEP-DATE            PIC 9(8).
000554     05  ET-SEP-REASON          PIC X(02).
000555         88  ET-VALID-SEP-REASON
000556                                VALUES 'RS' 'RT' 'LO' 'DC' 'DE'.
000557     05  ET-FINAL-HOURS         PIC 9(3)V99.
000558     05  ET-WC-CLASS            PIC X(04).
000568     05  ET-HIRE-DATE           PIC 9(8).
000578     05  ET-REHIRE-FLAG         PIC X(01).
000588         88  ET-REHIRE                  VALUE 'Y'.
000598         88  ET-VALID-REHIRE-FLAG       VALUES 'Y' 'N' SPACE.
000608     05  ET-BIRTH-DATE          PIC 9(8).
000618     05  FILLER                 PIC X(06).
