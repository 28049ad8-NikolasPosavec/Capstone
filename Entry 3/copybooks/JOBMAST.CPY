000010*****************************************************************
000020*  JOBMAST.CPY
000030*  RECORD LAYOUT FOR THE JOB / PROJECT INDEXED MASTER.  ONE
000040*  RECORD PER JOB NUMBER A TIMECARD MAY CHARGE, CARRYING THE
000050*  DESCRIPTION, THE CONTRACT NUMBER AND PROJECT LOCATION, AND
000060*  AN ACTIVE/CLOSED STATUS.  A JOB MARKED FOR CERTIFIED PAYROLL
000070*  IS A PREVAILING-WAGE GOVERNMENT CONTRACT - PAYROLL WRITES ITS
000080*  DAILY HOURS TO CERTHRS AND CERTPAY PRINTS THE WEEKLY WH-347
000090*  FOR IT, UNDER THE WORK CLASSIFICATION GIVEN HERE.  CERTPAY
000100*  KEEPS THE LAST WH-347 PAYROLL NUMBER AND WEEK PRINTED.
000110*  PAYROLL REJECTS A TIMECARD CHARGING AN UNKNOWN OR CLOSED JOB.
000120*  KEY  : JB-JOB-NUMBER
000130*  USED BY  : JOBMAINT, PAYROLL, LABORDST, CERTPAY
000140*-----------------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  -------------------------------------------
000170*  2026-10-15  RTS  ORIGINAL LAYOUT.
000180*****************************************************************
000190 01  JOB-MASTER-RECORD.
000200     05  JB-JOB-NUMBER          PIC X(06).
000210     05  JB-DESCRIPTION         PIC X(30).
000220     05  JB-CONTRACT-NUMBER     PIC X(15).
000230     05  JB-LOCATION            PIC X(30).
000240     05  JB-WORK-CLASS          PIC X(15).
000250     05  JB-CERTIFIED-SW        PIC X(01).
000260         88  JB-CERTIFIED               VALUE 'Y'.
000270     05  JB-STATUS              PIC X(01).
000280         88  JB-ACTIVE                  VALUE 'A'.
000290         88  JB-CLOSED                  VALUE 'C'.
000300     05  JB-DATE-ADDED          PIC 9(8).
000310     05  JB-DATE-CHANGED        PIC 9(8).
000320     05  JB-LAST-PAYROLL-NO     PIC 9(4).
000330     05  JB-LAST-WEEK-ENDING    PIC 9(8).
000340     05  FILLER                 PIC X(10).
