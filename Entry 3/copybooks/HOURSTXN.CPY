000170*                   PER EMPLOYEE PER PERIOD ARE NOW EXPECTED.
000180*  2026-08-22  RTS  ADDED OPTIONAL CHARGE-DEPARTMENT OVERRIDE
000190*                   FOR LOANED LABOR.  SPACES CHARGES THE
000191*                   EMPLOYEE'S HOME DEPARTMENT.
000192*  2026-10-15  RTS  ADDED THE DATE WORKED.  OVERTIME IS FIGURED
000194*                   PER SEVEN-DAY WORKWEEK, THE WEEKS RUNNING
000195*                   FROM THE GROUP'S WORKWEEK START ON THE PAY
000196*                   CALENDAR (PAYCAL.CPY) - A WEEK SPLIT BY THE
000198*                   PERIOD END IS TESTED WHOLE.  ZERO OR SPACES
000199*                   IS HONORED AS THE PERIOD'S FIRST WORKWEEK.
000200*                   RECORD GREW BY EIGHT BYTES - EXISTING DECKS
000201*                   MUST BE CONVERTED WITH THE WORK DATE ZERO.
000202*  2026-10-15  RTS  ADDED THE JOB/PROJECT NUMBER THE HOURS ARE
000203*                   CHARGED TO (JOBMAST.CPY).  SPACES IS NO JOB.
000204*                   A CARD ON A CERTIFIED-PAYROLL JOB MUST
000205*                   CARRY THE DATE WORKED.  RECORD IS NOW 50
000206*                   BYTES, WAS 36 - 8 FOR THE WORK DATE PLUS 6
000207*                   FOR THE JOB NUMBER.  OLD DECKS MUST BE
000208*                   RE-KEYED OR CONVERTED WITH THE WORK DATE
000209*                   ZERO AND THE JOB NUMBER SPACES.
000210*****************************************************************
000220 01  HOURS-TRANS-RECORD.
000230     05  HT-EMP-ID              PIC X(05).
000260     05  HT-PERIOD-END          PIC 9(8).
000270     05  HT-EARN-TYPE           PIC X(03).
000280     05  HT-CHARGE-DEPT         PIC X(04).
000285     05  HT-WORK-DATE           PIC 9(8).
000287     05  HT-JOB-NUMBER          PIC X(06).
000290     05  FILLER                 PIC X(03).
