000120*  BRACKET AMOUNTS ARE ANNUALIZED - PAYROLL ANNUALIZES THE
000130*  PERIOD GROSS, FIGURES THE ANNUAL TAX AS BASE TAX PLUS THE
000140*  BRACKET RATE ON THE EXCESS OVER THE FLOOR, AND DIVIDES BACK
000141*  TO THE PERIOD.
000142*  TYPE-D RECORDS CLASSIFY DEDUCTION CODES FOR TAX - PRE-TAX
000144*  FOR FEDERAL AND STATE INCOME TAX ONLY (I, A 401(K)
000145*  DEFERRAL), PRE-TAX FOR FICA AND MEDICARE AS WELL (A, A
000146*  SECTION 125 CAFETERIA PLAN), OR POST-TAX (N).  A CODE WITH
000148*  NO TYPE-D RECORD IS POST-TAX, AND A GARNISHMENT IS ALWAYS
000149*  POST-TAX.  THE W-2 BOX 12 CODE (D FOR A 401(K) DEFERRAL)
000150*  ROUTES THE AMOUNT TO ITS YTD BUCKET FOR W2FILE.
000152*  TYPE-U RECORDS CARRY THE EMPLOYER UNEMPLOYMENT TAX RATES FOR
000153*  A CALENDAR YEAR - THE FUTA RATE (NET OF THE STATE CREDIT)
000154*  AND WAGE BASE, AND THE STATE'S EXPERIENCE-RATED SUTA RATE
000156*  AND WAGE BASE, WHICH CHANGE EVERY YEAR.  PAYROLL USES THE
000157*  RECORD FOR THE YEAR OF THE RUN, SO NEXT YEAR'S RATES MAY BE
000158*  LOADED AHEAD OF TIME.
000160*  USED BY  : PAYROLL, W2FILE
000170*-----------------------------------------------------------------
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  -------------------------------------------
000200*  2026-09-02  RTS  ORIGINAL LAYOUT.
000201*  2026-10-15  RTS  ADDED THE FLAT FEDERAL RATE WITHHELD FROM
000202*                   SUPPLEMENTAL WAGES (BONUS, COMMISSION).
000204*  2026-10-15  RTS  ADDED TYPE-D DEDUCTION-CODE TAXABILITY
000205*                   RECORDS FOR PRE-TAX DEDUCTIONS.
000207*  2026-10-15  RTS  ADDED TYPE-U FUTA/SUTA RATE AND WAGE-BASE
000208*                   RECORDS, ONE PER CALENDAR YEAR.
000210*****************************************************************
000220 01  TAX-RATE-RECORD.
000230     05  TR-RECORD-TYPE         PIC X(01).
000240         88  TR-PARAMETER-REC           VALUE 'P'.
000250         88  TR-BRACKET-REC             VALUE 'B'.
000255         88  TR-DEDCODE-REC             VALUE 'D'.
000257         88  TR-UNEMPLOYMENT-REC        VALUE 'U'.
000260     05  TR-PARAMETER-FIELDS.
000270         10  TR-FICA-PCT        PIC V999.
000280         10  TR-FICA-WAGE-BASE  PIC 9(7)V99.
000310         10  TR-ADDL-MED-THRESH PIC 9(7)V99.
000320         10  TR-STATE-PCT       PIC V999.
000330         10  TR-ALLOWANCE-ANNUAL PIC 9(5)V99.
000335         10  TR-SUPP-FED-PCT    PIC V999.
000340         10  FILLER             PIC X(03).
000350     05  TR-BRACKET-FIELDS REDEFINES TR-PARAMETER-FIELDS.
000360         10  TR-FILING-STATUS   PIC X(01).
000370             88  TR-STATUS-SINGLE       VALUE 'S'.
000390         10  TR-BRACKET-FLOOR   PIC 9(9)V99.
000400         10  TR-BRACKET-RATE    PIC V999.
000410         10  TR-BRACKET-BASE-TAX PIC 9(9)V99.
000411         10  FILLER             PIC X(19).
000412     05  TR-DEDCODE-FIELDS REDEFINES TR-PARAMETER-FIELDS.
000413         10  TR-DED-CODE        PIC X(03).
000414         10  TR-DED-TAX-CLASS   PIC X(01).
000415             88  TR-PRETAX-INCOME-TAX   VALUE 'I'.
000417             88  TR-PRETAX-ALL-TAX      VALUE 'A'.
000418             88  TR-POSTTAX             VALUE 'N'.
000419         10  TR-DED-W2-BOX12    PIC X(02).
000420         10  FILLER             PIC X(39).
000421     05  TR-UNEMPLOYMENT-FIELDS REDEFINES TR-PARAMETER-FIELDS.
000422         10  TR-UI-YEAR         PIC 9(4).
000424         10  TR-FUTA-PCT        PIC V9999.
000425         10  TR-FUTA-WAGE-BASE  PIC 9(7)V99.
000426         10  TR-SUTA-PCT        PIC V9(5).
000427         10  TR-SUTA-WAGE-BASE  PIC 9(7)V99.
000428         10  FILLER             PIC X(14).
000430     05  FILLER                 PIC X(10).
