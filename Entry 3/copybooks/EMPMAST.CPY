000030*  RECORD LAYOUT FOR THE EMPLOYEE-MASTER INDEXED FILE.
000040*  KEY  : EM-EMP-ID (ALTERNATE ACCESS NOT USED)
000050*  USED BY  : PAYROLL, EMPMAINT, W2FILE, ACHRET, TIMEEDIT,
000052*             ESCHEAT, SEPPAY, ACHPAY, CERTPAY, WCPREM,
000053*             NEWHIRE, RETROPAY, OVPAGE, UIWAGE
000060*-----------------------------------------------------------------
000070*  DATE       INIT  DESCRIPTION
000080*  ---------  ----  -------------------------------------------
000220*                   (TAXRATES.CPY).  SPACES IN THE FILING
000230*                   STATUS IS HONORED AS SINGLE SO EXISTING
000240*                   RECORDS WITHHOLD WITHOUT CONVERSION.
000241*  2026-09-02  RTS  ADDED THE MAILING ADDRESS FOR UNCLAIMED-
000242*                   PROPERTY DUE-DILIGENCE LETTERS (ESCHEAT).
000243*  2026-10-15  RTS  ADDED THE PAY GROUP (PAYCAL.CPY) THAT SETS
000244*                   THE EMPLOYEE'S PAY FREQUENCY.  SPACES IS
000246*                   HONORED AS WK (WEEKLY) SO EXISTING RECORDS
000247*                   PAY AS BEFORE.
000248*  2026-10-15  RTS  ADDED THE SEPARATION DATE AND REASON, SET BY
000249*                   THE EMPMAINT TERMINATE ACTION.  ZERO MEANS
000250*                   NOT SEPARATED.
000252*  2026-10-15  RTS  ADDED THE PRENOTE STATUS AND DATE, TAKEN FROM
000253*                   FILLER.  A NEW OR CHANGED DEPOSIT ACCOUNT IS
000254*                   HELD TO A PAPER CHECK UNTIL ITS ZERO-DOLLAR
000255*                   PRENOTE CLEARS.  SPACES IS HONORED AS
000256*                   CLEARED SO EXISTING ACCOUNTS PAY AS BEFORE.
000258*  2026-10-15  RTS  ADDED THE WORKERS' COMPENSATION CLASS CODE
000259*                   OVERRIDE.  SPACES MEANS THE EMPLOYEE'S WAGES
000260*                   TAKE THE CLASS OF THE DEPARTMENT CHARGED
000261*                   (DEPTMAST) - WCPREM.
000262*  2026-10-15  RTS  ADDED THE HIRE DATE, REHIRE FLAG, AND DATE
000264*                   OF BIRTH, SET ON AN EMPMAINT ADD, AND THE
000265*                   STATE NEW-HIRE REPORTING STATUS AND DATE
000266*                   (NEWHIRE).  SPACES IN THE STATUS MEANS NO
000267*                   REPORT IS OWED, SO EXISTING EMPLOYEES ARE
000268*                   NOT REPORTED AGAIN.
000270*****************************************************************
000280 01  EMPLOYEE-MASTER-RECORD.
000290     05  EM-EMP-ID              PIC X(05).
000530     05  EM-ALLOWANCES          PIC 9(02).
000540     05  EM-ADDRESS             PIC X(30).
000550     05  EM-CITY-ST-ZIP         PIC X(30).
000552     05  EM-PAY-GROUP           PIC X(02).
000553     05  EM-SEP-DATE            PIC 9(8).
000554     05  EM-SEP-REASON          PIC X(02).
000555         88  EM-SEP-RESIGNATION         VALUE 'RS'.
000556         88  EM-SEP-RETIREMENT          VALUE 'RT'.
000557         88  EM-SEP-LAYOFF              VALUE 'LO'.
000558         88  EM-SEP-DISCHARGE           VALUE 'DC'.
000559         88  EM-SEP-DEATH               VALUE 'DE'.
000569*      P = KEYED BY EMPMAINT, PRENOTE NOT YET SENT (ACHPAY)
000579*      S = PRENOTE SENT ON THE PRENOTE DATE, WINDOW OPEN
000589*      R = PRENOTE RETURNED BY THE BANK (ACHRET)
000599     05  EM-PRENOTE-STATUS      PIC X(01).
000609         88  EM-PRENOTE-CLEARED         VALUE SPACE.
000619         88  EM-PRENOTE-PENDING         VALUE 'P'.
000629         88  EM-PRENOTE-SENT            VALUE 'S'.
000639         88  EM-PRENOTE-RETURNED        VALUE 'R'.
000649         88  EM-PRENOTE-HOLD            VALUES 'P' 'S' 'R'.
000659     05  EM-PRENOTE-DATE        PIC 9(8).
000664     05  EM-WC-CLASS            PIC X(04).
000674     05  EM-HIRE-DATE           PIC 9(8).
000684     05  EM-REHIRE-SW           PIC X(01).
000694         88  EM-REHIRED                 VALUE 'Y'.
000704     05  EM-BIRTH-DATE          PIC 9(8).
000714*      P = ADDED OR REHIRED BY EMPMAINT, NOT YET ON THE STATE
000724*          NEW-HIRE FILE
000734*      R = REPORTED BY NEWHIRE ON THE NEW-HIRE REPORT DATE
000744     05  EM-NEWHIRE-STATUS      PIC X(01).
000754         88  EM-NEWHIRE-NOT-OWED        VALUE SPACE.
000764         88  EM-NEWHIRE-PENDING         VALUE 'P'.
000774         88  EM-NEWHIRE-REPORTED        VALUE 'R'.
000784     05  EM-NEWHIRE-RPT-DATE    PIC 9(8).
000794     05  FILLER                 PIC X(01).
