000010*****************************************************************
000020*  SEPCTL.CPY
000030*  ONE-RECORD PARAMETER FILE READ AT THE START OF THE SEPPAY
000040*  RUN.  CARRIES THE COMPANY'S VACATION PAYOUT POLICY FOR
000050*  SEPARATED EMPLOYEES:
000060*     Y  PAY OUT THE UNUSED VACATION BALANCE ON EVERY
000070*        SEPARATION
000080*     C  PAY IT OUT EXCEPT ON A DISCHARGE (REASON DC)
000090*     N  NO PAYOUT - THE BALANCE IS FORFEITED
000100*  WITHOUT THE FILE, OR WITH ANY OTHER VALUE, SEPPAY PAYS OUT
000110*  (Y) - SEVERAL STATES REQUIRE IT, AND A FORFEIT MUST BE A
000120*  DELIBERATE CHOICE.
000130*  USED BY  : SEPPAY
000140*-----------------------------------------------------------------
000150*  DATE       INIT  DESCRIPTION
000160*  ---------  ----  -------------------------------------------
000170*  2026-10-15  RTS  ORIGINAL LAYOUT.
000180*****************************************************************
000190 01  SEP-CONTROL-RECORD.
000200     05  SC-VAC-PAYOUT-POLICY   PIC X(01).
000210         88  SC-PAYOUT-ALL              VALUE 'Y'.
000220         88  SC-PAYOUT-NOT-DISCHARGE    VALUE 'C'.
000230         88  SC-PAYOUT-NONE             VALUE 'N'.
000240     05  FILLER                 PIC X(29).
