000180*                   THE OVERRIDE LETS PAYROLL DELIBERATELY
000190*                   RERUN AN ALREADY-PAID CYCLE - THE REASON IS
000200*                   CARRIED INTO THE AUDIT LOG.
000201*  2026-10-15  RTS  ADDED THE PAY GROUP THE RUN IS FOR.  ONE RUN
000202*                   PAYS ONE GROUP'S CYCLE - THE PERIOD END
000203*                   KEYED HERE PICKS THE PERIOD OFF THE PAY
000204*                   CALENDAR (PAYCAL.CPY).  SPACES IS HONORED
000205*                   AS WK (WEEKLY).
000206*  2026-10-15  RTS  ADDED THE RUN TYPE.  TYPE S IS A
000207*                   SUPPLEMENTAL RUN THAT PAYS THE BONUS AND
000208*                   COMMISSION FILE (SUPPTXN.CPY) OFF-CYCLE.
000209*                   SPACES IS HONORED AS A REGULAR RUN.
000210*****************************************************************
000220 01  RUN-CONTROL-RECORD.
000230     05  RC-OPERATOR-ID         PIC X(08).
000280     05  RC-OVERRIDE-FLAG       PIC X(01).
000290         88  RC-SUPERVISOR-OVERRIDE     VALUE 'Y'.
000300     05  RC-OVERRIDE-REASON     PIC X(30).
000302     05  RC-PAY-GROUP           PIC X(02).
000304     05  RC-RUN-TYPE            PIC X(01).
000306         88  RC-REGULAR-RUN             VALUE 'R' SPACE.
000308         88  RC-SUPPLEMENTAL-RUN        VALUE 'S'.
000310     05  FILLER                 PIC X(07).
