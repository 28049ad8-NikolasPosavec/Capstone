000180*                   (FEDERAL, FICA, MEDICARE - EMPLOYEE PLUS
000190*                   EMPLOYER) SO A RESTARTED RUN REPORTS THE
000200*                   FULL LIABILITY, NOT JUST THE TAIL.
000202*  2026-10-15  RTS  ADDED THE RUN TYPE, SO AN INTERRUPTED
000204*                   REGULAR RUN IS NEVER RESTARTED AS A
000206*                   SUPPLEMENTAL RUN OR THE REVERSE.
000210*****************************************************************
000220 01  CHECKPOINT-RECORD.
000230     05  CP-LAST-EMP-ID         PIC X(05).
000270     05  CP-RUN-FED-WH          PIC S9(9)V99.
000280     05  CP-RUN-FICA            PIC S9(9)V99.
000290     05  CP-RUN-MEDICARE        PIC S9(9)V99.
000300     05  CP-RUN-TYPE            PIC X(01).
000305         88  CP-SUPPLEMENTAL-RUN        VALUE 'S'.
