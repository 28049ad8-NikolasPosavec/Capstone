000130*  DATE       INIT  DESCRIPTION
000140*  ---------  ----  -------------------------------------------
000150*  2026-08-22  RTS  ORIGINAL LAYOUT.
000152*  2026-10-15  RTS  ADDED THE PAY-HISTORY SEQUENCE OF THE RUN
000153*                   BEING VOIDED, AS PAYINQ LISTS IT.  ZERO OR
000154*                   SPACES VOIDS THE PERIOD'S LATEST REGULAR
000155*                   RUN.  A SUPPLEMENTAL CHECK IS NEVER PART OF
000156*                   A REGULAR RUN'S VOID.
000160*****************************************************************
000170 01  ADJUSTMENT-TRANS-RECORD.
000180     05  AJ-ACTION-CODE         PIC X(01).
000200     05  AJ-EMP-ID              PIC X(05).
000210     05  AJ-PERIOD-END          PIC 9(8).
000220     05  AJ-CHECK-NUMBER        PIC 9(7).
000225     05  AJ-HIST-SEQ            PIC 9(02).
000230     05  FILLER                 PIC X(08).
