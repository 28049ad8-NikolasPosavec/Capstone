000100*  DATE       INIT  DESCRIPTION
000110*  ---------  ----  -------------------------------------------
000120*  2026-09-02  RTS  ORIGINAL LAYOUT.
000125*  2026-10-15  RTS  ADDED THE WORKERS' COMPENSATION CLASS CODE
000127*                   AND STATE, TAKEN FROM FILLER.
000130*****************************************************************
000140 01  DEPT-MAINT-TRANS-RECORD.
000150     05  DC-ACTION-CODE         PIC X(01).
000190     05  DC-DEPT-CODE           PIC X(04).
000200     05  DC-DESCRIPTION         PIC X(30).
000210     05  DC-GL-ACCOUNT          PIC X(08).
000212     05  DC-WC-CLASS            PIC X(04).
000214     05  DC-WC-STATE            PIC X(02).
000220     05  FILLER                 PIC X(04).
