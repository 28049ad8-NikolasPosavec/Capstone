000010*****************************************************************
000020*  BANKHIST.CPY
000030*  RECORD LAYOUT FOR THE BANK-ACCOUNT CHANGE HISTORY INDEXED
000040*  FILE.  ONE RECORD PER DIRECT-DEPOSIT ELECTION OR CHANGE OF
000050*  ROUTING/ACCOUNT, WRITTEN BY EMPMAINT WHEN THE ADD OR CHANGE
000060*  IS APPLIED.  THE OLD FIGURES ARE CAPTURED OFF THE MASTER
000070*  BEFORE THE CHANGE IS APPLIED.  EMPMAINT READS BACK AN
000080*  EMPLOYEE'S RECENT RECORDS TO LIST ACCOUNTS CHANGED MORE THAN
000090*  ONCE IN 90 DAYS.  THE SEQUENCE NUMBER KEEPS TWO CHANGES
000100*  KEYED THE SAME DAY FROM OVERLAYING EACH OTHER.
000110*  KEY  : BH-BANK-KEY (EMP ID + CHANGE DATE + SEQUENCE)
000120*  USED BY  : EMPMAINT
000130*-----------------------------------------------------------------
000140*  DATE       INIT  DESCRIPTION
000150*  ---------  ----  -------------------------------------------
000160*  2026-10-15  RTS  ORIGINAL LAYOUT.
000170*****************************************************************
000180 01  BANK-HISTORY-RECORD.
000190     05  BH-BANK-KEY.
000200         10  BH-EMP-ID          PIC X(05).
000210         10  BH-CHANGE-DATE     PIC 9(8).
000220         10  BH-CHANGE-SEQ      PIC 9(02).
000230     05  BH-ACTION-CODE         PIC X(01).
000240         88  BH-NEW-ELECTION            VALUE 'A'.
000250         88  BH-ACCOUNT-CHANGE          VALUE 'C'.
000260     05  BH-OLD-PAY-METHOD      PIC X(01).
000270     05  BH-OLD-ROUTING         PIC 9(09).
000280     05  BH-OLD-ACCOUNT         PIC X(17).
000290     05  BH-NEW-ROUTING         PIC 9(09).
000300     05  BH-NEW-ACCOUNT         PIC X(17).
000310     05  BH-LETTER-SW           PIC X(01).
000320         88  BH-LETTER-SENT             VALUE 'Y'.
000330         88  BH-LETTER-NOT-SENT         VALUE 'N'.
000340     05  FILLER                 PIC X(10).
