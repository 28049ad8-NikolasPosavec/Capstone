000040*  RUN.  CARRIES THE COMPANY AND BANK IDENTIFICATION THAT GOES
000050*  ON THE FILE AND BATCH HEADER RECORDS OF THE ACH SETTLEMENT
000060*  FILE, SO A BANK OR COMPANY-ID CHANGE DOES NOT REQUIRE
000070*  RECODING ACHPAY.  THE PRENOTE WINDOW IS THE CALENDAR DAYS
000073*  A ZERO-DOLLAR PRENOTE MUST STAND WITHOUT A RETURN BEFORE THE
000076*  ACCOUNT TAKES LIVE DEPOSITS - ZERO DEFAULTS TO TEN.
000080*  USED BY  : ACHPAY
000090*-----------------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------  ----  -------------------------------------------
000120*  2026-08-22  RTS  ORIGINAL LAYOUT.
000125*  2026-10-15  RTS  ADDED THE PRENOTE WINDOW, TAKEN FROM FILLER.
000130*****************************************************************
000140 01  ACH-CONTROL-RECORD.
000150     05  AC-DEST-ROUTING        PIC 9(09).
000170     05  AC-ORIGIN-ROUTING      PIC 9(09).
000180     05  AC-COMPANY-ID          PIC X(10).
000190     05  AC-COMPANY-NAME        PIC X(16).
000195     05  AC-PRENOTE-DAYS        PIC 9(02).
000200     05  FILLER                 PIC X(08).
