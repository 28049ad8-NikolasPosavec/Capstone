000010*****************************************************************
000020*  NHCTL.CPY
000030*  ONE-RECORD PARAMETER FILE READ AT THE START OF THE NEWHIRE
000040*  RUN.  CARRIES THE EMPLOYER IDENTIFICATION (FEIN, NAME AND
000050*  ADDRESS) THAT HEADS THE STATE NEW-HIRE REPORTING FILE, THE
000060*  STATE IT GOES TO, AND THE NUMBER OF DAYS AFTER THE HIRE DATE
000070*  THE REPORT IS DUE.  ZERO DAYS IS HONORED AS 20.
000080*  USED BY  : NEWHIRE
000090*-----------------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------  ----  -------------------------------------------
000120*  2026-10-15  RTS  ORIGINAL LAYOUT.
000130*****************************************************************
000140 01  NEW-HIRE-CONTROL-RECORD.
000150     05  NC-FEIN                PIC 9(09).
000160     05  NC-COMPANY-NAME        PIC X(30).
000170     05  NC-ADDRESS             PIC X(30).
000180     05  NC-CITY-ST-ZIP         PIC X(30).
000190     05  NC-STATE               PIC X(02).
000200     05  NC-REPORT-DAYS         PIC 9(03).
000210     05  FILLER                 PIC X(10).
