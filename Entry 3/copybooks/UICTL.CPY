000010*****************************************************************
000020*  UICTL.CPY
000030*  ONE-RECORD PARAMETER FILE READ AT THE START OF THE UIWAGE
000040*  RUN.  CARRIES THE TAX YEAR AND CALENDAR QUARTER BEING
000050*  REPORTED, THE STATE AND THE EMPLOYER'S STATE UNEMPLOYMENT
000060*  INSURANCE ACCOUNT NUMBER, AND THE EMPLOYER IDENTIFICATION
000070*  THAT HEADS THE STATE WAGE DETAIL FILE.
000080*  USED BY  : UIWAGE
000090*-----------------------------------------------------------------
000100*  DATE       INIT  DESCRIPTION
000110*  ---------  ----  -------------------------------------------
000120*  2026-10-15  RTS  ORIGINAL LAYOUT.
000130*****************************************************************
000140 01  UI-CONTROL-RECORD.
000150     05  UC-EIN                 PIC 9(09).
000160     05  UC-COMPANY-NAME        PIC X(30).
000170     05  UC-ADDRESS             PIC X(30).
000180     05  UC-CITY-ST-ZIP         PIC X(30).
000190     05  UC-TAX-YEAR            PIC 9(4).
000200     05  UC-QUARTER             PIC 9(01).
000210         88  UC-VALID-QUARTER           VALUES 1 THRU 4.
000220     05  UC-STATE               PIC X(02).
000230     05  UC-UI-ACCOUNT          PIC X(10).
000240     05  FILLER                 PIC X(10).
