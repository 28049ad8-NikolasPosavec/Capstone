000170*  DATE        INIT  DESCRIPTION
000180*  ----------  ----  ------------------------------------------
000190*  2026-09-02  RTS   ORIGINAL VERSION.
000195*  2026-10-15  RTS   ADD/CHANGE NOW CARRY THE DEPARTMENT'S
000196*                    WORKERS' COMPENSATION CLASS CODE AND STATE.
000197*                    THE CLASS MUST BE FOUR DIGITS WHEN GIVEN -
000198*                    SPACES LEAVES THE DEPARTMENT UNCLASSIFIED,
000199*                    SO OLD DECKS STILL APPLY.
000200*****************************************************************
000210
000220 ENVIRONMENT DIVISION.
001020     05  FILLER  PIC X(06) VALUE 'DEPT'.
001030     05  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
001040     05  FILLER  PIC X(10) VALUE 'GL ACCT'.
001045     05  FILLER  PIC X(06) VALUE 'WC'.
001047     05  FILLER  PIC X(04) VALUE 'ST'.
001050     05  FILLER  PIC X(20) VALUE 'DISPOSITION'.
001060
001070 01  DX-DETAIL-LINE.
001110     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  DX-DTL-DESCRIPTION     PIC X(30).
001130     05  DX-DTL-GL-ACCOUNT      PIC X(08).
001132     05  FILLER                 PIC X(02) VALUE SPACES.
001134     05  DX-DTL-WC-CLASS        PIC X(04).
001136     05  FILLER                 PIC X(02) VALUE SPACES.
001138     05  DX-DTL-WC-STATE        PIC X(02).
001140     05  FILLER                 PIC X(02) VALUE SPACES.
001150     05  DX-DTL-DISPOSITION     PIC X(20).
001160
001980*****************************************************************
001990*  2200-EDIT-TRANSACTION - VALIDATE THE ACTION CODE, THE
002000*                          DEPARTMENT CODE, AND FOR ADD/CHANGE
002010*                          THE DESCRIPTION, GL ACCOUNT, AND
002015*                          WORKERS' COMPENSATION CLASS
002020*****************************************************************
002030 2200-EDIT-TRANSACTION.
002040     EVALUATE TRUE
002140         WHEN (DC-ADD OR DC-CHANGE) AND DC-GL-ACCOUNT = SPACES
002150             SET DX-TRANS-INVALID TO TRUE
002160             MOVE 'GL ACCOUNT MISSING' TO DX-DISPOSITION
002162         WHEN (DC-ADD OR DC-CHANGE) AND DC-WC-CLASS NOT = SPACES
002164                 AND DC-WC-CLASS NOT NUMERIC
002166             SET DX-TRANS-INVALID TO TRUE
002168             MOVE 'INVALID WC CLASS' TO DX-DISPOSITION
002170         WHEN OTHER
002180             CONTINUE
002190     END-EVALUATE.
002320         MOVE DC-DEPT-CODE   TO DP-DEPT-CODE
002330         MOVE DC-DESCRIPTION TO DP-DESCRIPTION
002340         MOVE DC-GL-ACCOUNT  TO DP-GL-ACCOUNT
002345         MOVE DC-WC-CLASS    TO DP-WC-CLASS
002347         MOVE DC-WC-STATE    TO DP-WC-STATE
002350         SET DP-ACTIVE TO TRUE
002360         MOVE DX-RUN-DATE    TO DP-DATE-ADDED
002370         MOVE DX-RUN-DATE    TO DP-DATE-CHANGED
002430     EXIT.
002440
002450*****************************************************************
002460*  2400-CHANGE-DEPARTMENT - CHANGE DESCRIPTION, GL ACCOUNT OR
002470*                           WC CLASS, AND REOPEN A CLOSED
002475*                           DEPARTMENT
002480*****************************************************************
002490 2400-CHANGE-DEPARTMENT.
002500     PERFORM 2700-READ-DEPARTMENT THRU 2700-EXIT.
002540     ELSE
002550         MOVE DC-DESCRIPTION TO DP-DESCRIPTION
002560         MOVE DC-GL-ACCOUNT  TO DP-GL-ACCOUNT
002565         MOVE DC-WC-CLASS    TO DP-WC-CLASS
002567         MOVE DC-WC-STATE    TO DP-WC-STATE
002570         SET DP-ACTIVE TO TRUE
002580         MOVE DX-RUN-DATE    TO DP-DATE-CHANGED
002590         REWRITE DEPARTMENT-MASTER-RECORD
002910     MOVE DC-DEPT-CODE    TO DX-DTL-DEPT-CODE.
002920     MOVE DC-DESCRIPTION  TO DX-DTL-DESCRIPTION.
002930     MOVE DC-GL-ACCOUNT   TO DX-DTL-GL-ACCOUNT.
002935     MOVE DC-WC-CLASS     TO DX-DTL-WC-CLASS.
002937     MOVE DC-WC-STATE     TO DX-DTL-WC-STATE.
002940     MOVE DX-DISPOSITION  TO DX-DTL-DISPOSITION.
002950     WRITE MAINT-REPORT-LINE FROM DX-DETAIL-LINE.
002960 2600-EXIT.
