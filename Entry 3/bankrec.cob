000266*                    ESCHEAT) NOW GOES ON THE EXCEPTION REPORT
000268*                    - THE MONEY IS THE STATE'S, NOT THE
000269*                    BANK'S TO PAY.
000270*  2026-10-15  RTS   A VOIDED CHECK THE BANK PAID IS STILL AN
000271*                    EXCEPTION, AND IS NOW ALSO BOOKED TO THE
000272*                    OVERPAYMENT MASTER AS MONEY THE EMPLOYEE
000273*                    OWES BACK (ORIGIN C) AND MARKED STATUS P
000274*                    SO IT IS BOOKED ONLY ONCE.
000275*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS BR-POSPAY-STATUS.
000570
000571     SELECT OVERPAYMENT-MASTER ASSIGN TO "OVPMAST"
000572         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS DYNAMIC
000575         RECORD KEY IS OV-OVP-KEY
000577         FILE STATUS IS BR-OVPMAST-STATUS.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ISSUED-CHECKS
000790     RECORDING MODE IS F.
000800 01  POSITIVE-PAY-LINE          PIC X(60).
000810
000812 FD  OVERPAYMENT-MASTER
000814     LABEL RECORDS ARE STANDARD.
000816     COPY OVPMAST.
000818
000820 WORKING-STORAGE SECTION.
000830*----------------------------------------------------------------
000840*  FILE STATUS AND SWITCHES
000880 77  BR-BANKCLR-STATUS          PIC X(02) VALUE '00'.
000890 77  BR-RECRPT-STATUS           PIC X(02) VALUE '00'.
000900 77  BR-POSPAY-STATUS           PIC X(02) VALUE '00'.
000905 77  BR-OVPMAST-STATUS          PIC X(02) VALUE '00'.
000910
000920 77  BR-EOF-ISSUE-SW            PIC X(01) VALUE 'N'.
000930     88  BR-EOF-ISSUE                      VALUE 'Y'.
001020 77  BR-CHECK-FOUND-SW          PIC X(01) VALUE 'N'.
001030     88  BR-CHECK-FOUND                    VALUE 'Y'.
001040     88  BR-CHECK-NOT-FOUND                VALUE 'N'.
001042 77  BR-OVPMAST-AVAIL-SW        PIC X(01) VALUE 'N'.
001044     88  BR-OVPMAST-AVAIL                  VALUE 'Y'.
001046 77  BR-OVP-POSTED-SW           PIC X(01) VALUE 'N'.
001048     88  BR-OVP-POSTED                     VALUE 'Y'.
001050
001060*----------------------------------------------------------------
001070*  RUN DATE AND AGING.  AGING IS FIGURED ON A 30/360 BASIS -
001300 77  BR-OUTST-COUNT             PIC 9(5) COMP VALUE ZERO.
001310 77  BR-OUTST-AMOUNT            PIC 9(9)V99 VALUE ZERO.
001320 77  BR-STALE-COUNT             PIC 9(5) COMP VALUE ZERO.
001325 77  BR-RECEIVABLE-COUNT        PIC 9(5) COMP VALUE ZERO.
001330
001340*----------------------------------------------------------------
001350*  POSITIVE-PAY TRANSMISSION RECORD - FIXED FORMAT PER THE
002050     05  BR-TOT-OUTST-AMT       PIC Z(8)9.99.
002060     05  FILLER  PIC X(08) VALUE ' STALE:'.
002070     05  BR-TOT-STALE           PIC ZZZZ9.
002073     05  FILLER  PIC X(14) VALUE ' RECEIVABLES:'.
002076     05  BR-TOT-RECEIVABLES     PIC ZZZZ9.
002080
002090 PROCEDURE DIVISION.
002100*****************************************************************
002320     IF BR-OUTSTCHK-STATUS = '35'
002330         OPEN OUTPUT OUTSTANDING-CHECKS
002340         CLOSE OUTSTANDING-CHECKS
002341         OPEN I-O OUTSTANDING-CHECKS
002343     END-IF.
002345
002346     OPEN I-O OVERPAYMENT-MASTER.
002348     IF BR-OVPMAST-STATUS = '35'
002350         OPEN OUTPUT OVERPAYMENT-MASTER
002351         CLOSE OVERPAYMENT-MASTER
002353         OPEN I-O OVERPAYMENT-MASTER
002355     END-IF.
002356     IF BR-OVPMAST-STATUS = '00'
002358         SET BR-OVPMAST-AVAIL TO TRUE
002360     END-IF.
002370
002380     OPEN INPUT ISSUED-CHECKS.
004140     EVALUATE TRUE
004150         WHEN BR-CHECK-NOT-FOUND
004160             PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
004163         WHEN OC-VOID-PAID
004166             PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
004170         WHEN OC-VOID
004180             PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
004181             PERFORM 3500-BOOK-RECEIVABLE THRU 3500-EXIT
004182         WHEN OC-ESCHEATED
004184             PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
004190         WHEN OC-CLEARED
004410         WHEN BR-CHECK-NOT-FOUND
004420             MOVE ZERO TO BR-EXC-OUR-AMOUNT
004430             MOVE 'PAID - NEVER ISSUED' TO BR-EXC-REASON
004432         WHEN OC-VOID-PAID
004434             MOVE OC-AMOUNT TO BR-EXC-OUR-AMOUNT
004436             MOVE 'PAID TWICE' TO BR-EXC-REASON
004440         WHEN OC-VOID
004450             MOVE OC-AMOUNT TO BR-EXC-OUR-AMOUNT
004460             MOVE 'PAID A VOIDED CHECK' TO BR-EXC-REASON
004600*  3400-MARK-CLEARED
004610*****************************************************************
004620 3400-MARK-CLEARED.
004621     SET OC-CLEARED TO TRUE.
004622     MOVE CL-PAID-DATE TO OC-CLEARED-DATE.
004623     MOVE CL-AMOUNT    TO OC-CLEARED-AMOUNT.
004624     REWRITE OUTSTANDING-CHECK-RECORD.
004625     ADD 1 TO BR-CLEARED-COUNT.
004626 3400-EXIT.
004627     EXIT.
004628
004629*****************************************************************
004630*  3500-BOOK-RECEIVABLE - THE BANK PAID A CHECK WE HAD VOIDED,
004632*                         SO THE EMPLOYEE HAS THE MONEY AND
004633*                         OWES IT BACK.  THE AMOUNT THE BANK
004634*                         PAID IS BOOKED TO THE OVERPAYMENT
004635*                         MASTER FOR PAYROLL TO RECOVER, AND
004636*                         THE CHECK IS MARKED VOID-PAID SO A
004637*                         RERUN DOES NOT BOOK IT AGAIN.
004638*****************************************************************
004639 3500-BOOK-RECEIVABLE.
004640     IF NOT BR-OVPMAST-AVAIL
004641         GO TO 3500-EXIT
004642     END-IF.
004644     MOVE SPACES          TO OVERPAYMENT-RECORD.
004645     MOVE OC-EMP-ID       TO OV-EMP-ID.
004646     MOVE BR-RUN-DATE     TO OV-OPEN-DATE.
004647     MOVE 1               TO OV-SEQ.
004648     SET OV-FROM-CASHED-VOID TO TRUE.
004649     MOVE OC-CHECK-NUMBER TO OV-CHECK-NUMBER.
004650     MOVE CL-PAID-DATE    TO OV-SOURCE-DATE.
004651     MOVE CL-AMOUNT       TO OV-ORIGINAL-AMOUNT OV-BALANCE.
004652     MOVE ZERO TO OV-RECOVERY-AMOUNT OV-RECOVERED-TO-DATE
004653                  OV-LAST-RECOVERY-DATE OV-WRITTEN-OFF-AMOUNT
004655                  OV-CLOSED-DATE.
004656     SET OV-OPEN TO TRUE.
004657     MOVE 'N' TO BR-OVP-POSTED-SW.
004658     PERFORM 3510-WRITE-RECEIVABLE THRU 3510-EXIT
004659         UNTIL BR-OVP-POSTED OR OV-SEQ > 99.
004660     IF BR-OVPMAST-STATUS NOT = '00'
004661         GO TO 3500-EXIT
004662     END-IF.
004663     ADD 1 TO BR-RECEIVABLE-COUNT.
004664     SET OC-VOID-PAID TO TRUE.
004665     MOVE CL-PAID-DATE TO OC-CLEARED-DATE.
004667     MOVE CL-AMOUNT    TO OC-CLEARED-AMOUNT.
004668     REWRITE OUTSTANDING-CHECK-RECORD.
004669 3500-EXIT.
004670     EXIT.
004671
004672*****************************************************************
004673*  3510-WRITE-RECEIVABLE - ONE WRITE ATTEMPT, STEPPING THE
004674*                          SEQUENCE ON A DUPLICATE KEY
004675*****************************************************************
004676 3510-WRITE-RECEIVABLE.
004677     WRITE OVERPAYMENT-RECORD
004679         INVALID KEY
004680             ADD 1 TO OV-SEQ
004681         NOT INVALID KEY
004682             SET BR-OVP-POSTED TO TRUE
004683     END-WRITE.
004684     IF BR-OVPMAST-STATUS NOT = '00'
004685             AND BR-OVPMAST-STATUS NOT = '22'
004686         SET BR-OVP-POSTED TO TRUE
004687     END-IF.
004688 3510-EXIT.
004690     EXIT.
004700
004710*****************************************************************
005700     MOVE BR-OUTST-COUNT     TO BR-TOT-OUTST.
005710     MOVE BR-OUTST-AMOUNT    TO BR-TOT-OUTST-AMT.
005720     MOVE BR-STALE-COUNT     TO BR-TOT-STALE.
005725     MOVE BR-RECEIVABLE-COUNT TO BR-TOT-RECEIVABLES.
005730     WRITE RECON-REPORT-LINE FROM BR-TOTAL-LINE.
005740
005750     CLOSE OUTSTANDING-CHECKS.
005752     IF BR-OVPMAST-AVAIL
005754         CLOSE OVERPAYMENT-MASTER
005756     END-IF.
005760     IF BR-ISSUE-AVAIL
005770         CLOSE ISSUED-CHECKS
005780     END-IF.
