000220*  DATE        INIT  DESCRIPTION
000230*  ----------  ----  ------------------------------------------
000240*  2026-09-02  RTS   ORIGINAL VERSION.
000241*  2026-10-15  RTS   A STUB FROM A SUPPLEMENTAL RUN SHOWS ITS
000242*                    BONUS AND COMMISSION EARNINGS IN PLACE OF
000243*                    THE HOURLY EARNINGS LINES.
000244*  2026-10-15  RTS   A SEPARATION FINAL CHECK SHOWS ITS FINAL
000245*                    WAGES AND VACATION PAYOUT WITH THEIR HOURS.
000246*  2026-10-15  RTS   AN OVERPAYMENT RECOVERY PRINTS ON ITS OWN
000247*                    LINE AFTER THE DEDUCTIONS, WITH THE
000248*                    BALANCE STILL OWED.
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
001305     05  FILLER                 PIC X(09) VALUE SPACES.
001306     05  PS-RETRO-AMOUNT        PIC -(5)9.99.
001307
001308 01  PS-SUPP-EARN-LINE.
001309     05  FILLER                 PIC X(02) VALUE SPACES.
001310     05  PS-SUPP-CAPTION        PIC X(20).
001311     05  FILLER                 PIC X(09) VALUE SPACES.
001312     05  PS-SUPP-AMOUNT         PIC Z(5)9.99.
001313
001314 01  PS-GROSS-LINE.
001320     05  FILLER                 PIC X(22) VALUE 'GROSS PAY'.
001330     05  FILLER                 PIC X(09) VALUE SPACES.
001340     05  PS-GROSS-CURRENT       PIC Z(5)9.99.
001710     05  PS-DEDTOT-CURRENT      PIC Z(5)9.99.
001720     05  FILLER                 PIC X(07) VALUE '  YTD'.
001730     05  PS-DEDTOT-YTD          PIC Z(6)9.99.
001731
001732 01  PS-OVP-LINE.
001733     05  FILLER                 PIC X(22) VALUE
001734         'OVERPAYMENT RECOVERY'.
001735     05  FILLER                 PIC X(09) VALUE SPACES.
001736     05  PS-OVP-CURRENT         PIC Z(5)9.99.
001737     05  FILLER                 PIC X(15) VALUE '  BALANCE OWED'.
001738     05  PS-OVP-BALANCE         PIC Z(6)9.99.
001740
001750 01  PS-NET-LINE.
001760     05  FILLER                 PIC X(22) VALUE 'NET PAY'.
002960     WRITE PAY-STUBS-LINE FROM PS-EMPLOYEE-LINE.
002970
002980     WRITE PAY-STUBS-LINE FROM PS-EARN-HEADER-LINE.
002990     IF PD-SUPPLEMENTAL-CYCLE
003000         PERFORM 3020-PRINT-SUPP-EARNINGS THRU 3020-EXIT
003010     ELSE
003020         PERFORM 3010-PRINT-HOURLY-EARNINGS THRU 3010-EXIT
003030     END-IF.
003182     IF PD-RTO-PAY NOT = ZERO
003184         MOVE PD-RTO-PAY TO PS-RETRO-AMOUNT
003186         WRITE PAY-STUBS-LINE FROM PS-RETRO-LINE
003490     MOVE PD-TOTAL-DEDUCTIONS TO PS-DEDTOT-CURRENT.
003500     MOVE PS-YTD-DEDUCTIONS   TO PS-DEDTOT-YTD.
003510     WRITE PAY-STUBS-LINE FROM PS-DED-TOTAL-LINE.
003511     IF PD-OVP-RECOVERY > ZERO
003512         MOVE PD-OVP-RECOVERY TO PS-OVP-CURRENT
003513         MOVE PD-OVP-BALANCE  TO PS-OVP-BALANCE
003514         WRITE PAY-STUBS-LINE FROM PS-OVP-LINE
003515     END-IF.
003520
003530     MOVE PD-NET-PAY TO PS-NET-CURRENT.
003531     MOVE PS-YTD-NET TO PS-NET-YTD.
003532     WRITE PAY-STUBS-LINE FROM PS-NET-LINE.
003533
003534     WRITE PAY-STUBS-LINE FROM PS-BLANK-LINE.
003535     WRITE PAY-STUBS-LINE FROM PS-BLANK-LINE.
003536 3000-EXIT.
003537     EXIT.
003538
003539*****************************************************************
003540*  3010-PRINT-HOURLY-EARNINGS - THE FIVE EARNINGS LINES OF A
003541*                    REGULAR RUN, EACH WITH ITS HOURS
003542*****************************************************************
003543 3010-PRINT-HOURLY-EARNINGS.
003544     MOVE 'REGULAR'        TO PS-EARN-CAPTION.
003545     MOVE PD-REGULAR-HOURS TO PS-EARN-HOURS.
003546     MOVE PD-REGULAR-PAY   TO PS-EARN-AMOUNT.
003547     WRITE PAY-STUBS-LINE FROM PS-EARN-DETAIL-LINE.
003548     MOVE 'OVERTIME'       TO PS-EARN-CAPTION.
003549     MOVE PD-OVERTIME-HOURS TO PS-EARN-HOURS.
003550     MOVE PD-OVERTIME-PAY  TO PS-EARN-AMOUNT.
003551     WRITE PAY-STUBS-LINE FROM PS-EARN-DETAIL-LINE.
003552     MOVE 'VACATION'       TO PS-EARN-CAPTION.
003554     MOVE PD-VAC-HOURS     TO PS-EARN-HOURS.
003555     MOVE PD-VAC-PAY       TO PS-EARN-AMOUNT.
003556     WRITE PAY-STUBS-LINE FROM PS-EARN-DETAIL-LINE.
003557     MOVE 'SICK'           TO PS-EARN-CAPTION.
003558     MOVE PD-SIK-HOURS     TO PS-EARN-HOURS.
003559     MOVE PD-SIK-PAY       TO PS-EARN-AMOUNT.
003560     WRITE PAY-STUBS-LINE FROM PS-EARN-DETAIL-LINE.
003561     MOVE 'HOLIDAY'        TO PS-EARN-CAPTION.
003562     MOVE PD-HOL-HOURS     TO PS-EARN-HOURS.
003563     MOVE PD-HOL-PAY       TO PS-EARN-AMOUNT.
003564     WRITE PAY-STUBS-LINE FROM PS-EARN-DETAIL-LINE.
003565 3010-EXIT.
003566     EXIT.
003567
003568*****************************************************************
003569*  3020-PRINT-SUPP-EARNINGS - BONUS AND COMMISSION OF A
003570*                    SUPPLEMENTAL RUN, AND A SEPARATED
003571*                    EMPLOYEE'S FINAL WAGES AND VACATION
003572*                    PAYOUT WITH THE HOURS THEY PAY.
003573*****************************************************************
003574 3020-PRINT-SUPP-EARNINGS.
003575     IF PD-BONUS-PAY NOT = ZERO
003577         MOVE 'BONUS'          TO PS-SUPP-CAPTION
003578         MOVE PD-BONUS-PAY     TO PS-SUPP-AMOUNT
003579         WRITE PAY-STUBS-LINE FROM PS-SUPP-EARN-LINE
003580     END-IF.
003581     IF PD-COMMISSION-PAY NOT = ZERO
003582         MOVE 'COMMISSION'     TO PS-SUPP-CAPTION
003583         MOVE PD-COMMISSION-PAY TO PS-SUPP-AMOUNT
003584         WRITE PAY-STUBS-LINE FROM PS-SUPP-EARN-LINE
003585     END-IF.
003586     IF PD-REGULAR-PAY NOT = ZERO
003587         MOVE 'FINAL WAGES'    TO PS-EARN-CAPTION
003588         MOVE PD-REGULAR-HOURS TO PS-EARN-HOURS
003589         MOVE PD-REGULAR-PAY   TO PS-EARN-AMOUNT
003590         WRITE PAY-STUBS-LINE FROM PS-EARN-DETAIL-LINE
003591     END-IF.
003592     IF PD-VAC-PAY NOT = ZERO
003593         MOVE 'VACATION PAYOUT' TO PS-EARN-CAPTION
003594         MOVE PD-VAC-HOURS     TO PS-EARN-HOURS
003595         MOVE PD-VAC-PAY       TO PS-EARN-AMOUNT
003596         WRITE PAY-STUBS-LINE FROM PS-EARN-DETAIL-LINE
003597     END-IF.
003598 3020-EXIT.
003600     EXIT.
003610
003620*****************************************************************
