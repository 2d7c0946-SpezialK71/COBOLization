002350*                 RUN-LOG END ROW BEFORE STOPPING, SO OPSRPT
002360*                 SHOWS A DELIBERATE RC-16 REFUSAL INSTEAD OF A
002370*                 RUN THAT DIED.
002380* 2026-10-15 TO   AN HOURLY EMPLOYEE'S STATEMENT NOW SHOWS THE
002385*                 HOURLY RATE AND THE REGULAR, OVERTIME AND
002390*                 SHIFT-PREMIUM HOURS PAID UNDER THE GROSS.
002391* 2026-10-15 TO   A REGULAR PERIOD STATEMENT NOW SHOWS THE
002392*                 VACATION AND SICK HOURS ACCRUED THIS PERIOD
002393*                 AND THE BALANCES AFTER IT.
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
013100     05  WS-SAL-LABEL                PIC X(20).
013200     05  WS-SAL-AMOUNT               PIC X(18).
013300
013310 01  WS-STMT-RATE-LINE.
013320     05  WS-SRL-LABEL                PIC X(20).
013330     05  WS-SRL-RATE                 PIC ZZ,ZZ9.99.
013340
013350 01  WS-STMT-HOURS-LINE.
013360     05  WS-SHR-LABEL                PIC X(20).
013370     05  WS-SHR-HOURS                PIC ZZ9.99.
013371
013372 01  WS-STMT-LEAVE-HEADER-LINE.
013373     05  FILLER                      PIC X(20) VALUE
013374             "LEAVE HOURS:".
013375     05  FILLER                      PIC X(08) VALUE "ACCRUED".
013376     05  FILLER                      PIC X(09) VALUE "  BALANCE".
013377
013378 01  WS-STMT-LEAVE-LINE.
013379     05  WS-SLV-LABEL                PIC X(20).
013380     05  WS-SLV-ACCRUED              PIC ZZ9.99.
013381     05  FILLER                      PIC X(02) VALUE SPACES.
013382     05  WS-SLV-BALANCE              PIC ZZ,ZZ9.99.
013383
013400 01  WS-STMT-DED-HEADER-LINE.
013500     05  FILLER                      PIC X(20) VALUE
013600             "DEDUCTIONS TAKEN:".
027600     MOVE WS-FORMATTED-AMOUNT TO WS-SAL-AMOUNT.
027700     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-AMOUNT-LINE
027800         AFTER ADVANCING 2 LINES.
027810     IF PSD-PAY-IS-HOURLY AND PSD-HOURLY-RATE NOT = ZEROS
027820         PERFORM 2150-PRINT-HOURS THRU 2150-EXIT
027830     END-IF.
027900     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-DED-HEADER-LINE
028000         AFTER ADVANCING 2 LINES.
028100     IF PSD-DEDUCTION-COUNT = ZEROS
030400     MOVE WS-FORMATTED-AMOUNT TO WS-SAL-AMOUNT.
030500     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-AMOUNT-LINE
030600         AFTER ADVANCING 1 LINE.
030610     IF PSD-EARNINGS-IS-REGULAR
030620         PERFORM 2170-PRINT-LEAVE THRU 2170-EXIT
030630     END-IF.
030700     ADD 1 TO WS-STATEMENT-COUNT.
030800 2100-EXIT.
030900     EXIT.
030901
030904*=============================================================
030907* 2150-PRINT-HOURS - FOR AN HOURLY EMPLOYEE, THE RATE AND THE
030910*                    HOURS FROM THE TIME CARD THAT MAKE UP THE
030913*                    GROSS.
030916*=============================================================
030919 2150-PRINT-HOURS.
030922     MOVE "  HOURLY RATE:" TO WS-SRL-LABEL.
030925     MOVE PSD-HOURLY-RATE TO WS-SRL-RATE.
030928     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-RATE-LINE
030931         AFTER ADVANCING 1 LINE.
030934     MOVE "  REGULAR HOURS:" TO WS-SHR-LABEL.
030937     MOVE PSD-REGULAR-HOURS TO WS-SHR-HOURS.
030940     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-HOURS-LINE
030943         AFTER ADVANCING 1 LINE.
030946     MOVE "  OVERTIME HOURS:" TO WS-SHR-LABEL.
030949     MOVE PSD-OVERTIME-HOURS TO WS-SHR-HOURS.
030952     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-HOURS-LINE
030955         AFTER ADVANCING 1 LINE.
030958     MOVE "  SHIFT HOURS:" TO WS-SHR-LABEL.
030961     MOVE PSD-SHIFT-HOURS TO WS-SHR-HOURS.
030964     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-HOURS-LINE
030967         AFTER ADVANCING 1 LINE.
030970 2150-EXIT.
030973     EXIT.
030974
030975*=============================================================
030976* 2170-PRINT-LEAVE - THE VACATION AND SICK HOURS ACCRUED THIS
030977*                    PERIOD AND THE BALANCES AFTER IT.
030978*=============================================================
030979 2170-PRINT-LEAVE.
030980     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LEAVE-HEADER-LINE
030981         AFTER ADVANCING 2 LINES.
030982     MOVE "  VACATION" TO WS-SLV-LABEL.
030983     MOVE PSD-VACATION-ACCRUED TO WS-SLV-ACCRUED.
030984     MOVE PSD-VACATION-BALANCE TO WS-SLV-BALANCE.
030985     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LEAVE-LINE
030986         AFTER ADVANCING 1 LINE.
030987     MOVE "  SICK" TO WS-SLV-LABEL.
030988     MOVE PSD-SICK-ACCRUED TO WS-SLV-ACCRUED.
030989     MOVE PSD-SICK-BALANCE TO WS-SLV-BALANCE.
030990     WRITE STATEMENT-PRINT-LINE FROM WS-STMT-LEAVE-LINE
030991         AFTER ADVANCING 1 LINE.
030992 2170-EXIT.
030993     EXIT.
031000
031100*=============================================================
031200* 2200-EDIT-ONE-DATE - EDIT ONE CCYYMMDD DATE TO MM/DD/CCYY FOR
