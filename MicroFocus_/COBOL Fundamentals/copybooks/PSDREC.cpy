001310*                 EMPLOYEES PAST THE CHECKPOINT BEFORE IT
001320*                 REPROCESSES THEM. THE RECORD LENGTH CHANGED
001330*                 AGAIN - SAME CUTOVER RELOAD COVERS IT.
001340* 2026-10-15 TO   ADDED THE EARNINGS TYPE - REGULAR PERIOD PAY
001350*                 FROM PAYREG, OR THE BONUS, CORRECTION, MANUAL
001360*                 CHECK OR FINAL PAY PAID BY OFFCYCLE UNDER ITS
001370*                 OWN RUN NUMBER (901 THRU 999) IN PLACE OF A
001380*                 PERIOD NUMBER. THE RECORD LENGTH CHANGED -
001390*                 EXISTING DETAIL FILES MUST BE RELOADED AT
001395*                 CUTOVER WITH THE TYPE SET TO "R".
001396* 2026-10-15 TO   ADDED THE PAY TYPE, HOURLY RATE AND THE
001397*                 REGULAR, OVERTIME AND SHIFT-PREMIUM HOURS PAID
001398*                 FROM THE TIME CARD, SO THE STATEMENT SHOWS HOW
001399*                 AN HOURLY GROSS WAS BUILT. SALARIED ROWS CARRY
001401*                 ZERO HOURS AND RATE. THE RECORD LENGTH CHANGED -
001402*                 EXISTING DETAIL FILES MUST BE RELOADED AT
001403*                 CUTOVER WITH THE PAY TYPE SET TO "S".
001404* 2026-10-15 TO   ADDED THE VACATION AND SICK HOURS ACCRUED THIS
001405*                 PERIOD AND THE BALANCES AFTER IT, FOR THE
001406*                 STATEMENT AND SO PAYREV CAN BACK A REVERSED
001407*                 PERIOD'S ACCRUAL OUT. THE RECORD LENGTH CHANGED
001408*                 - EXISTING DETAIL FILES MUST BE RELOADED AT
001409*                 CUTOVER WITH THE LEAVE FIELDS ZERO.
001410* 2026-10-15 TO   ADDED THE REISSUE EARNINGS TYPE - OFFCYCLE
001411*                 RE-PAYING A NET PAYMENT THE BANK RETURNED. THE
001412*                 ROW CARRIES THE AMOUNT AS NET PAY WITH ZERO
001413*                 GROSS AND DEDUCTIONS, SINCE THE ORIGINAL ROW
001414*                 ALREADY HOLDS THEM.
001415* 2026-10-15 TO   EACH DEDUCTION LINE NOW CARRIES THE PAYEE CODE
001416*                 AND CASE OR POLICY NUMBER FROM ITS MASTER ROW
001417*                 AS TAKEN, SO DEDREMIT REMITS THE PERIOD TO THE
001418*                 PAYEE THE MONEY WAS WITHHELD FOR. THE RECORD
001419*                 LENGTH CHANGED - EXISTING DETAIL FILES MUST BE
001420*                 RELOADED AT CUTOVER WITH THE PAYEES BLANK.
001300 01  PAY-STATEMENT-DETAIL-RECORD.
001400     05  PSD-KEY.
001500         10  PSD-PERIOD-NUMBER       PIC 9(03).
001510             88  PSD-PERIOD-IS-OFF-CYCLE     VALUE 901 THRU 999.
001600         10  PSD-EMPLOYEE-NUMBER     PIC 9(05).
001700     05  PSD-EMPLOYEE-NAME.
001800         10  PSD-FIRST-NAME          PIC X(10).
002600     05  PSD-PERIOD-START-DATE       PIC 9(08).
002700     05  PSD-PERIOD-END-DATE         PIC 9(08).
002800     05  PSD-PAY-DATE                PIC 9(08).
002810     05  PSD-EARNINGS-TYPE           PIC X(01).
002820         88  PSD-EARNINGS-IS-REGULAR         VALUE "R".
002830         88  PSD-EARNINGS-IS-BONUS           VALUE "B".
002840         88  PSD-EARNINGS-IS-CORRECTION      VALUE "C".
002850         88  PSD-EARNINGS-IS-MANUAL-CHECK    VALUE "M".
002860         88  PSD-EARNINGS-IS-FINAL-PAY       VALUE "F".
002870         88  PSD-EARNINGS-IS-REISSUE         VALUE "I".
002900     05  PSD-GROSS-PAY               PIC 9(09)V9(02).
003000     05  PSD-TOTAL-DEDUCTIONS        PIC 9(09)V9(02).
003100     05  PSD-NET-PAY                 PIC 9(09)V9(02).
003200     05  PSD-YTD-GROSS               PIC 9(09)V9(02).
003210     05  PSD-BANK-ROUTING            PIC 9(09).
003220     05  PSD-BANK-ACCOUNT            PIC X(17).
003230     05  PSD-PAY-TYPE                PIC X(01).
003240         88  PSD-PAY-IS-SALARIED             VALUE "S".
003250         88  PSD-PAY-IS-HOURLY               VALUE "H".
003260     05  PSD-HOURLY-RATE             PIC 9(05)V9(02).
003270     05  PSD-REGULAR-HOURS           PIC 9(03)V9(02).
003280     05  PSD-OVERTIME-HOURS          PIC 9(03)V9(02).
003290     05  PSD-SHIFT-HOURS             PIC 9(03)V9(02).
003291     05  PSD-VACATION-ACCRUED        PIC 9(03)V9(02).
003292     05  PSD-VACATION-BALANCE        PIC 9(05)V9(02).
003293     05  PSD-SICK-ACCRUED            PIC 9(03)V9(02).
003294     05  PSD-SICK-BALANCE            PIC 9(05)V9(02).
003300     05  PSD-DEDUCTION-COUNT         PIC 9(02).
003400     05  PSD-DEDUCTION-ENTRY OCCURS 20 TIMES.
003500         10  PSD-DED-TYPE            PIC X(01).
003700         10  PSD-DED-AMOUNT          PIC 9(05)V9(02).
003800         10  PSD-DED-SEQUENCE        PIC 9(02).
003900         10  PSD-DED-GARNISH-TAKE    PIC 9(05)V9(02).
004000         10  PSD-DED-PAYEE-CODE      PIC X(06).
004100         10  PSD-DED-CASE-NUMBER     PIC X(20).
