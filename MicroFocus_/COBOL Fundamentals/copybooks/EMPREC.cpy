001040*                 WITH EMPCONV BEFORE ANY PROGRAM OPENS THEM
001050*                 WITH THIS LAYOUT.
001060* 2026-09-02 TO   ADDED BANK ROUTING AND ACCOUNT NUMBERS SO THE
001062*                 PAYROLL RUN CAN WRITE A BANK PAYMENT FILE FOR
001064*                 NET PAY. THE RECORD LENGTH CHANGED - EXISTING
001066*                 MASTERS MUST BE RECONVERTED AT CUTOVER.
001068* 2026-09-02 TO   ADDED THE EMPLOYMENT STATUS AND TERMINATION
001070*                 DATE SO AN EMPLOYEE LEAVES THE PAYROLL WITHOUT
001072*                 A PHYSICAL DELETE - PAYREG STOPS PAYING FROM
001074*                 THE TERMINATION DATE, TAXEXTR KEEPS REPORTING
001076*                 THE YTD THROUGH YEAR END, AND YEAREND ROLLS
001078*                 THE FINAL YEAR TO HISTORY AND ONLY THEN
001080*                 PURGES. LEAVE SUPPRESSES PAY WITHOUT TOUCHING
001082*                 THE RECORD OR ITS DEDUCTIONS.
001084* 2026-10-15 TO   ADDED THE PAY TYPE AND HOURLY RATE - AN HOURLY
001086*                 EMPLOYEE CARRIES A ZERO SALARY AND IS PAID BY
001088*                 PAYREG FROM THE PERIOD'S TIME CARD AT THE
001090*                 HOURLY RATE. THE RECORD LENGTH CHANGED -
001092*                 EXISTING MASTERS MUST BE RECONVERTED WITH
001094*                 EMPCONV AT CUTOVER (EVERYONE STARTS SALARIED).
001095* 2026-10-15 TO   ADDED THE BANK STATUS AND RETURN REASON -
001096*                 BNKLOAD MARKS DETAILS THE BANK RETURNED AND
001097*                 PAYREG AND OFFCYCLE WILL NOT PAY INTO THEM UNTIL
001098*                 EMPMAINT CORRECTS THEM. RECONVERT WITH EMPCONV
001099*                 AT CUTOVER (EVERYONE STARTS VALID).
001100 01  EMPLOYEE-RECORD.
001200     05  EMP-EMPLOYEE-NUMBER         PIC 9(05).
001300     05  EMP-SALARY                  PIC 9(09)V9(02).
002900         88  EMP-STATUS-IS-ON-LEAVE          VALUE "L".
003000         88  EMP-STATUS-IS-TERMINATED        VALUE "T".
003100     05  EMP-TERMINATION-DATE        PIC 9(08).
003200     05  EMP-PAY-TYPE                PIC X(01).
003300         88  EMP-PAY-IS-SALARIED             VALUE "S".
003400         88  EMP-PAY-IS-HOURLY               VALUE "H".
003500     05  EMP-HOURLY-RATE             PIC 9(05)V9(02).
003600     05  EMP-BANK-STATUS             PIC X(01).
003700         88  EMP-BANK-IS-VALID               VALUE "V".
003800         88  EMP-BANK-IS-RETURNED            VALUE "R".
003900     05  EMP-BANK-RETURN-REASON      PIC X(03).
