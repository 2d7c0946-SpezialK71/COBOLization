000100* LVBREC.CPY
000200* LEAVE BALANCE RECORD LAYOUT - ONE ROW PER EMPLOYEE PER LEAVE
000300* TYPE, KEYED BY EMPLOYEE NUMBER PLUS LEAVE TYPE. PAYREG ADDS
000400* EACH PERIOD'S ACCRUAL AS THE EMPLOYEE IS PAID, LEAVEUSE TAKES
000500* OFF THE HOURS USED, PAYREV BACKS A REVERSED PERIOD'S ACCRUAL
000600* OUT, LVLIAB VALUES THE BALANCES AND YEAREND PAYS OUT OR
000700* FORFEITS THEM WHEN A TERMINATED EMPLOYEE IS PURGED. THE LAST
000800* ACCRUAL DATE IS THE PAY DATE OF THE PERIOD LAST ACCRUED, SO A
000900* RESTARTED OR RERUN PAYROLL NEVER ACCRUES ONE PERIOD TWICE.
001000*
001100* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001300* 2026-10-15 TO   INITIAL COPYBOOK.
001400 01  LEAVE-BALANCE-RECORD.
001500     05  LVB-KEY.
001600         10  LVB-EMPLOYEE-NUMBER     PIC 9(05).
001700         10  LVB-LEAVE-TYPE          PIC X(01).
001800             88  LVB-TYPE-IS-VACATION        VALUE "V".
001900             88  LVB-TYPE-IS-SICK            VALUE "S".
002000     05  LVB-BALANCE-HOURS           PIC 9(05)V9(02).
002100     05  LVB-ACCRUED-YTD-HOURS       PIC 9(05)V9(02).
002200     05  LVB-TAKEN-YTD-HOURS         PIC 9(05)V9(02).
002300     05  LVB-LAST-ACCRUAL-DATE       PIC 9(08).
002400     05  LVB-LAST-ACCRUAL-HOURS      PIC 9(03)V9(02).
002500     05  LVB-LAST-USAGE-DATE         PIC 9(08).
002600     05  FILLER                      PIC X(10).
