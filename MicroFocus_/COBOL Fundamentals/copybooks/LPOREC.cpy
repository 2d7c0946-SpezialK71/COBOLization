000100* LPOREC.CPY
000200* LEAVE PAYOUT RECORD LAYOUT - ONE ROW PER TERMINATED EMPLOYEE PER
000300* LEAVE TYPE PAID OUT AT THE YEAR-END PURGE, KEYED BY CLOSE YEAR
000400* PLUS EMPLOYEE PLUS LEAVE TYPE. WRITTEN BY YEAREND BEFORE THE
000500* MASTER RECORD IS DELETED, SO THE ROW CARRIES EVERYTHING ACCOUNTS
000600* PAYABLE NEEDS TO SETTLE THE BALANCE - NAME, DEPARTMENT, BANK
000700* DETAILS AND THE AMOUNT IN THE EMPLOYEE'S OWN CURRENCY. THE
000800* AMOUNT IS THE HOURS AT THE HOURLY VALUE, ROUNDED TO THE CENT.
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT DESCRIPTION
001200* 2026-10-15 TO   INITIAL COPYBOOK.
001300 01  LEAVE-PAYOUT-RECORD.
001400     05  LPO-KEY.
001500         10  LPO-CLOSE-YEAR          PIC 9(04).
001600         10  LPO-EMPLOYEE-NUMBER     PIC 9(05).
001700         10  LPO-LEAVE-TYPE          PIC X(01).
001800     05  LPO-EMPLOYEE-NAME.
001900         10  LPO-FIRST-NAME          PIC X(10).
002000         10  LPO-LAST-NAME           PIC X(10).
002100     05  LPO-DEPARTMENT-CODE         PIC X(04).
002200     05  LPO-TERMINATION-DATE        PIC 9(08).
002300     05  LPO-HOURS                   PIC 9(05)V9(02).
002400     05  LPO-HOURLY-VALUE            PIC 9(07)V9(02).
002500     05  LPO-AMOUNT                  PIC 9(09)V9(02).
002600     05  LPO-CURRENCY-CODE           PIC X(03).
002700     05  LPO-BANK-ROUTING            PIC 9(09).
002800     05  LPO-BANK-ACCOUNT            PIC X(17).
002900     05  LPO-PAYOUT-DATE             PIC 9(08).
003000     05  FILLER                      PIC X(10).
