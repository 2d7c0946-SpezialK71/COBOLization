000100* WSMREC.CPY
000200* ANNUAL WAGE SUMMARY RECORD LAYOUT - ONE ROW PER EMPLOYEE PER
000300* CURRENCY PAID IN A CLOSED YEAR, KEYED BY YEAR PLUS EMPLOYEE PLUS
000400* CURRENCY. BUILT BY THE YEAREND CLOSE FROM THAT YEAR'S PAY
000500* STATEMENT DETAIL (PAY DATES IN THE YEAR) AND READ BY WAGESTMT TO
000600* PRINT THE ANNUAL WAGE STATEMENTS AND THE TAX VENDOR'S FILING
000700* FILE. THE ROW CARRIES THE NAME AND DEPARTMENT AS LAST PAID, SO A
000800* CLOSED YEAR CAN BE REPRINTED AFTER THE MASTER RECORD IS PURGED.
000900* REISSUE ("I") ROWS ARE LEFT OUT - THE ORIGINAL ROW ALREADY HOLDS
001000* THE NET PAY THE REISSUE REPLACED.
001100*
001200* MODIFICATION HISTORY
001300* DATE       INIT DESCRIPTION
001400* 2026-10-15 TO   INITIAL COPYBOOK.
001500 01  WAGE-SUMMARY-RECORD.
001600     05  WSM-KEY.
001700         10  WSM-YEAR                PIC 9(04).
001800         10  WSM-EMPLOYEE-NUMBER     PIC 9(05).
001900         10  WSM-CURRENCY-CODE       PIC X(03).
002000             88  WSM-CURRENCY-IS-USD         VALUE "USD".
002100             88  WSM-CURRENCY-IS-GBP         VALUE "GBP".
002200             88  WSM-CURRENCY-IS-EUR         VALUE "EUR".
002300             88  WSM-CURRENCY-IS-JPY         VALUE "JPY".
002400     05  WSM-EMPLOYEE-NAME.
002500         10  WSM-FIRST-NAME          PIC X(10).
002600         10  WSM-LAST-NAME           PIC X(10).
002700     05  WSM-DEPARTMENT-CODE         PIC X(04).
002800     05  WSM-STATEMENT-COUNT         PIC 9(03).
002900     05  WSM-GROSS-PAY               PIC 9(09)V9(02).
003000     05  WSM-TAX-WITHHELD            PIC 9(09)V9(02).
003100     05  WSM-BENEFITS                PIC 9(09)V9(02).
003200     05  WSM-GARNISHMENTS            PIC 9(09)V9(02).
003300     05  WSM-TOTAL-DEDUCTIONS        PIC 9(09)V9(02).
003400     05  WSM-NET-PAY                 PIC 9(09)V9(02).
003500     05  WSM-BUILD-DATE              PIC 9(08).
003600     05  FILLER                      PIC X(10).
