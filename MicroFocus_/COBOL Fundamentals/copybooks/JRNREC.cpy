000100* JRNREC.CPY
000200* GENERAL LEDGER JOURNAL RECORD LAYOUT - ONE DETAIL PER ACCOUNT
000300* PER CURRENCY, CLOSED BY ONE TRAILER CARRYING THE LINE COUNT
000400* AND THE DEBIT AND CREDIT GRAND TOTALS. WRITTEN BY GLEXTR
000500* (GLJRNL) FOR A PAID PERIOD AND BY PAYREV (REVJRNL) WITH THE
000600* DEBITS AND CREDITS SWAPPED WHEN AN EXTRACTED PERIOD IS
000700* REVERSED, SO THE LEDGER LOADS BOTH THE SAME WAY.
000800*
000900* MODIFICATION HISTORY
001000* DATE       INIT DESCRIPTION
001100* 2026-10-15 TO   MOVED OUT OF GLEXTR'S FILE SECTION NOW THAT
001200*                 PAYREV WRITES THE SAME RECORD.
001300 01  GL-JOURNAL-RECORD.
001400     05  JRN-RECORD-TYPE             PIC X(01).
001500         88  JRN-IS-DETAIL                   VALUE "D".
001600         88  JRN-IS-TRAILER                  VALUE "T".
001700     05  JRN-DETAIL-FIELDS.
001800         10  JRN-PERIOD-NUMBER       PIC 9(03).
001900         10  JRN-ACCOUNT             PIC X(06).
002000         10  JRN-DEBIT-CREDIT        PIC X(01).
002100         10  JRN-AMOUNT              PIC 9(11)V9(02).
002200         10  JRN-CURRENCY-CODE       PIC X(03).
002300         10  JRN-SOURCE              PIC X(08).
002400         10  FILLER                  PIC X(10).
002500     05  JRN-TRAILER-FIELDS REDEFINES JRN-DETAIL-FIELDS.
002600         10  JRN-TRL-LINE-COUNT      PIC 9(05).
002700         10  JRN-TRL-DEBIT-TOTAL     PIC 9(13)V9(02).
002800         10  JRN-TRL-CREDIT-TOTAL    PIC 9(13)V9(02).
002900         10  FILLER                  PIC X(09).
