000100* BPRREC.CPY
000200* BANK PAYMENT RECORD LAYOUT - ONE DETAIL PER EMPLOYEE PAID,
000300* CLOSED BY ONE TRAILER CARRYING THE RECORD COUNT AND NET TOTAL
000400* THE BANK BALANCES AGAINST, IN THE SAME HEADER/TRAILER STYLE AS
000500* THE PAYTRAN FEED. WRITTEN BY PAYREG (BANKPAY) AND BY OFFCYCLE
000600* (OFFBANK) IN ONE LAYOUT SO THE BANK RECEIVES ONE FORMAT.
000700* PAYREV WRITES THE SAME LAYOUT (BANKREV) WITH RECALL DETAILS
000800* AGAINST A REVERSED PERIOD'S ORIGINAL BANKPAY PAYMENTS.
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT DESCRIPTION
001200* 2026-10-15 TO   MOVED OUT OF PAYREG'S FILE SECTION NOW THAT
001300*                 OFFCYCLE WRITES THE SAME RECORD.
001400* 2026-10-15 TO   ADDED THE RECALL DETAIL TYPE FOR PAYREV.
001500 01  BANK-PAYMENT-RECORD.
001600     05  BPR-RECORD-TYPE             PIC X(01).
001700         88  BPR-IS-DETAIL                   VALUE "D".
001800         88  BPR-IS-TRAILER                  VALUE "T".
001900         88  BPR-IS-RECALL                   VALUE "R".
002000     05  BPR-DETAIL-FIELDS.
002100         10  BPR-EMPLOYEE-NUMBER     PIC 9(05).
002200         10  BPR-BANK-ROUTING        PIC 9(09).
002300         10  BPR-BANK-ACCOUNT        PIC X(17).
002400         10  BPR-NET-PAY             PIC 9(09)V9(02).
002500         10  BPR-CURRENCY-CODE       PIC X(03).
002600         10  FILLER                  PIC X(14).
002700     05  BPR-TRAILER-FIELDS REDEFINES BPR-DETAIL-FIELDS.
002800         10  BPR-TRL-RECORD-COUNT    PIC 9(07).
002900         10  BPR-TRL-NET-TOTAL       PIC 9(11)V9(02).
003000         10  FILLER                  PIC X(39).
