000100* RISREC.CPY
000200* OUTSTANDING REISSUE RECORD LAYOUT - ONE ROW PER PAYMENT THE BANK
000300* RETURNED, KEYED BY EMPLOYEE PLUS THE PERIOD (OR OFF-CYCLE RUN
000400* NUMBER) THE PAYMENT WAS MADE IN. WRITTEN BY BNKLOAD AS EACH
000500* RETURN IS LOADED, WITH THE RETURNED AMOUNT, THE BANK DETAILS IT
000600* BOUNCED FROM AND THE BANK'S REASON CODE. THE ROW STAYS
000700* OUTSTANDING UNTIL OFFCYCLE PAYS IT AS A REISSUE ("I") PAYMENT,
000800* WHICH STAMPS IT REISSUED WITH THE OFF-CYCLE RUN NUMBER AND DATE.
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT DESCRIPTION
001200* 2026-10-15 TO   INITIAL COPYBOOK.
001300 01  REISSUE-RECORD.
001400     05  RIS-KEY.
001500         10  RIS-EMPLOYEE-NUMBER     PIC 9(05).
001600         10  RIS-PERIOD-NUMBER       PIC 9(03).
001700     05  RIS-AMOUNT                  PIC 9(09)V9(02).
001800     05  RIS-CURRENCY-CODE           PIC X(03).
001900     05  RIS-RETURN-REASON           PIC X(03).
002000     05  RIS-RETURNED-ROUTING        PIC 9(09).
002100     05  RIS-RETURNED-ACCOUNT        PIC X(17).
002200     05  RIS-SETTLEMENT-DATE         PIC 9(08).
002300     05  RIS-LOAD-DATE               PIC 9(08).
002400     05  RIS-STATUS                  PIC X(01).
002500         88  RIS-IS-OUTSTANDING              VALUE "O".
002600         88  RIS-IS-REISSUED                 VALUE "P".
002700     05  RIS-REISSUE-RUN-NUMBER      PIC 9(03).
002800     05  RIS-REISSUE-DATE            PIC 9(08).
002900     05  FILLER                      PIC X(10).
