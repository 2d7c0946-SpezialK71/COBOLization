000100* LDAUDREC.CPY
000200* LABOR DISTRIBUTION AUDIT RECORD LAYOUT - ONE ROW PER ACCEPTED
000300* ADD, CHANGE OR DELETE AGAINST THE LABOR DISTRIBUTION FILE,
000400* WRITTEN BY LDMAINT IN THE SAME SPIRIT AS THE DAUDREC ROWS
000500* DEDMAINT WRITES FOR THE DEDUCTION MASTER. THE WHOLE SPLIT SET
000600* IS KEPT BEFORE AND AFTER, SO FINANCE CAN SEE EXACTLY HOW AN
000700* EMPLOYEE WAS BEING CHARGED ON ANY DATE.
000800*
000900* MODIFICATION HISTORY
001000* DATE       INIT DESCRIPTION
001100* 2026-10-15 TO   INITIAL COPYBOOK - TYPE, KEY, BEFORE/AFTER
001200*                 STOP DATE AND SPLITS, THE BATCH AND A
001300*                 TIMESTAMP.
001400 01  LABOR-DIST-AUDIT-RECORD.
001500     05  LDAUD-TRANSACTION-TYPE      PIC X(01).
001600     05  LDAUD-EMPLOYEE-NUMBER       PIC 9(05).
001700     05  LDAUD-EFFECTIVE-DATE        PIC 9(08).
001800     05  LDAUD-BEFORE-STOP-DATE      PIC 9(08).
001900     05  LDAUD-BEFORE-SPLIT-COUNT    PIC 9(02).
002000     05  LDAUD-BEFORE-SPLIT-TABLE.
002100         10  LDAUD-BEFORE-SPLIT OCCURS 8 TIMES.
002200             15  LDAUD-BEFORE-DEPARTMENT
002300                                     PIC X(04).
002400             15  LDAUD-BEFORE-PERCENT
002500                                     PIC 9(03)V9(02).
002600     05  LDAUD-AFTER-STOP-DATE       PIC 9(08).
002700     05  LDAUD-AFTER-SPLIT-COUNT     PIC 9(02).
002800     05  LDAUD-AFTER-SPLIT-TABLE.
002900         10  LDAUD-AFTER-SPLIT OCCURS 8 TIMES.
003000             15  LDAUD-AFTER-DEPARTMENT
003100                                     PIC X(04).
003200             15  LDAUD-AFTER-PERCENT PIC 9(03)V9(02).
003300     05  LDAUD-BATCH-NUMBER          PIC 9(06).
003400     05  LDAUD-DATE                  PIC 9(08).
003500     05  LDAUD-TIME                  PIC 9(06).
