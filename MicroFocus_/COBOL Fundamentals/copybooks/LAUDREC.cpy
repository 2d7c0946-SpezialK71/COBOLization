000100* LAUDREC.CPY
000200* LEAVE USAGE AUDIT RECORD LAYOUT - ONE ROW PER ACCEPTED LEAVE
000300* USAGE OR CORRECTION AGAINST THE LEAVE BALANCE FILE, WRITTEN BY
000400* LEAVEUSE IN THE SAME SPIRIT AS THE AUDREC ROWS EMPMAINT WRITES
000500* FOR THE EMPLOYEE MASTER.
000600*
000700* MODIFICATION HISTORY
000800* DATE       INIT DESCRIPTION
000900* 2026-10-15 TO   INITIAL COPYBOOK - TYPE, KEY, HOURS, BEFORE/
001000*                 AFTER BALANCE, THE DATE THE LEAVE WAS TAKEN,
001100*                 THE BATCH AND A TIMESTAMP.
001200 01  LEAVE-AUDIT-RECORD.
001300     05  LAUD-TRANSACTION-TYPE        PIC X(01).
001400     05  LAUD-EMPLOYEE-NUMBER         PIC 9(05).
001500     05  LAUD-LEAVE-TYPE              PIC X(01).
001600     05  LAUD-HOURS                   PIC 9(03)V9(02).
001700     05  LAUD-BEFORE-BALANCE          PIC 9(05)V9(02).
001800     05  LAUD-AFTER-BALANCE           PIC 9(05)V9(02).
001900     05  LAUD-LEAVE-DATE              PIC 9(08).
002000     05  LAUD-BATCH-NUMBER            PIC 9(06).
002100     05  LAUD-DATE                    PIC 9(08).
002200     05  LAUD-TIME                    PIC 9(06).
