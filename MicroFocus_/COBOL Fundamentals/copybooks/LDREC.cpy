000100* LDREC.CPY
000200* LABOR DISTRIBUTION RECORD LAYOUT - ONE ROW PER EMPLOYEE PER
000300* EFFECTIVE DATE, CARRYING THE WHOLE SET OF PERCENTAGE SPLITS OF
000400* THAT EMPLOYEE'S GROSS ACROSS DEPARTMENTS (AND SO ACROSS THEIR
000500* COST CENTERS ON DEPTREF). THE SPLITS ON A ROW ALWAYS TOTAL
000600* EXACTLY 100.00 PERCENT - LDMAINT REFUSES ANY SET THAT DOES NOT.
000700* THE ROW IN FORCE ON A DATE IS THE ONE WITH THE LATEST EFFECTIVE
000800* DATE NOT AFTER IT, UNLESS ITS STOP DATE (ZEROS MEAN OPEN-ENDED)
000900* HAS PASSED. AN EMPLOYEE WITH NO ROW IN FORCE IS CHARGED IN FULL
001000* TO THE HOME DEPARTMENT ON THE MASTER, AS BEFORE. GLEXTR, PAYREV
001100* AND DEPTSUM SPREAD GROSS BY THESE SPLITS.
001200*
001300* MODIFICATION HISTORY
001400* DATE       INIT DESCRIPTION
001500* 2026-10-15 TO   INITIAL COPYBOOK - UP TO EIGHT DEPARTMENT
001600*                 SPLITS PER ROW.
001700 01  LABOR-DISTRIBUTION-RECORD.
001800     05  LDS-KEY.
001900         10  LDS-EMPLOYEE-NUMBER     PIC 9(05).
002000         10  LDS-EFFECTIVE-DATE      PIC 9(08).
002100     05  LDS-STOP-DATE               PIC 9(08).
002200     05  LDS-SPLIT-COUNT             PIC 9(02).
002300     05  LDS-SPLIT-TABLE.
002400         10  LDS-SPLIT OCCURS 8 TIMES.
002500             15  LDS-DEPARTMENT-CODE PIC X(04).
002600             15  LDS-PERCENT         PIC 9(03)V9(02).
002700     05  LDS-LAST-BATCH-NUMBER       PIC 9(06).
002800     05  FILLER                      PIC X(10).
