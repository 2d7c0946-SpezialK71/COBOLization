000100* PNDREC.CPY
000200* PENDING CHANGE RECORD LAYOUT - ONE ROW PER MAINTENANCE CHANGE
000300* EMPMAINT HELD FOR A SECOND PERSON'S APPROVAL INSTEAD OF
000400* APPLYING IT: EVERY BANK ROUTING/ACCOUNT CHANGE, AND ANY PAY
000500* CHANGE - SALARY OR HOURLY RATE ABOVE THE MNTPARM PERCENTAGE OR
000600* AMOUNT, OR A CHANGE OF CURRENCY OR PAY TYPE. THE SALARY,
000700* CURRENCY, PAY TYPE AND HOURLY RATE ARE HELD AND RELEASED AS ONE
000800* PART. KEYED BY THE DATE, TIME AND RUN SEQUENCE IT WAS
000900* ENTERED, SO THE FILE READS OLDEST FIRST, WITH AN ALTERNATE KEY
001000* ON THE EMPLOYEE FOR PAYREG'S PENDING-CHANGE WARNING. ONLY THE
001100* PARTS FLAGGED HELD ARE APPLIED WHEN CHGAPPR RELEASES THE ROW;
001200* THE BEFORE FIGURES ARE THE MASTER AS IT STOOD WHEN THE CHANGE
001300* WAS ENTERED, AND A RELEASE IS REFUSED IF THE MASTER NO LONGER
001400* AGREES WITH THEM. CHGAPPR DELETES THE ROW ON RELEASE OR
001500* REJECTION - THE AUDIT TRAIL KEEPS THE HISTORY.
001600*
001700* MODIFICATION HISTORY
001800* DATE       INIT DESCRIPTION
001900* 2026-10-15 TO   INITIAL COPYBOOK.
002000 01  PENDING-CHANGE-RECORD.
002100     05  PND-KEY.
002200         10  PND-ENTRY-DATE          PIC 9(08).
002300         10  PND-ENTRY-TIME          PIC 9(06).
002400         10  PND-ENTRY-SEQUENCE      PIC 9(04).
002500     05  PND-EMPLOYEE-NUMBER         PIC 9(05).
002600     05  PND-ENTERED-BY              PIC X(08).
002700     05  PND-SALARY-HELD-FLAG        PIC X(01).
002800         88  PND-SALARY-IS-HELD              VALUE "Y".
002900     05  PND-BEFORE-SALARY           PIC 9(09)V9(02).
003000     05  PND-AFTER-SALARY            PIC 9(09)V9(02).
003100     05  PND-BEFORE-CURRENCY         PIC X(03).
003200     05  PND-AFTER-CURRENCY          PIC X(03).
003300     05  PND-BEFORE-PAY-TYPE         PIC X(01).
003400     05  PND-AFTER-PAY-TYPE          PIC X(01).
003500     05  PND-BEFORE-HOURLY-RATE      PIC 9(05)V9(02).
003600     05  PND-AFTER-HOURLY-RATE       PIC 9(05)V9(02).
003700     05  PND-BANK-HELD-FLAG          PIC X(01).
003800         88  PND-BANK-IS-HELD                VALUE "Y".
003900     05  PND-BEFORE-ROUTING          PIC 9(09).
004000     05  PND-BEFORE-ACCOUNT          PIC X(17).
004100     05  PND-AFTER-ROUTING           PIC 9(09).
004200     05  PND-AFTER-ACCOUNT           PIC X(17).
004300     05  FILLER                      PIC X(10).
