000920*                 NINE-DIGIT SALARY FIELD. AUDIT FILES WRITTEN
000930*                 UNDER THE OLD LAYOUT MUST BE ARCHIVED AT
000940*                 CUTOVER - THE RECORD LENGTH CHANGED.
000945* 2026-10-15 TO   ADDED THE USER ID THAT ENTERED THE CHANGE, THE
000950*                 USER ID THAT APPROVED IT AND A BANK-CHANGE FLAG
000955*                 FOR TWO-PERSON APPROVAL. NEW TYPES: "H" A CHANGE
000960*                 HELD FOR APPROVAL (EMPMAINT), "V" RELEASED AND
000965*                 "X" REJECTED (CHGAPPR). THE RECORD LENGTH
000970*                 CHANGED - AUDIT FILES WRITTEN UNDER THE OLD
000975*                 LAYOUT MUST BE ARCHIVED AT CUTOVER.
000980* 2026-10-15 TO   ADDED THE BEFORE/AFTER PAY TYPE AND HOURLY RATE
000981*                 SO A HOURLY CHANGE SHOWS ITS RATES - THE RECORD
000982*                 LENGTH CHANGED AGAIN.
001000 01  MAINTENANCE-AUDIT-RECORD.
001100     05  AUD-TRANSACTION-TYPE         PIC X(01).
001200     05  AUD-EMPLOYEE-NUMBER          PIC 9(05).
001400     05  AUD-AFTER-SALARY             PIC 9(09)V9(02).
001500     05  AUD-DATE                     PIC 9(08).
001600     05  AUD-TIME                     PIC 9(06).
001700     05  AUD-ENTERED-BY               PIC X(08).
001800     05  AUD-APPROVED-BY              PIC X(08).
001900     05  AUD-BANK-CHANGE-FLAG         PIC X(01).
002000         88  AUD-BANK-WAS-CHANGED             VALUE "Y".
002100     05  AUD-BEFORE-PAY-TYPE          PIC X(01).
002200     05  AUD-AFTER-PAY-TYPE           PIC X(01).
002300     05  AUD-BEFORE-HOURLY-RATE       PIC 9(05)V9(02).
002400     05  AUD-AFTER-HOURLY-RATE        PIC 9(05)V9(02).
