002593*                 RUN-LOG END ROW BEFORE STOPPING, SO OPSRPT
002594*                 SHOWS A DELIBERATE RC-16 REFUSAL INSTEAD OF A
002595*                 RUN THAT DIED.
002596* 2026-10-15 TO   AUDIT ROWS CARRY NO USER IDS AND NO BANK
002597*                 CHANGE (THE AUDIT RECORD NOW HOLDS BOTH), AND
002598*                 THE PAY TYPE AND HOURLY RATE UNCHANGED. A MASS
002599*                 INCREASE IS APPLIED DIRECTLY, NOT HELD FOR
002600*                 APPROVAL.
002601
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
051200     MOVE EMP-EMPLOYEE-NUMBER TO AUD-EMPLOYEE-NUMBER.
051300     MOVE WS-OLD-SALARY TO AUD-BEFORE-SALARY.
051400     MOVE EMP-SALARY TO AUD-AFTER-SALARY.
051425     MOVE SPACES TO AUD-ENTERED-BY.
051450     MOVE SPACES TO AUD-APPROVED-BY.
051475     MOVE "N" TO AUD-BANK-CHANGE-FLAG.
051480     MOVE EMP-PAY-TYPE TO AUD-BEFORE-PAY-TYPE.
051485     MOVE EMP-PAY-TYPE TO AUD-AFTER-PAY-TYPE.
051490     MOVE EMP-HOURLY-RATE TO AUD-BEFORE-HOURLY-RATE.
051495     MOVE EMP-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE.
051500     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
051600     ACCEPT AUD-TIME FROM TIME.
051700     WRITE MAINTENANCE-AUDIT-RECORD.
