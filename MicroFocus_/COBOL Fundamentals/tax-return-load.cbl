002730*                 OUT-OF-BALANCE REFUSAL ALREADY DID, SO OPSRPT
002740*                 SHOWS A DELIBERATE RC-16 REFUSAL INSTEAD OF A
002750*                 RUN THAT DIED.
002760* 2026-10-15 TO   VENDOR TAX ROWS ARE WRITTEN WITH NO PAYEE OR
002770*                 CASE NUMBER - THE TAX VENDOR REMITS WITHHOLDING,
002780*                 NOT DEDREMIT.
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
049600     MOVE ZEROS TO DED-STOP-DATE.
049700     MOVE ZEROS TO DED-GOAL-AMOUNT.
049800     MOVE ZEROS TO DED-AMOUNT-TAKEN.
049825     MOVE SPACES TO DED-PAYEE-CODE.
049850     MOVE SPACES TO DED-CASE-NUMBER.
049900     WRITE DEDUCTION-RECORD
050000         INVALID KEY
050100             DISPLAY "DEDLOAD: TAX ROW WRITE FAILED - "
