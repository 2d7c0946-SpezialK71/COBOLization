001050*                 STOPS THE DEDUCTION AT THE COURT-ORDERED
001060*                 TOTAL. THE RECORD LENGTH CHANGED - EXISTING
001070*                 DEDUCTION MASTERS MUST BE RELOADED AT CUTOVER.
001072* 2026-10-15 TO   ADDED THE PAYEE (AGENCY OR VENDOR CODE, ON THE
001074*                 PAYEEREF FILE) AND THE CASE OR POLICY NUMBER
001076*                 DEDREMIT QUOTES WHEN IT REMITS THE MONEY. TAX
001078*                 ROWS CARRY NEITHER - THE TAX VENDOR REMITS
001080*                 WITHHOLDING. THE RECORD LENGTH CHANGED -
001082*                 EXISTING DEDUCTION MASTERS MUST BE RELOADED AT
001084*                 CUTOVER WITH PAYEES ON EVERY BENEFIT AND
001086*                 GARNISHMENT ROW.
001100 01  DEDUCTION-RECORD.
001200     05  DED-KEY.
001300         10  DED-EMPLOYEE-NUMBER     PIC 9(05).
002200     05  DED-STOP-DATE               PIC 9(08).
002300     05  DED-GOAL-AMOUNT             PIC 9(07)V9(02).
002400     05  DED-AMOUNT-TAKEN            PIC 9(07)V9(02).
002500     05  DED-PAYEE-CODE              PIC X(06).
002600     05  DED-CASE-NUMBER             PIC X(20).
