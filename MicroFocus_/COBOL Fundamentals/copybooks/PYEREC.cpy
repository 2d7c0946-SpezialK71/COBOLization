000100* PYEREC.CPY
000200* DEDUCTION PAYEE REFERENCE RECORD LAYOUT - ONE ROW PER AGENCY,
000300* CARRIER OR VENDOR THAT DEDUCTION MONEY IS REMITTED TO, KEYED
000400* BY THE PAYEE CODE. DEDMAINT VALIDATES THE PAYEE ON EVERY
000500* BENEFIT AND GARNISHMENT ROW AGAINST THIS FILE, AND DEDREMIT
000600* TAKES THE NAME AND ACCOUNTS PAYABLE VENDOR NUMBER FROM IT. A
000700* PAYEE FLAGGED CASE-REQUIRED (A CHILD-SUPPORT AGENCY, SAY) WILL
000800* NOT BE PAID WITHOUT THE CASE OR POLICY NUMBER ON EACH LINE.
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT DESCRIPTION
001200* 2026-10-15 TO   INITIAL COPYBOOK - CODE, NAME, AP VENDOR NUMBER
001300*                 AND THE CASE-NUMBER-REQUIRED FLAG.
001400 01  PAYEE-RECORD.
001500     05  PYE-CODE                    PIC X(06).
001600     05  PYE-NAME                    PIC X(30).
001700     05  PYE-AP-VENDOR-NUMBER        PIC X(10).
001800     05  PYE-CASE-REQUIRED           PIC X(01).
001900         88  PYE-CASE-NUMBER-REQUIRED        VALUE "Y".
