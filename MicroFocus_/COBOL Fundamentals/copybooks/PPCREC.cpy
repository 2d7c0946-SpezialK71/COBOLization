000500* AT TERMINATION; THE RESUME FLAG DECIDES, LIGHTS-OUT, WHETHER A
000600* RUN LEFT IN PROGRESS IS RESUMED FROM ITS CHECKPOINT. GLEXTR
000700* STAMPS THE GL FLAG SO A PERIOD IS NEVER EXTRACTED TO THE
000800* LEDGER TWICE, AND DEDREMIT STAMPS THE REMIT FLAG SO A PERIOD
000850* IS NEVER REMITTED TO THE DEDUCTION PAYEES TWICE.
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT DESCRIPTION
001400*                 GL-EXTRACTED FLAG. THE RECORD LENGTH CHANGED -
001500*                 EXISTING CALENDARS MUST BE RELOADED AT
001600*                 CUTOVER.
001610* 2026-10-15 TO   ADDED THE DEDUCTIONS-REMITTED FLAG, STAMPED BY
001620*                 DEDREMIT SO A PERIOD'S DEDUCTIONS ARE NEVER
001630*                 REMITTED TO THE PAYEES TWICE. THE RECORD LENGTH
001640*                 CHANGED - EXISTING CALENDARS MUST BE RELOADED
001650*                 AT CUTOVER WITH THE FLAG BLANK.
001700 01  PAY-PERIOD-RECORD.
001800     05  PPC-PERIOD-NUMBER           PIC 9(03).
001900     05  PPC-START-DATE              PIC 9(08).
002600         88  PPC-RESUME-FROM-CHECKPOINT      VALUE "Y".
002700     05  PPC-GL-FLAG                 PIC X(01).
002800         88  PPC-GL-EXTRACTED                VALUE "X".
002900     05  PPC-REMIT-FLAG              PIC X(01).
003000         88  PPC-DEDUCTIONS-REMITTED         VALUE "X".
