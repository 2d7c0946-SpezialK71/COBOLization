000100* OCCREC.CPY
000200* OFF-CYCLE CONTROL RECORD LAYOUT - ONE ROW, KEYED BY A CONSTANT,
000300* RECORDING THE LAST OFF-CYCLE RUN NUMBER ISSUED BY OFFCYCLE.
000400* OFF-CYCLE RUNS ARE NUMBERED IN THEIR OWN SEQUENCE, 901 THRU
000500* 999, WHICH IS NEVER USED FOR A PAY-PERIOD CALENDAR PERIOD - THE
000600* RUN NUMBER STANDS IN FOR THE PERIOD NUMBER ON THE PAY
000700* STATEMENT DETAIL ROWS AND THE RUN LOG, SO PAYSTMT CAN REPRINT
000800* AN OFF-CYCLE STATEMENT THE SAME WAY IT REPRINTS A PERIOD'S.
000900* THE RUN STATUS IS SET IN PROGRESS AS A RUN CLAIMS ITS NUMBER
001000* AND COMPLETE AS IT ENDS, SO A RUN THAT DIED IS NEVER SILENTLY
001100* FOLLOWED BY ANOTHER; THE LAST BATCH NUMBER STOPS THE SAME
001200* PAYMENT BATCH BEING PAID TWICE.
001300*
001400* MODIFICATION HISTORY
001500* DATE       INIT DESCRIPTION
001600* 2026-10-15 TO   INITIAL COPYBOOK.
001700 01  OFF-CYCLE-CONTROL-RECORD.
001800     05  OCC-KEY                     PIC X(01).
001900     05  OCC-LAST-RUN-NUMBER         PIC 9(03).
002000         88  OCC-NO-RUN-YET                  VALUE ZEROS.
002100         88  OCC-RUN-NUMBERS-EXHAUSTED       VALUE 999.
002200     05  OCC-LAST-RUN-DATE           PIC 9(08).
002300     05  OCC-LAST-BATCH-NUMBER       PIC 9(06).
002400     05  OCC-RUN-STATUS              PIC X(01).
002500         88  OCC-RUN-IN-PROGRESS             VALUE "I".
002600         88  OCC-RUN-COMPLETE                VALUE "C".
