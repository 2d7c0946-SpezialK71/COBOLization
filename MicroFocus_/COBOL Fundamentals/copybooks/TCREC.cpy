000100* TCREC.CPY
000200* TIME CARD RECORD LAYOUT - ONE ROW PER HOURLY EMPLOYEE PER PAY
000300* PERIOD, KEYED BY PERIOD NUMBER PLUS EMPLOYEE NUMBER. LOADED BY
000400* TCEDIT FROM A BALANCED TIME-CARD BATCH AND READ BY PAYREG TO
000500* COMPUTE AN HOURLY EMPLOYEE'S GROSS. REGULAR AND OVERTIME HOURS
000600* ARE THE HOURS WORKED; SHIFT-PREMIUM HOURS ARE THE PART OF THOSE
000700* HOURS WORKED ON A PREMIUM SHIFT AND EARN THE SHIFT DIFFERENTIAL
000800* ON TOP.
000900*
001000* MODIFICATION HISTORY
001100* DATE       INIT DESCRIPTION
001200* 2026-10-15 TO   INITIAL COPYBOOK.
001300 01  TIME-CARD-RECORD.
001400     05  TCD-KEY.
001500         10  TCD-PERIOD-NUMBER       PIC 9(03).
001600         10  TCD-EMPLOYEE-NUMBER     PIC 9(05).
001700     05  TCD-REGULAR-HOURS           PIC 9(03)V9(02).
001800     05  TCD-OVERTIME-HOURS          PIC 9(03)V9(02).
001900     05  TCD-SHIFT-HOURS             PIC 9(03)V9(02).
002000     05  TCD-BATCH-NUMBER            PIC 9(06).
002100     05  TCD-LOAD-DATE               PIC 9(08).
002200     05  FILLER                      PIC X(10).
