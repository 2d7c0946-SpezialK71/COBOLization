000100* LVPOL.CPY
000200* LEAVE POLICY TABLE - ONE ENTRY PER LEAVE TYPE. EACH TYPE
000300* ACCRUES A FIXED NUMBER OF HOURS PER PAID PERIOD, SET BY THE
000400* HIGHEST SERVICE TIER WHOSE MINIMUM COMPLETED YEARS THE EMPLOYEE
000500* HAS REACHED, AND NEVER PAST THE TYPE'S CAP. THE TERMINATION
000600* ACTION SAYS WHETHER AN UNUSED BALANCE IS PAID OUT OR FORFEITED
000700* WHEN YEAREND PURGES A TERMINATED EMPLOYEE. SHARED BY PAYREG,
000800* LVLIAB AND YEAREND SO ALL THREE APPLY ONE POLICY.
000900*
001000* VACATION - 2 WEEKS A YEAR UNDER 3 YEARS, 3 WEEKS FROM 3, 4
001100* WEEKS FROM 5 AND 5 WEEKS FROM 10, CAPPED AT 240 HOURS, PAID
001200* OUT. SICK - 12 DAYS A YEAR AT EVERY TIER, CAPPED AT 480 HOURS,
001300* FORFEITED. HOURS PER PERIOD ASSUME 26 PERIODS A YEAR.
001400*
001500* MODIFICATION HISTORY
001600* DATE       INIT DESCRIPTION
001700* 2026-10-15 TO   INITIAL COPYBOOK.
001800 01  WS-LEAVE-POLICY-VALUES.
001900     05  FILLER                      PIC X(01) VALUE "V".
002000     05  FILLER                      PIC 9(05)V9(02) VALUE 240.00.
002100     05  FILLER                      PIC X(01) VALUE "P".
002200     05  FILLER                      PIC 9(02) VALUE 00.
002300     05  FILLER                      PIC 9(02)V9(02) VALUE 3.08.
002400     05  FILLER                      PIC 9(02) VALUE 03.
002500     05  FILLER                      PIC 9(02)V9(02) VALUE 4.62.
002600     05  FILLER                      PIC 9(02) VALUE 05.
002700     05  FILLER                      PIC 9(02)V9(02) VALUE 6.15.
002800     05  FILLER                      PIC 9(02) VALUE 10.
002900     05  FILLER                      PIC 9(02)V9(02) VALUE 7.69.
003000     05  FILLER                      PIC X(01) VALUE "S".
003100     05  FILLER                      PIC 9(05)V9(02) VALUE 480.00.
003200     05  FILLER                      PIC X(01) VALUE "F".
003300     05  FILLER                      PIC 9(02) VALUE 00.
003400     05  FILLER                      PIC 9(02)V9(02) VALUE 3.69.
003500     05  FILLER                      PIC 9(02) VALUE 03.
003600     05  FILLER                      PIC 9(02)V9(02) VALUE 3.69.
003700     05  FILLER                      PIC 9(02) VALUE 05.
003800     05  FILLER                      PIC 9(02)V9(02) VALUE 3.69.
003900     05  FILLER                      PIC 9(02) VALUE 10.
004000     05  FILLER                      PIC 9(02)V9(02) VALUE 3.69.
004100 01  WS-LEAVE-POLICY-TABLE REDEFINES WS-LEAVE-POLICY-VALUES.
004200     05  WS-LVP-ENTRY OCCURS 2 TIMES.
004300         10  WS-LVP-LEAVE-TYPE       PIC X(01).
004400         10  WS-LVP-CAP-HOURS        PIC 9(05)V9(02).
004500         10  WS-LVP-TERM-ACTION      PIC X(01).
004600             88  LVP-PAID-OUT-AT-TERMINATION VALUE "P".
004700             88  LVP-FORFEITED-AT-TERMINATION VALUE "F".
004800         10  WS-LVP-TIER OCCURS 4 TIMES.
004900             15  WS-LVP-TIER-MIN-YEARS PIC 9(02).
005000             15  WS-LVP-TIER-HOURS   PIC 9(02)V9(02).
005100 01  WS-LEAVE-POLICY-CONTROLS.
005200     05  WS-LVP-ENTRY-COUNT          PIC 9(02) VALUE 02 COMP.
005300     05  WS-LVP-TIER-COUNT           PIC 9(02) VALUE 04 COMP.
005400     05  WS-LVP-IX                   PIC 9(02) VALUE ZEROS COMP.
005500     05  WS-LVP-TIER-IX              PIC 9(02) VALUE ZEROS COMP.
005600* THE HOURS ONE PERIOD'S SALARY BUYS - A SALARIED EMPLOYEE'S
005700* LEAVE HOUR IS VALUED AT THE PERIOD SALARY OVER THESE HOURS.
005800     05  WS-STANDARD-PERIOD-HOURS    PIC 9(03)V9(02) VALUE 80.00.
