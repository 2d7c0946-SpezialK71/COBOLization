000100* JDPREC.CPY
000200* JOB DEPENDENCY CONTROL RECORD LAYOUT - READ BY THE JOBGATE STEP
000300* AT THE HEAD OF EVERY JOB. ONE ROW PER PROGRAM + PREDECESSOR: THE
000400* PREDECESSOR MUST HAVE WRITTEN AN END ROW TO RUNLOG ON THE SAME
000500* RUN DATE WITH A RETURN CODE NO HIGHER THAN THE LIMIT, AND, WHERE
000600* THE PERIOD FLAG IS SET, FOR THE SAME PAY PERIOD AS THE GATED
000700* STEP. SET THE FLAG ONLY FOR PREDECESSORS THAT LOG THEIR PERIOD
000800* (PAYREG, GLEXTR, PAYSTMT AND THE OTHER PERIOD-DRIVEN RUNS). A
000900* PROGRAM THAT BEGINS ITS STREAM IS LISTED ONCE WITH A BLANK
001000* PREDECESSOR. A PROGRAM NOT LISTED AT ALL IS NOT CLEARED.
001100*
001200* MODIFICATION HISTORY
001300* DATE       INIT DESCRIPTION
001400* 2026-10-15 TO   INITIAL COPYBOOK.
001500 01  JOB-DEPENDENCY-RECORD.
001600     05  JDP-PROGRAM-ID              PIC X(08).
001700     05  JDP-PREDECESSOR-ID          PIC X(08).
001800         88  JDP-NO-PREDECESSOR              VALUE SPACES.
001900     05  JDP-MAX-RETURN-CODE-X       PIC X(02).
002000     05  JDP-MAX-RETURN-CODE REDEFINES JDP-MAX-RETURN-CODE-X
002100                                     PIC 9(02).
002200     05  JDP-PERIOD-FLAG             PIC X(01).
002300         88  JDP-PERIOD-APPLIES              VALUE "Y".
002400     05  FILLER                      PIC X(21).
