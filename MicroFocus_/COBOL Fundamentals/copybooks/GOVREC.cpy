000100* GOVREC.CPY
000200* JOB GATE OVERRIDE LOG RECORD LAYOUT - JOBGATE APPENDS ONE ROW
000300* EACH TIME AN OPERATOR RELEASES A STEP WHOSE PREDECESSORS DID NOT
000400* CLEAR, WITH WHO DID IT, WHY, AND HOW MANY PREDECESSORS WERE
000500* STILL BLOCKED, SO EVERY FORCED RUN CAN BE ACCOUNTED FOR AFTER
000600* THE FACT.
000700*
000800* MODIFICATION HISTORY
000900* DATE       INIT DESCRIPTION
001000* 2026-10-15 TO   INITIAL COPYBOOK.
001100 01  GATE-OVERRIDE-RECORD.
001200     05  GOV-DATE                    PIC 9(08).
001300     05  GOV-TIME                    PIC 9(06).
001400     05  GOV-PROGRAM-ID              PIC X(08).
001500     05  GOV-PERIOD-NUMBER           PIC 9(03).
001600     05  GOV-RUN-DATE                PIC 9(08).
001700     05  GOV-OPERATOR-ID             PIC X(08).
001800     05  GOV-BLOCKED-COUNT           PIC 9(03).
001900     05  GOV-REASON                  PIC X(40).
