000300* DESCRIPTION  : READS THE MAINTENANCE AUDIT FILE WRITTEN BY
000400*                EMPMAINT AND PRINTS A FORMATTED AUDIT TRAIL
000500*                LISTING - DATE, TIME, TRANSACTION TYPE AND
000600*                BEFORE/AFTER SALARY, PAY TYPE AND HOURLY RATE
000700*                PER ENTRY - SELECTABLE BY DATE RANGE, EMPLOYEE
000800*                NUMBER AND TRANSACTION TYPE, WITH PAGE HEADERS
000850*                AND TOTALS BY TYPE.
000900*=============================================================
001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. AUDRPT.
002185* 2026-09-02 TO   WRITE START AND END ROWS TO THE SHARED RUN
002190*                 LOG (RLGREC COPYBOOK) FOR THE OPSRPT MORNING
002195*                 REPORT.
002200* 2026-10-15 TO   PRINT THE USER WHO ENTERED AND THE USER WHO
002210*                 APPROVED A CHANGE, AND WHETHER IT CHANGED THE
002220*                 BANK DETAILS, UNDER ANY ROW THAT CARRIES THEM.
002230*                 THE HELD ("H"), RELEASED ("V") AND REJECTED
002240*                 ("X") APPROVAL ROWS ARE TOTALLED ON THEIR OWN
002250*                 LINE. THE BEFORE/AFTER PAY TYPE AND HOURLY RATE
002252*                 PRINT BESIDE THE SALARIES - REPORT LINE NOW 132
002254*                 COLUMNS.
002260
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
007100     05  PARM-TRANSACTION-TYPE       PIC X(01).
007200
007300 FD  AUDIT-LISTING-FILE.
007400 01  AUDIT-LISTING-LINE               PIC X(132).
007410
007420* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
007430 FD  RUN-LOG-FILE.
009900     05  WS-DELETE-COUNT             PIC 9(05) VALUE ZEROS COMP.
010000     05  WS-OTHER-COUNT              PIC 9(05) VALUE ZEROS COMP.
010010     05  WS-MASS-COUNT               PIC 9(05) VALUE ZEROS COMP.
010030     05  WS-HELD-COUNT               PIC 9(05) VALUE ZEROS COMP.
010050     05  WS-RELEASED-COUNT           PIC 9(05) VALUE ZEROS COMP.
010070     05  WS-REJECTED-COUNT           PIC 9(05) VALUE ZEROS COMP.
010100
010200* REPORT CONTROL COUNTERS.
010300 01  WS-REPORT-CONTROLS.
014400     05  FILLER                      PIC X(09) VALUE "EMP NO".
014500     05  FILLER                      PIC X(17) VALUE "BEFORE SAL".
014600     05  FILLER                      PIC X(10) VALUE "AFTER SAL".
014615     05  FILLER                      PIC X(09) VALUE SPACES.
014630     05  FILLER                      PIC X(16) VALUE
014645             "BEFORE PAY/RATE".
014660     05  FILLER                      PIC X(14) VALUE
014675             "AFTER PAY/RATE".
014700
014800 01  WS-CRITERIA-LINE.
014900     05  FILLER                      PIC X(10) VALUE "SELECTED: ".
016700     05  WS-DTL-BEFORE-SALARY        PIC ZZZ,ZZZ,ZZ9.99.
016800     05  FILLER                      PIC X(04) VALUE SPACES.
016900     05  WS-DTL-AFTER-SALARY         PIC ZZZ,ZZZ,ZZ9.99.
016905     05  FILLER                      PIC X(04) VALUE SPACES.
016910     05  WS-DTL-BEFORE-PAY-TYPE      PIC X(01).
016915     05  FILLER                      PIC X(02) VALUE SPACES.
016920     05  WS-DTL-BEFORE-RATE          PIC ZZ,ZZ9.99.
016925     05  FILLER                      PIC X(04) VALUE SPACES.
016930     05  WS-DTL-AFTER-PAY-TYPE       PIC X(01).
016935     05  FILLER                      PIC X(02) VALUE SPACES.
016940     05  WS-DTL-AFTER-RATE           PIC ZZ,ZZ9.99.
016950
016954 01  WS-APPROVAL-LINE.
016958     05  FILLER                      PIC X(22) VALUE SPACES.
016962     05  FILLER                      PIC X(12) VALUE
016966             "ENTERED BY: ".
016970     05  WS-APL-ENTERED-BY           PIC X(08).
016974     05  FILLER                      PIC X(15) VALUE
016978             "  APPROVED BY: ".
016982     05  WS-APL-APPROVED-BY          PIC X(08).
016986     05  FILLER                      PIC X(02) VALUE SPACES.
016990     05  WS-APL-BANK-CHANGE          PIC X(12).
017000
017100 01  WS-TYPE-TOTAL-LINE.
017200     05  FILLER                      PIC X(07) VALUE "ADDS: ".
018000     05  FILLER                      PIC X(09) VALUE
018100             "  OTHER: ".
018200     05  WS-TTL-OTHER                PIC ZZZZ9.
018205
018210 01  WS-APPROVAL-TOTAL-LINE.
018215     05  FILLER                      PIC X(07) VALUE "HELD: ".
018220     05  WS-TTL-HELD                 PIC ZZZZ9.
018225     05  FILLER                      PIC X(12) VALUE
018230             "  RELEASED: ".
018235     05  WS-TTL-RELEASED             PIC ZZZZ9.
018240     05  FILLER                      PIC X(12) VALUE
018245             "  REJECTED: ".
018250     05  WS-TTL-REJECTED             PIC ZZZZ9.
018300
018400 01  WS-COUNT-TOTAL-LINE.
018500     05  FILLER                      PIC X(15) VALUE
033300             ADD 1 TO WS-DELETE-COUNT
033310         WHEN "M"
033320             ADD 1 TO WS-MASS-COUNT
033330         WHEN "H"
033340             ADD 1 TO WS-HELD-COUNT
033350         WHEN "V"
033360             ADD 1 TO WS-RELEASED-COUNT
033370         WHEN "X"
033380             ADD 1 TO WS-REJECTED-COUNT
033400         WHEN OTHER
033500             ADD 1 TO WS-OTHER-COUNT
033600     END-EVALUATE.
035000     MOVE AUD-EMPLOYEE-NUMBER TO WS-DTL-EMPLOYEE-NUMBER.
035100     MOVE AUD-BEFORE-SALARY TO WS-DTL-BEFORE-SALARY.
035200     MOVE AUD-AFTER-SALARY TO WS-DTL-AFTER-SALARY.
035210     MOVE AUD-BEFORE-PAY-TYPE TO WS-DTL-BEFORE-PAY-TYPE.
035220     MOVE AUD-BEFORE-HOURLY-RATE TO WS-DTL-BEFORE-RATE.
035230     MOVE AUD-AFTER-PAY-TYPE TO WS-DTL-AFTER-PAY-TYPE.
035240     MOVE AUD-AFTER-HOURLY-RATE TO WS-DTL-AFTER-RATE.
035300     WRITE AUDIT-LISTING-LINE FROM WS-DETAIL-LINE
035400         AFTER ADVANCING 1 LINE.
035500     ADD 1 TO WS-LINE-COUNT.
035505     IF AUD-ENTERED-BY NOT = SPACES
035510         OR AUD-APPROVED-BY NOT = SPACES
035515         MOVE AUD-ENTERED-BY TO WS-APL-ENTERED-BY
035520         MOVE AUD-APPROVED-BY TO WS-APL-APPROVED-BY
035525         MOVE SPACES TO WS-APL-BANK-CHANGE
035530         IF AUD-BANK-WAS-CHANGED
035535             MOVE "BANK CHANGE" TO WS-APL-BANK-CHANGE
035540         END-IF
035545         WRITE AUDIT-LISTING-LINE FROM WS-APPROVAL-LINE
035550             AFTER ADVANCING 1 LINE
035555         ADD 1 TO WS-LINE-COUNT
035560     END-IF.
035600 2100-EXIT.
035700     EXIT.
035800
039300     MOVE WS-OTHER-COUNT TO WS-TTL-OTHER.
039400     WRITE AUDIT-LISTING-LINE FROM WS-TYPE-TOTAL-LINE
039500         AFTER ADVANCING 2 LINES.
039510     MOVE WS-HELD-COUNT TO WS-TTL-HELD.
039520     MOVE WS-RELEASED-COUNT TO WS-TTL-RELEASED.
039530     MOVE WS-REJECTED-COUNT TO WS-TTL-REJECTED.
039540     WRITE AUDIT-LISTING-LINE FROM WS-APPROVAL-TOTAL-LINE
039550         AFTER ADVANCING 1 LINE.
039600     MOVE WS-READ-COUNT TO WS-TTL-READ.
039700     MOVE WS-SELECT-COUNT TO WS-TTL-SELECTED.
039800     WRITE AUDIT-LISTING-LINE FROM WS-COUNT-TOTAL-LINE
