002500* 2026-09-02 TO   WRITE START AND END ROWS TO THE SHARED RUN
002502*                 LOG (RLGREC COPYBOOK) FOR THE OPSRPT MORNING
002503*                 REPORT.
002504* 2026-10-15 TO   ADDED THE PAY TYPE AND HOURLY RATE FOR HOURLY
002505*                 EMPLOYEES. ON ADDS AND CHANGES THE PAY TYPE
002506*                 MUST BE "S", "H" OR BLANK (SALARIED), THE RATE
002507*                 MUST BE NUMERIC, AND AN HOURLY EMPLOYEE MUST
002508*                 CARRY A RATE AND NO SALARY. THE HEADER AND
002509*                 TRAILER FILLERS AND THE RELEASED RECORD LENGTH
002510*                 GREW WITH THE TRANSACTION LAYOUT.
002550
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
007670         10  RAW-TERMINATION-DATE
007680             REDEFINES RAW-TERMINATION-DATE-X
007690                                     PIC 9(08).
007691         10  RAW-PAY-TYPE            PIC X(01).
007692             88  RAW-PAY-TYPE-IS-VALID       VALUE "S" "H" " ".
007693             88  RAW-PAY-IS-HOURLY           VALUE "H".
007694         10  RAW-HOURLY-RATE-X       PIC X(07).
007695         10  RAW-HOURLY-RATE
007696             REDEFINES RAW-HOURLY-RATE-X
007697                                     PIC 9(05)V9(02).
007700     05  RAW-HEADER-FIELDS REDEFINES RAW-DETAIL-FIELDS.
007800         10  RAW-HDR-BATCH-NUMBER    PIC 9(06).
007900         10  RAW-HDR-BATCH-DATE      PIC 9(08).
008000         10  FILLER                  PIC X(79).
008100     05  RAW-TRAILER-FIELDS REDEFINES RAW-DETAIL-FIELDS.
008200         10  RAW-TRL-TRAN-COUNT      PIC 9(05).
008300         10  RAW-TRL-EMP-HASH        PIC 9(10).
008400         10  RAW-TRL-SALARY-TOTAL    PIC 9(11)V9(02).
008500         10  FILLER                  PIC X(65).
008600
008700* EDITED TRANSACTIONS RELEASED TO EMPMAINT - DETAILS ONLY, IN
008800* THE SAME LAYOUT THE RAW FEED CARRIES THEM.
008900 FD  EDITED-TRANSACTION-FILE.
009000 01  EDITED-TRANSACTION-RECORD        PIC X(94).
009100
009200 FD  EDIT-EXCEPTION-FILE.
009300 01  EDIT-EXCEPTION-LINE              PIC X(80).
028030         MOVE "BANK ROUTING NOT NUMERIC" TO WS-REJECT-REASON
028040         GO TO 2200-EXIT
028050     END-IF.
028051     IF NOT RAW-PAY-TYPE-IS-VALID
028052         MOVE "Y" TO WS-REJECT-SWITCH
028053         MOVE "INVALID PAY TYPE" TO WS-REJECT-REASON
028054         GO TO 2200-EXIT
028055     END-IF.
028056     IF RAW-HOURLY-RATE-X NOT NUMERIC
028057         MOVE "Y" TO WS-REJECT-SWITCH
028058         MOVE "HOURLY RATE NOT NUMERIC" TO WS-REJECT-REASON
028059         GO TO 2200-EXIT
028060     END-IF.
028061     IF RAW-PAY-IS-HOURLY AND RAW-HOURLY-RATE = ZEROS
028062         MOVE "Y" TO WS-REJECT-SWITCH
028063         MOVE "HOURLY RATE MISSING" TO WS-REJECT-REASON
028064         GO TO 2200-EXIT
028065     END-IF.
028066     IF RAW-PAY-IS-HOURLY AND RAW-SALARY NOT = ZEROS
028067         MOVE "Y" TO WS-REJECT-SWITCH
028068         MOVE "HOURLY EMPLOYEE WITH A SALARY" TO WS-REJECT-REASON
028069         GO TO 2200-EXIT
028070     END-IF.
028100     PERFORM 2300-EDIT-HIRE-DATE THRU 2300-EXIT.
028200 2200-EXIT.
028300     EXIT.
