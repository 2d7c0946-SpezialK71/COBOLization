000900*                BEFORE A SINGLE MASTER ROW IS TOUCHED - AN
001000*                OUT-OF-BALANCE BATCH APPLIES NOTHING AT ALL.
001100*                REJECTS GO TO AN EXCEPTION LISTING AND EVERY
001120*                ACCEPTED TRANSACTION WRITES AN AUDIT ROW. EVERY
001140*                BENEFIT AND GARNISHMENT ROW MUST NAME A PAYEE ON
001160*                THE PAYEE REFERENCE FILE, AND A GARNISHMENT ITS
001180*                CASE NUMBER, SO DEDREMIT KNOWS WHO IS OWED WHAT.
001300*=============================================================
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. DEDMAINT.
002650*                 OUT OF BALANCE) NOW WRITES ITS RUN-LOG END ROW
002660*                 BEFORE STOPPING, SO OPSRPT SHOWS A DELIBERATE
002670*                 RC-16 REFUSAL INSTEAD OF A RUN THAT DIED.
002672* 2026-10-15 TO   ADDS AND CHANGES CARRY THE NEW PAYEE CODE AND
002674*                 CASE OR POLICY NUMBER. A BENEFIT OR GARNISHMENT
002676*                 ROW NEEDS A PAYEE ON PAYEEREF, A GARNISHMENT (OR
002678*                 A PAYEE FLAGGED CASE-REQUIRED) NEEDS THE CASE
002680*                 NUMBER, AND A TAX ROW TAKES NEITHER. THE DEDTRAN
002682*                 RECORD GREW BY THE TWO FIELDS.
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-EMPMAST-STATUS.
005100
005110     SELECT PAYEE-REFERENCE-FILE
005120         ASSIGN TO "PAYEEREF"
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS RANDOM
005150         RECORD KEY IS PYE-CODE
005160         FILE STATUS IS WS-PAYEEREF-STATUS.
005200     SELECT DEDUCTION-TRANSACTION-FILE
005300         ASSIGN TO "DEDTRAN"
005400         ORGANIZATION IS SEQUENTIAL
007500 FD  EMPLOYEE-MASTER-FILE.
007600     COPY EMPREC.
007700
007720* PAYEE REFERENCE RECORD - KEYED BY PAYEE CODE. READ ONLY, TO
007740* REJECT A DEDUCTION ROW WHOSE PAYEE IS NOT ON FILE.
007760 FD  PAYEE-REFERENCE-FILE.
007780     COPY PYEREC.
007800* ONE DEDUCTION TRANSACTION - DETAILS IN THE DEDREC FIELD ORDER,
007900* BRACKETED BY ONE BATCH HEADER AND ONE BATCH TRAILER THAT
008000* REDEFINE THE SAME RECORD, AS ON THE PAYTRAN FEED.
009700         10  DTRN-DED-TYPE           PIC X(01).
009800             88  DTRN-TYPE-IS-KNOWN  VALUE "T" "B" "G".
009900             88  DTRN-TYPE-IS-GARNISHMENT    VALUE "G".
009950             88  DTRN-TYPE-IS-TAX            VALUE "T".
010000         10  DTRN-DESCRIPTION        PIC X(20).
010100         10  DTRN-AMOUNT-X           PIC X(07).
010200         10  DTRN-AMOUNT REDEFINES DTRN-AMOUNT-X
011000         10  DTRN-GOAL-AMOUNT-X      PIC X(09).
011100         10  DTRN-GOAL-AMOUNT REDEFINES DTRN-GOAL-AMOUNT-X
011200                                     PIC 9(07)V9(02).
011225         10  DTRN-PAYEE-CODE         PIC X(06).
011250         10  DTRN-CASE-NUMBER        PIC X(20).
011300     05  DTRN-HEADER-FIELDS REDEFINES DTRN-DETAIL-FIELDS.
011400         10  DTRN-HDR-BATCH-NUMBER   PIC 9(06).
011500         10  DTRN-HDR-BATCH-DATE     PIC 9(08).
011600         10  FILLER                  PIC X(72).
011700     05  DTRN-TRAILER-FIELDS REDEFINES DTRN-DETAIL-FIELDS.
011800         10  DTRN-TRL-TRAN-COUNT     PIC 9(05).
011900         10  DTRN-TRL-EMP-HASH       PIC 9(10).
012000         10  DTRN-TRL-AMOUNT-TOTAL   PIC 9(11)V9(02).
012100         10  FILLER                  PIC X(58).
012200
012300 FD  DEDUCTION-EXCEPTION-FILE.
012400 01  DEDUCTION-EXCEPTION-LINE         PIC X(80).
013600     05  WS-DEDEXCP-STATUS           PIC X(02) VALUE ZEROS.
013700     05  WS-DEDAUDIT-STATUS          PIC X(02) VALUE ZEROS.
013710     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
013735     05  WS-PAYEEREF-STATUS          PIC X(02) VALUE ZEROS.
013800
013900 01  WS-SWITCHES.
014000     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
014500         88  EMPLOYEE-WAS-FOUND              VALUE "Y".
014600     05  WS-DED-FOUND-SWITCH         PIC X(01) VALUE "N".
014700         88  DEDUCTION-WAS-FOUND             VALUE "Y".
014725     05  WS-PYE-FOUND-SWITCH         PIC X(01) VALUE "N".
014750         88  PAYEE-WAS-FOUND                 VALUE "Y".
014800     05  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
014900         88  BATCH-TRAILER-SEEN              VALUE "Y".
015000     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021810     OPEN INPUT PAYEE-REFERENCE-FILE.
021820     IF WS-PAYEEREF-STATUS NOT = "00"
021830         DISPLAY "DEDMAINT: PAYEE-REFERENCE-FILE OPEN FAILED - "
021840         DISPLAY "          FILE STATUS = " WS-PAYEEREF-STATUS
021850         MOVE 16 TO RETURN-CODE
021860         STOP RUN
021870     END-IF.
021900     OPEN OUTPUT DEDUCTION-EXCEPTION-FILE.
022000     IF WS-DEDEXCP-STATUS NOT = "00"
022100         DISPLAY "DEDMAINT: DEDUCTION-EXCEPTION-FILE OPEN "
038900     IF NOT TRANSACTION-IS-REJECTED
039000         PERFORM 2150-LOOKUP-EMPLOYEE THRU 2150-EXIT
039100     END-IF.
039120     IF NOT TRANSACTION-IS-REJECTED
039140         AND NOT DTRN-IS-DELETE
039160         PERFORM 2170-LOOKUP-PAYEE THRU 2170-EXIT
039180     END-IF.
039200     IF NOT TRANSACTION-IS-REJECTED
039300         PERFORM 2160-LOOKUP-DEDUCTION THRU 2160-EXIT
039400         EVALUATE TRUE
048000         AND NOT DTRN-TYPE-IS-GARNISHMENT
048100         MOVE "Y" TO WS-REJECT-SWITCH
048200         MOVE "GOAL ON NON-GARNISHMENT ROW" TO WS-REJECT-REASON
048205         GO TO 2100-EXIT
048210     END-IF.
048215     IF DTRN-TYPE-IS-TAX
048220         IF DTRN-PAYEE-CODE NOT = SPACES
048225             OR DTRN-CASE-NUMBER NOT = SPACES
048230             MOVE "Y" TO WS-REJECT-SWITCH
048235             MOVE "TAX ROW TAKES NO PAYEE" TO WS-REJECT-REASON
048240         END-IF
048245         GO TO 2100-EXIT
048250     END-IF.
048255     IF DTRN-PAYEE-CODE = SPACES
048260         MOVE "Y" TO WS-REJECT-SWITCH
048265         MOVE "PAYEE CODE IS BLANK" TO WS-REJECT-REASON
048270         GO TO 2100-EXIT
048275     END-IF.
048280     IF DTRN-TYPE-IS-GARNISHMENT
048285         AND DTRN-CASE-NUMBER = SPACES
048290         MOVE "Y" TO WS-REJECT-SWITCH
048295         MOVE "GARNISHMENT CASE NUMBER BLANK" TO WS-REJECT-REASON
048300     END-IF.
048400 2100-EXIT.
048500     EXIT.
051700     END-READ.
051800 2160-EXIT.
051900     EXIT.
051901
051902*=============================================================
051904* 2170-LOOKUP-PAYEE - A BENEFIT OR GARNISHMENT PAYEE MUST BE ON
051906*                     THE PAYEE REFERENCE FILE, AND A PAYEE THAT
051908*                     WILL ONLY BE PAID AGAINST A CASE OR POLICY
051910*                     NUMBER MUST GET ONE.
051912*=============================================================
051914 2170-LOOKUP-PAYEE.
051916     IF DTRN-PAYEE-CODE = SPACES
051918         GO TO 2170-EXIT
051920     END-IF.
051922     MOVE DTRN-PAYEE-CODE TO PYE-CODE.
051924     MOVE "Y" TO WS-PYE-FOUND-SWITCH.
051926     READ PAYEE-REFERENCE-FILE
051928         INVALID KEY
051930             MOVE "N" TO WS-PYE-FOUND-SWITCH
051932     END-READ.
051934     IF NOT PAYEE-WAS-FOUND
051936         MOVE "Y" TO WS-REJECT-SWITCH
051938         MOVE "PAYEE NOT ON FILE" TO WS-REJECT-REASON
051940         GO TO 2170-EXIT
051942     END-IF.
051944     IF PYE-CASE-NUMBER-REQUIRED
051946         AND DTRN-CASE-NUMBER = SPACES
051948         MOVE "Y" TO WS-REJECT-SWITCH
051950         MOVE "PAYEE REQUIRES CASE NUMBER" TO WS-REJECT-REASON
051952     END-IF.
051954 2170-EXIT.
051956     EXIT.
052000
052100*=============================================================
052200* 2200-APPLY-ADD - REJECT A DUPLICATE EMPLOYEE + SEQUENCE,
053800     MOVE DTRN-STOP-DATE TO DED-STOP-DATE.
053900     MOVE DTRN-GOAL-AMOUNT TO DED-GOAL-AMOUNT.
054000     MOVE ZEROS TO DED-AMOUNT-TAKEN.
054025     MOVE DTRN-PAYEE-CODE TO DED-PAYEE-CODE.
054050     MOVE DTRN-CASE-NUMBER TO DED-CASE-NUMBER.
054100     WRITE DEDUCTION-RECORD
054200         INVALID KEY
054300             MOVE "Y" TO WS-REJECT-SWITCH
056900     MOVE DTRN-START-DATE TO DED-START-DATE.
057000     MOVE DTRN-STOP-DATE TO DED-STOP-DATE.
057100     MOVE DTRN-GOAL-AMOUNT TO DED-GOAL-AMOUNT.
057125     MOVE DTRN-PAYEE-CODE TO DED-PAYEE-CODE.
057150     MOVE DTRN-CASE-NUMBER TO DED-CASE-NUMBER.
057200     REWRITE DEDUCTION-RECORD
057300         INVALID KEY
057400             MOVE "Y" TO WS-REJECT-SWITCH
068600             " REJECTS: " WS-REJECT-COUNT.
068700     CLOSE DEDUCTION-MASTER-FILE.
068800     CLOSE EMPLOYEE-MASTER-FILE.
068850     CLOSE PAYEE-REFERENCE-FILE.
068900     CLOSE DEDUCTION-TRANSACTION-FILE.
069000     CLOSE DEDUCTION-EXCEPTION-FILE.
069100     CLOSE DEDUCTION-AUDIT-FILE.
