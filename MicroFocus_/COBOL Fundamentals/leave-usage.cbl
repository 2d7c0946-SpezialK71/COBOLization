000100*=============================================================
000200* PROGRAM      : LEAVEUSE
000300* DESCRIPTION  : APPLIES LEAVE USAGE AND CORRECTION TRANSACTIONS
000400*                AGAINST THE LEAVE BALANCE FILE (LVBAL) THAT
000500*                PAYREG ACCRUES INTO EACH PERIOD. A "U" TAKES THE
000600*                HOURS USED OFF THE BALANCE; A "C" PUTS HOURS
000700*                BOOKED IN ERROR BACK. THE BATCH IS BALANCED
000800*                AGAINST ITS HEADER AND TRAILER (COUNT, EMPLOYEE
000900*                HASH AND HOURS TOTAL) BEFORE A SINGLE BALANCE IS
001000*                TOUCHED - AN OUT-OF-BALANCE BATCH APPLIES NOTHING
001100*                AT ALL. REJECTS GO TO AN EXCEPTION LISTING AND
001200*                EVERY ACCEPTED TRANSACTION WRITES AN AUDIT ROW.
001300*=============================================================
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. LEAVEUSE.
001600 AUTHOR. T. OKAFOR.
001700 INSTALLATION. PAYROLL SYSTEMS GROUP.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000* MODIFICATION HISTORY
002100* DATE       INIT DESCRIPTION
002200* 2026-10-15 TO   INITIAL VERSION - VACATION AND SICK HOURS NOW
002300*                 ACCRUE ON LVBAL EVERY PAID PERIOD, SO THE HOURS
002400*                 EMPLOYEES TAKE COME OFF UNDER THE SAME BATCH
002500*                 CONTROLS AND AUDIT TRAIL AS THE DEDUCTION
002600*                 MASTER. A USAGE MAY NOT TAKE A BALANCE BELOW
002700*                 ZERO.
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LEAVE-BALANCE-FILE
003600         ASSIGN TO "LVBAL"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS LVB-KEY
004000         FILE STATUS IS WS-LVBAL-STATUS.
004100
004200     SELECT EMPLOYEE-MASTER-FILE
004300         ASSIGN TO "EMPMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS EMP-EMPLOYEE-NUMBER
004700         ALTERNATE RECORD KEY IS EMP-LAST-NAME
004800             WITH DUPLICATES
004900         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-EMPMAST-STATUS.
005200
005300     SELECT LEAVE-TRANSACTION-FILE
005400         ASSIGN TO "LVTRAN"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-LVTRAN-STATUS.
005700
005800     SELECT LEAVE-EXCEPTION-FILE
005900         ASSIGN TO "LVEXCP"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LVEXCP-STATUS.
006200
006300     SELECT LEAVE-AUDIT-FILE
006400         ASSIGN TO "LVAUDIT"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-LVAUDIT-STATUS.
006700
006800     SELECT RUN-LOG-FILE
006900         ASSIGN TO "RUNLOG"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-RUNLOG-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500* LEAVE BALANCE RECORD - KEYED BY EMPLOYEE + LEAVE TYPE.
007600 FD  LEAVE-BALANCE-FILE.
007700     COPY LVBREC.
007800
007900* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER. READ ONLY,
008000* TO REJECT USAGE FOR EMPLOYEES NOT ON FILE.
008100 FD  EMPLOYEE-MASTER-FILE.
008200     COPY EMPREC.
008300
008400* ONE LEAVE TRANSACTION - EMPLOYEE, LEAVE TYPE, HOURS AND THE
008500* DATE THE LEAVE WAS TAKEN, BRACKETED BY ONE BATCH HEADER AND
008600* ONE BATCH TRAILER THAT REDEFINE THE SAME RECORD, AS ON THE
008700* DEDTRAN FEED.
008800 FD  LEAVE-TRANSACTION-FILE.
008900 01  LEAVE-TRANSACTION-RECORD.
009000     05  LTRN-RECORD-TYPE            PIC X(01).
009100         88  LTRN-IS-BATCH-HEADER            VALUE "H".
009200         88  LTRN-IS-BATCH-TRAILER           VALUE "T".
009300         88  LTRN-IS-USAGE                   VALUE "U".
009400         88  LTRN-IS-CORRECTION              VALUE "C".
009500     05  LTRN-DETAIL-FIELDS.
009600         10  LTRN-EMPLOYEE-NUMBER-X  PIC X(05).
009700         10  LTRN-EMPLOYEE-NUMBER
009800             REDEFINES LTRN-EMPLOYEE-NUMBER-X
009900                                     PIC 9(05).
010000         10  LTRN-LEAVE-TYPE         PIC X(01).
010100             88  LTRN-LEAVE-TYPE-IS-KNOWN    VALUE "V" "S".
010200         10  LTRN-HOURS-X            PIC X(05).
010300         10  LTRN-HOURS REDEFINES LTRN-HOURS-X
010400                                     PIC 9(03)V9(02).
010500         10  LTRN-LEAVE-DATE-X       PIC X(08).
010600         10  LTRN-LEAVE-DATE REDEFINES LTRN-LEAVE-DATE-X
010700                                     PIC 9(08).
010800         10  FILLER                  PIC X(21).
010900     05  LTRN-HEADER-FIELDS REDEFINES LTRN-DETAIL-FIELDS.
011000         10  LTRN-HDR-BATCH-NUMBER   PIC 9(06).
011100         10  LTRN-HDR-BATCH-DATE     PIC 9(08).
011200         10  FILLER                  PIC X(26).
011300     05  LTRN-TRAILER-FIELDS REDEFINES LTRN-DETAIL-FIELDS.
011400         10  LTRN-TRL-TRAN-COUNT     PIC 9(05).
011500         10  LTRN-TRL-EMP-HASH       PIC 9(10).
011600         10  LTRN-TRL-HOURS-TOTAL    PIC 9(07)V9(02).
011700         10  FILLER                  PIC X(16).
011800
011900 FD  LEAVE-EXCEPTION-FILE.
012000 01  LEAVE-EXCEPTION-LINE            PIC X(80).
012100
012200* ONE LEAVE AUDIT RECORD - TYPE, KEY, HOURS, BEFORE/AFTER BALANCE
012300* AND TIMESTAMP.
012400 FD  LEAVE-AUDIT-FILE.
012500     COPY LAUDREC.
012600
012700* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
012800 FD  RUN-LOG-FILE.
012900     COPY RLGREC.
013000
013100 WORKING-STORAGE SECTION.
013200 01  WS-FILE-STATUSES.
013300     05  WS-LVBAL-STATUS             PIC X(02) VALUE ZEROS.
013400     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
013500     05  WS-LVTRAN-STATUS            PIC X(02) VALUE ZEROS.
013600     05  WS-LVEXCP-STATUS            PIC X(02) VALUE ZEROS.
013700     05  WS-LVAUDIT-STATUS           PIC X(02) VALUE ZEROS.
013800     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
013900
014000 01  WS-SWITCHES.
014100     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
014200         88  END-OF-TRANSACTION-FILE         VALUE "Y".
014300     05  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
014400         88  TRANSACTION-IS-REJECTED         VALUE "Y".
014500     05  WS-EMP-FOUND-SWITCH         PIC X(01) VALUE "N".
014600         88  EMPLOYEE-WAS-FOUND              VALUE "Y".
014700     05  WS-LVB-FOUND-SWITCH         PIC X(01) VALUE "N".
014800         88  BALANCE-ROW-WAS-FOUND           VALUE "Y".
014900     05  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
015000         88  BATCH-TRAILER-SEEN              VALUE "Y".
015100     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
015200         88  BATCH-IS-OUT-OF-BALANCE         VALUE "Y".
015300
015400 01  WS-COUNTERS.
015500     05  WS-TRAN-COUNT               PIC 9(05) VALUE ZEROS.
015600     05  WS-USAGE-COUNT              PIC 9(05) VALUE ZEROS COMP.
015700     05  WS-CORRECTION-COUNT         PIC 9(05) VALUE ZEROS COMP.
015800     05  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS COMP.
015900
016000* RUNNING BATCH TOTALS, ACCUMULATED FROM THE DETAILS AND THEN
016100* MATCHED AGAINST THE TRAILER TO THE HUNDREDTH OF AN HOUR.
016200 01  WS-BATCH-TOTALS.
016300     05  WS-EMP-HASH-TOTAL           PIC 9(10) VALUE ZEROS.
016400     05  WS-HOURS-TOTAL              PIC 9(07)V9(02) VALUE ZEROS.
016500
016600 01  WS-BATCH-NUMBER                  PIC 9(06) VALUE ZEROS.
016700 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
016800 01  WS-BEFORE-BALANCE               PIC 9(05)V9(02) VALUE ZEROS.
016900
017000 01  WS-EXCEPTION-LINE.
017100     05  FILLER                  PIC X(10) VALUE "TRAN TYPE ".
017200     05  WS-EXC-TRAN-TYPE             PIC X(01).
017300     05  FILLER                      PIC X(03) VALUE SPACES.
017400     05  FILLER                  PIC X(08) VALUE "EMP NO: ".
017500     05  WS-EXC-EMPLOYEE-NUMBER      PIC X(05).
017600     05  FILLER                      PIC X(06) VALUE " TYPE ".
017700     05  WS-EXC-LEAVE-TYPE           PIC X(01).
017800     05  FILLER                      PIC X(03) VALUE SPACES.
017900     05  FILLER                      PIC X(08) VALUE "REASON: ".
018000     05  WS-EXC-REASON               PIC X(30).
018100
018200 PROCEDURE DIVISION.
018300
018400*=============================================================
018500* 0000-MAINLINE - BALANCE THE BATCH FIRST, THEN APPLY IT.
018600*=============================================================
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018900     PERFORM 1200-BALANCE-BATCH THRU 1200-EXIT.
019000     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
019100         UNTIL END-OF-TRANSACTION-FILE.
019200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019300     STOP RUN.
019400
019500*=============================================================
019600* 1000-INITIALIZE - OPEN THE FILES, CREATING THE LEAVE BALANCE
019700*                   FILE AND THE AUDIT TRAIL ON FIRST USE.
019800*=============================================================
019900 1000-INITIALIZE.
020000     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
020100     OPEN I-O LEAVE-BALANCE-FILE.
020200     IF WS-LVBAL-STATUS = "35"
020300         OPEN OUTPUT LEAVE-BALANCE-FILE
020400         CLOSE LEAVE-BALANCE-FILE
020500         OPEN I-O LEAVE-BALANCE-FILE
020600     END-IF.
020700     IF WS-LVBAL-STATUS NOT = "00"
020800         DISPLAY "LEAVEUSE: LEAVE-BALANCE-FILE OPEN FAILED - "
020900         DISPLAY "          FILE STATUS = " WS-LVBAL-STATUS
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     OPEN INPUT EMPLOYEE-MASTER-FILE.
021400     IF WS-EMPMAST-STATUS NOT = "00"
021500         DISPLAY "LEAVEUSE: EMPLOYEE-MASTER-FILE OPEN FAILED - "
021600         DISPLAY "          FILE STATUS = " WS-EMPMAST-STATUS
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     OPEN OUTPUT LEAVE-EXCEPTION-FILE.
022100     IF WS-LVEXCP-STATUS NOT = "00"
022200         DISPLAY "LEAVEUSE: LEAVE-EXCEPTION-FILE OPEN FAILED - "
022300         DISPLAY "          FILE STATUS = " WS-LVEXCP-STATUS
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
022800 1000-EXIT.
022900     EXIT.
023000
023100*=============================================================
023200* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
023300*                      RUN LOG, CREATING THE FILE ON ITS FIRST
023400*                      USE.
023500*=============================================================
023600 1050-LOG-RUN-START.
023700     OPEN EXTEND RUN-LOG-FILE.
023800     IF WS-RUNLOG-STATUS = "35"
023900         OPEN OUTPUT RUN-LOG-FILE
024000         CLOSE RUN-LOG-FILE
024100         OPEN EXTEND RUN-LOG-FILE
024200     END-IF.
024300     IF WS-RUNLOG-STATUS NOT = "00" AND
024400             WS-RUNLOG-STATUS NOT = "05"
024500         DISPLAY "LEAVEUSE: RUN-LOG-FILE OPEN FAILED - "
024600         DISPLAY "          FILE STATUS = " WS-RUNLOG-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000     MOVE "S" TO RLG-RECORD-TYPE.
025100     MOVE "LEAVEUSE" TO RLG-PROGRAM-ID.
025200     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
025300     ACCEPT RLG-TIME FROM TIME.
025400     MOVE ZEROS TO RLG-RECORDS-READ.
025500     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
025600     MOVE ZEROS TO RLG-REJECT-COUNT.
025700     MOVE ZEROS TO RLG-RETURN-CODE.
025800     MOVE ZEROS TO RLG-PERIOD-NUMBER.
025900     WRITE RUN-LOG-RECORD.
026000 1050-EXIT.
026100     EXIT.
026200
026300*=============================================================
026400* 1100-OPEN-AUDIT-FILE - OPEN THE AUDIT TRAIL FOR EXTEND SO EACH
026500*                        RUN APPENDS TO PRIOR HISTORY, CREATING
026600*                        THE FILE ON ITS FIRST USE.
026700*=============================================================
026800 1100-OPEN-AUDIT-FILE.
026900     OPEN EXTEND LEAVE-AUDIT-FILE.
027000     IF WS-LVAUDIT-STATUS = "35"
027100         OPEN OUTPUT LEAVE-AUDIT-FILE
027200         CLOSE LEAVE-AUDIT-FILE
027300         OPEN EXTEND LEAVE-AUDIT-FILE
027400     END-IF.
027500     IF WS-LVAUDIT-STATUS NOT = "00" AND
027600             WS-LVAUDIT-STATUS NOT = "05"
027700         DISPLAY "LEAVEUSE: LEAVE-AUDIT-FILE OPEN FAILED - "
027800         DISPLAY "          FILE STATUS = " WS-LVAUDIT-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200 1100-EXIT.
028300     EXIT.
028400
028500*=============================================================
028600* 1200-BALANCE-BATCH - FIRST PASS OVER THE FEED. THE HEADER MUST
028700*                      LEAD, THE TRAILER MUST CLOSE, AND THE
028800*                      TRAILER'S COUNT, EMPLOYEE HASH AND HOURS
028900*                      TOTAL MUST MATCH THE DETAILS. AN
029000*                      OUT-OF-BALANCE BATCH STOPS THE RUN BEFORE
029100*                      A SINGLE BALANCE IS TOUCHED. THE FEED IS
029200*                      THEN REOPENED AND POSITIONED PAST THE
029300*                      HEADER FOR THE APPLY PASS.
029400*=============================================================
029500 1200-BALANCE-BATCH.
029600     OPEN INPUT LEAVE-TRANSACTION-FILE.
029700     IF WS-LVTRAN-STATUS NOT = "00"
029800         DISPLAY "LEAVEUSE: LEAVE-TRANSACTION-FILE OPEN FAILED - "
029900         DISPLAY "          FILE STATUS = " WS-LVTRAN-STATUS
030000         MOVE 16 TO RETURN-CODE
030100         STOP RUN
030200     END-IF.
030300     MOVE "N" TO WS-EOF-SWITCH.
030400     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
030500     IF END-OF-TRANSACTION-FILE
030600         DISPLAY "LEAVEUSE: TRANSACTION FILE IS EMPTY"
030700         MOVE 16 TO RETURN-CODE
030800         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
030900         STOP RUN
031000     END-IF.
031100     IF NOT LTRN-IS-BATCH-HEADER
031200         DISPLAY "LEAVEUSE: BATCH HEADER MISSING - FIRST RECORD"
031300         DISPLAY "          IS TYPE " LTRN-RECORD-TYPE
031400         MOVE 16 TO RETURN-CODE
031500         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
031600         STOP RUN
031700     END-IF.
031800     MOVE LTRN-HDR-BATCH-NUMBER TO WS-BATCH-NUMBER.
031900     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
032000     PERFORM 1300-TALLY-ONE-RECORD THRU 1300-EXIT
032100         UNTIL END-OF-TRANSACTION-FILE.
032200     IF NOT BATCH-TRAILER-SEEN
032300         DISPLAY "LEAVEUSE: BATCH TRAILER MISSING"
032400         MOVE "Y" TO WS-BALANCE-SWITCH
032500     END-IF.
032600     IF BATCH-IS-OUT-OF-BALANCE
032700         DISPLAY "LEAVEUSE: BATCH " WS-BATCH-NUMBER
032800                 " REJECTED - NOTHING APPLIED"
032900         MOVE 16 TO RETURN-CODE
033000         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
033100         STOP RUN
033200     END-IF.
033300     CLOSE LEAVE-TRANSACTION-FILE.
033400     OPEN INPUT LEAVE-TRANSACTION-FILE.
033500     IF WS-LVTRAN-STATUS NOT = "00"
033600         DISPLAY "LEAVEUSE: LVTRAN REOPEN FAILED - "
033700         DISPLAY "          FILE STATUS = " WS-LVTRAN-STATUS
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100     MOVE "N" TO WS-EOF-SWITCH.
034200     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
034300     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
034400 1200-EXIT.
034500     EXIT.
034600
034700*=============================================================
034800* 1300-TALLY-ONE-RECORD - ACCUMULATE ONE FEED RECORD INTO THE
034900*                         BATCH TOTALS, OR VERIFY THE TRAILER.
035000*=============================================================
035100 1300-TALLY-ONE-RECORD.
035200     EVALUATE TRUE
035300         WHEN LTRN-IS-BATCH-HEADER
035400             DISPLAY "LEAVEUSE: DUPLICATE BATCH HEADER IN BATCH "
035500                     WS-BATCH-NUMBER
035600             MOVE "Y" TO WS-BALANCE-SWITCH
035700         WHEN LTRN-IS-BATCH-TRAILER
035800             IF BATCH-TRAILER-SEEN
035900                 DISPLAY "LEAVEUSE: DUPLICATE BATCH TRAILER"
036000                 MOVE "Y" TO WS-BALANCE-SWITCH
036100             ELSE
036200                 PERFORM 1400-VERIFY-TRAILER THRU 1400-EXIT
036300                 MOVE "Y" TO WS-TRAILER-SWITCH
036400             END-IF
036500         WHEN OTHER
036600             IF BATCH-TRAILER-SEEN
036700                 DISPLAY "LEAVEUSE: RECORD FOLLOWS BATCH TRAILER"
036800                 MOVE "Y" TO WS-BALANCE-SWITCH
036900             ELSE
037000                 ADD 1 TO WS-TRAN-COUNT
037100                 IF LTRN-EMPLOYEE-NUMBER-X IS NUMERIC
037200                     ADD LTRN-EMPLOYEE-NUMBER TO WS-EMP-HASH-TOTAL
037300                 END-IF
037400                 IF LTRN-HOURS-X IS NUMERIC
037500                     ADD LTRN-HOURS TO WS-HOURS-TOTAL
037600                 END-IF
037700             END-IF
037800     END-EVALUATE.
037900     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
038000 1300-EXIT.
038100     EXIT.
038200
038300*=============================================================
038400* 1400-VERIFY-TRAILER - MATCH THE TRAILER'S COUNT, HASH AND
038500*                       HOURS TOTALS AGAINST WHAT WAS READ.
038600*=============================================================
038700 1400-VERIFY-TRAILER.
038800     IF LTRN-TRL-TRAN-COUNT NOT = WS-TRAN-COUNT
038900         DISPLAY "LEAVEUSE: TRANSACTION COUNT OUT OF BALANCE"
039000         DISPLAY "          TRAILER = " LTRN-TRL-TRAN-COUNT
039100                 " COUNTED = " WS-TRAN-COUNT
039200         MOVE "Y" TO WS-BALANCE-SWITCH
039300     END-IF.
039400     IF LTRN-TRL-EMP-HASH NOT = WS-EMP-HASH-TOTAL
039500         DISPLAY "LEAVEUSE: EMPLOYEE HASH TOTAL OUT OF BALANCE"
039600         DISPLAY "          TRAILER = " LTRN-TRL-EMP-HASH
039700                 " COMPUTED = " WS-EMP-HASH-TOTAL
039800         MOVE "Y" TO WS-BALANCE-SWITCH
039900     END-IF.
040000     IF LTRN-TRL-HOURS-TOTAL NOT = WS-HOURS-TOTAL
040100         DISPLAY "LEAVEUSE: HOURS TOTAL OUT OF BALANCE"
040200         DISPLAY "          TRAILER = " LTRN-TRL-HOURS-TOTAL
040300                 " COMPUTED = " WS-HOURS-TOTAL
040400         MOVE "Y" TO WS-BALANCE-SWITCH
040500     END-IF.
040600 1400-EXIT.
040700     EXIT.
040800
040900*=============================================================
041000* 2000-PROCESS-TRANSACTION - EDIT ONE DETAIL, LOOK UP THE
041100*                            EMPLOYEE AND THE BALANCE ROW, APPLY
041200*                            THE USAGE OR CORRECTION, READ THE
041300*                            NEXT. THE TRAILER ENDS THE APPLY
041400*                            PASS.
041500*=============================================================
041600 2000-PROCESS-TRANSACTION.
041700     IF LTRN-IS-BATCH-TRAILER
041800         MOVE "Y" TO WS-EOF-SWITCH
041900         GO TO 2000-EXIT
042000     END-IF.
042100     MOVE "N" TO WS-REJECT-SWITCH.
042200     MOVE SPACES TO WS-REJECT-REASON.
042300     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
042400     IF NOT TRANSACTION-IS-REJECTED
042500         PERFORM 2150-LOOKUP-EMPLOYEE THRU 2150-EXIT
042600     END-IF.
042700     IF NOT TRANSACTION-IS-REJECTED
042800         PERFORM 2160-LOOKUP-BALANCE THRU 2160-EXIT
042900     END-IF.
043000     IF NOT TRANSACTION-IS-REJECTED
043100         EVALUATE TRUE
043200             WHEN LTRN-IS-USAGE
043300                 PERFORM 2200-APPLY-USAGE THRU 2200-EXIT
043400             WHEN LTRN-IS-CORRECTION
043500                 PERFORM 2300-APPLY-CORRECTION THRU 2300-EXIT
043600         END-EVALUATE
043700     END-IF.
043800     IF TRANSACTION-IS-REJECTED
043900         ADD 1 TO WS-REJECT-COUNT
044000         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
044100     END-IF.
044200     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
044300 2000-EXIT.
044400     EXIT.
044500
044600*=============================================================
044700* 2100-EDIT-TRANSACTION - FIELD-EDIT ONE DETAIL.
044800*=============================================================
044900 2100-EDIT-TRANSACTION.
045000     IF NOT LTRN-IS-USAGE AND NOT LTRN-IS-CORRECTION
045100         MOVE "Y" TO WS-REJECT-SWITCH
045200         MOVE "INVALID TRANSACTION TYPE" TO WS-REJECT-REASON
045300         GO TO 2100-EXIT
045400     END-IF.
045500     IF LTRN-EMPLOYEE-NUMBER-X NOT NUMERIC
045600         MOVE "Y" TO WS-REJECT-SWITCH
045700         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
045800         GO TO 2100-EXIT
045900     END-IF.
046000     IF LTRN-EMPLOYEE-NUMBER = ZEROS
046100         MOVE "Y" TO WS-REJECT-SWITCH
046200         MOVE "EMPLOYEE NUMBER IS ZERO" TO WS-REJECT-REASON
046300         GO TO 2100-EXIT
046400     END-IF.
046500     IF NOT LTRN-LEAVE-TYPE-IS-KNOWN
046600         MOVE "Y" TO WS-REJECT-SWITCH
046700         MOVE "LEAVE TYPE NOT V/S" TO WS-REJECT-REASON
046800         GO TO 2100-EXIT
046900     END-IF.
047000     IF LTRN-HOURS-X NOT NUMERIC
047100         MOVE "Y" TO WS-REJECT-SWITCH
047200         MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
047300         GO TO 2100-EXIT
047400     END-IF.
047500     IF LTRN-HOURS = ZEROS
047600         MOVE "Y" TO WS-REJECT-SWITCH
047700         MOVE "HOURS ARE ZERO" TO WS-REJECT-REASON
047800         GO TO 2100-EXIT
047900     END-IF.
048000     IF LTRN-LEAVE-DATE-X NOT NUMERIC
048100         MOVE "Y" TO WS-REJECT-SWITCH
048200         MOVE "LEAVE DATE NOT NUMERIC" TO WS-REJECT-REASON
048300         GO TO 2100-EXIT
048400     END-IF.
048500     IF LTRN-LEAVE-DATE = ZEROS
048600         MOVE "Y" TO WS-REJECT-SWITCH
048700         MOVE "LEAVE DATE IS ZERO" TO WS-REJECT-REASON
048800     END-IF.
048900 2100-EXIT.
049000     EXIT.
049100
049200*=============================================================
049300* 2150-LOOKUP-EMPLOYEE - THE LEAVE MUST BELONG TO AN EMPLOYEE ON
049400*                        THE MASTER.
049500*=============================================================
049600 2150-LOOKUP-EMPLOYEE.
049700     MOVE LTRN-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
049800     MOVE "Y" TO WS-EMP-FOUND-SWITCH.
049900     READ EMPLOYEE-MASTER-FILE
050000         INVALID KEY
050100             MOVE "N" TO WS-EMP-FOUND-SWITCH
050200     END-READ.
050300     IF NOT EMPLOYEE-WAS-FOUND
050400         MOVE "Y" TO WS-REJECT-SWITCH
050500         MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
050600     END-IF.
050700 2150-EXIT.
050800     EXIT.
050900
051000*=============================================================
051100* 2160-LOOKUP-BALANCE - RANDOM READ OF THE LEAVE BALANCE FILE BY
051200*                       THE TRANSACTION'S EMPLOYEE + LEAVE TYPE.
051300*                       NO ROW MEANS NOTHING HAS EVER ACCRUED, SO
051400*                       THERE IS NOTHING TO TAKE OR PUT BACK.
051500*=============================================================
051600 2160-LOOKUP-BALANCE.
051700     MOVE LTRN-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER.
051800     MOVE LTRN-LEAVE-TYPE TO LVB-LEAVE-TYPE.
051900     MOVE "Y" TO WS-LVB-FOUND-SWITCH.
052000     READ LEAVE-BALANCE-FILE
052100         INVALID KEY
052200             MOVE "N" TO WS-LVB-FOUND-SWITCH
052300     END-READ.
052400     IF NOT BALANCE-ROW-WAS-FOUND
052500         MOVE "Y" TO WS-REJECT-SWITCH
052600         MOVE "NO LEAVE BALANCE ON FILE" TO WS-REJECT-REASON
052700     END-IF.
052800 2160-EXIT.
052900     EXIT.
053000
053100*=============================================================
053200* 2200-APPLY-USAGE - TAKE THE HOURS USED OFF THE BALANCE AND ADD
053300*                    THEM TO THE HOURS TAKEN THIS YEAR. A USAGE
053400*                    LARGER THAN THE BALANCE IS REJECTED.
053500*=============================================================
053600 2200-APPLY-USAGE.
053700     IF LTRN-HOURS > LVB-BALANCE-HOURS
053800         MOVE "Y" TO WS-REJECT-SWITCH
053900         MOVE "INSUFFICIENT LEAVE BALANCE" TO WS-REJECT-REASON
054000         GO TO 2200-EXIT
054100     END-IF.
054200     MOVE LVB-BALANCE-HOURS TO WS-BEFORE-BALANCE.
054300     SUBTRACT LTRN-HOURS FROM LVB-BALANCE-HOURS.
054400     ADD LTRN-HOURS TO LVB-TAKEN-YTD-HOURS.
054500     MOVE LTRN-LEAVE-DATE TO LVB-LAST-USAGE-DATE.
054600     REWRITE LEAVE-BALANCE-RECORD
054700         INVALID KEY
054800             MOVE "Y" TO WS-REJECT-SWITCH
054900             MOVE "USAGE FAILED - REWRITE ERROR"
055000                 TO WS-REJECT-REASON
055100     END-REWRITE.
055200     IF NOT TRANSACTION-IS-REJECTED
055300         ADD 1 TO WS-USAGE-COUNT
055400         PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT
055500     END-IF.
055600 2200-EXIT.
055700     EXIT.
055800
055900*=============================================================
056000* 2300-APPLY-CORRECTION - PUT HOURS BOOKED IN ERROR BACK ON THE
056100*                         BALANCE. A CORRECTION CANNOT RETURN
056200*                         MORE HOURS THAN WERE TAKEN THIS YEAR.
056300*=============================================================
056400 2300-APPLY-CORRECTION.
056500     IF LTRN-HOURS > LVB-TAKEN-YTD-HOURS
056600         MOVE "Y" TO WS-REJECT-SWITCH
056700         MOVE "CORRECTION EXCEEDS HOURS TAKEN" TO WS-REJECT-REASON
056800         GO TO 2300-EXIT
056900     END-IF.
057000     MOVE LVB-BALANCE-HOURS TO WS-BEFORE-BALANCE.
057100     ADD LTRN-HOURS TO LVB-BALANCE-HOURS.
057200     SUBTRACT LTRN-HOURS FROM LVB-TAKEN-YTD-HOURS.
057300     REWRITE LEAVE-BALANCE-RECORD
057400         INVALID KEY
057500             MOVE "Y" TO WS-REJECT-SWITCH
057600             MOVE "CORRECTION FAILED - REWRITE ERROR"
057700                 TO WS-REJECT-REASON
057800     END-REWRITE.
057900     IF NOT TRANSACTION-IS-REJECTED
058000         ADD 1 TO WS-CORRECTION-COUNT
058100         PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT
058200     END-IF.
058300 2300-EXIT.
058400     EXIT.
058500
058600*=============================================================
058700* 2500-WRITE-EXCEPTION - LOG A REJECTED TRANSACTION.
058800*=============================================================
058900 2500-WRITE-EXCEPTION.
059000     MOVE LTRN-RECORD-TYPE TO WS-EXC-TRAN-TYPE.
059100     MOVE LTRN-EMPLOYEE-NUMBER-X TO WS-EXC-EMPLOYEE-NUMBER.
059200     MOVE LTRN-LEAVE-TYPE TO WS-EXC-LEAVE-TYPE.
059300     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
059400     WRITE LEAVE-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
059500 2500-EXIT.
059600     EXIT.
059700
059800*=============================================================
059900* 2850-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDIT ROW.
060000*=============================================================
060100 2850-WRITE-AUDIT-RECORD.
060200     MOVE LTRN-RECORD-TYPE TO LAUD-TRANSACTION-TYPE.
060300     MOVE LTRN-EMPLOYEE-NUMBER TO LAUD-EMPLOYEE-NUMBER.
060400     MOVE LTRN-LEAVE-TYPE TO LAUD-LEAVE-TYPE.
060500     MOVE LTRN-HOURS TO LAUD-HOURS.
060600     MOVE WS-BEFORE-BALANCE TO LAUD-BEFORE-BALANCE.
060700     MOVE LVB-BALANCE-HOURS TO LAUD-AFTER-BALANCE.
060800     MOVE LTRN-LEAVE-DATE TO LAUD-LEAVE-DATE.
060900     MOVE WS-BATCH-NUMBER TO LAUD-BATCH-NUMBER.
061000     ACCEPT LAUD-DATE FROM DATE YYYYMMDD.
061100     ACCEPT LAUD-TIME FROM TIME.
061200     WRITE LEAVE-AUDIT-RECORD.
061300 2850-EXIT.
061400     EXIT.
061500
061600*=============================================================
061700* 2900-READ-TRANSACTION - READ THE NEXT FEED RECORD.
061800*=============================================================
061900 2900-READ-TRANSACTION.
062000     READ LEAVE-TRANSACTION-FILE
062100         AT END
062200             MOVE "Y" TO WS-EOF-SWITCH
062300     END-READ.
062400 2900-EXIT.
062500     EXIT.
062600
062700*=============================================================
062800* 8000-TERMINATE - DISPLAY RUN TOTALS AND CLOSE THE FILES.
062900*=============================================================
063000 8000-TERMINATE.
063100     DISPLAY "LEAVEUSE: BATCH " WS-BATCH-NUMBER
063200             " BALANCED - READ: " WS-TRAN-COUNT.
063300     DISPLAY "LEAVEUSE - USAGES: " WS-USAGE-COUNT
063400             " CORRECTIONS: " WS-CORRECTION-COUNT
063500             " REJECTS: " WS-REJECT-COUNT.
063600     CLOSE LEAVE-BALANCE-FILE.
063700     CLOSE EMPLOYEE-MASTER-FILE.
063800     CLOSE LEAVE-TRANSACTION-FILE.
063900     CLOSE LEAVE-EXCEPTION-FILE.
064000     CLOSE LEAVE-AUDIT-FILE.
064100     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
064200 8000-EXIT.
064300     EXIT.
064400
064500*=============================================================
064600* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
064700*                    LOG AND CLOSE THE LOG.
064800*=============================================================
064900 8900-LOG-RUN-END.
065000     MOVE "E" TO RLG-RECORD-TYPE.
065100     MOVE "LEAVEUSE" TO RLG-PROGRAM-ID.
065200     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
065300     ACCEPT RLG-TIME FROM TIME.
065400     MOVE WS-TRAN-COUNT TO RLG-RECORDS-READ.
065500     COMPUTE RLG-RECORDS-WRITTEN =
065600         WS-USAGE-COUNT + WS-CORRECTION-COUNT.
065700     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
065800     MOVE RETURN-CODE TO RLG-RETURN-CODE.
065900     MOVE ZEROS TO RLG-PERIOD-NUMBER.
066000     WRITE RUN-LOG-RECORD.
066100     CLOSE RUN-LOG-FILE.
066200 8900-EXIT.
066300     EXIT.
