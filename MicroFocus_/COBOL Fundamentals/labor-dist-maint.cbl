000100*=============================================================
000200* PROGRAM      : LDMAINT
000300* DESCRIPTION  : APPLIES ADD, CHANGE AND DELETE TRANSACTIONS
000400*                AGAINST THE LABOR DISTRIBUTION FILE (LABDIST) -
000500*                THE PERCENTAGE SPLITS OF A SHARED-SERVICES
000600*                EMPLOYEE'S GROSS ACROSS THE DEPARTMENTS THEY
000700*                ACTUALLY WORK FOR, BY EFFECTIVE DATE. EVERY SPLIT
000800*                SET MUST NAME DEPARTMENTS ON DEPTREF, NAME EACH
000900*                DEPARTMENT ONCE, AND TOTAL EXACTLY 100.00
001000*                PERCENT. THE BATCH IS BALANCED AGAINST ITS
001100*                HEADER AND TRAILER (COUNT, EMPLOYEE HASH AND
001200*                PERCENT TOTAL) BEFORE A SINGLE ROW IS TOUCHED -
001300*                AN OUT-OF-BALANCE BATCH APPLIES NOTHING AT ALL.
001400*                REJECTS GO TO AN EXCEPTION LISTING AND EVERY
001500*                ACCEPTED TRANSACTION WRITES AN AUDIT ROW.
001600*=============================================================
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. LDMAINT.
001900 AUTHOR. T. OKAFOR.
002000 INSTALLATION. PAYROLL SYSTEMS GROUP.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300* MODIFICATION HISTORY
002400* DATE       INIT DESCRIPTION
002500* 2026-10-15 TO   INITIAL VERSION - FINANCE WAS RECLASSING
002600*                 SHARED-SERVICES LABOR BY MANUAL JOURNAL EVERY
002700*                 MONTH. THE SPLITS NOW LIVE ON LABDIST UNDER
002800*                 THE SAME BATCH CONTROLS AND AUDIT TRAIL AS THE
002900*                 DEDUCTION MASTER, AND GLEXTR CHARGES BY THEM.
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LABOR-DISTRIBUTION-FILE
003800         ASSIGN TO "LABDIST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS LDS-KEY
004200         FILE STATUS IS WS-LABDIST-STATUS.
004300
004400     SELECT EMPLOYEE-MASTER-FILE
004500         ASSIGN TO "EMPMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS EMP-EMPLOYEE-NUMBER
004900         ALTERNATE RECORD KEY IS EMP-LAST-NAME
005000             WITH DUPLICATES
005100         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-EMPMAST-STATUS.
005400
005500     SELECT DEPARTMENT-REFERENCE-FILE
005600         ASSIGN TO "DEPTREF"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS DEPT-CODE
006000         FILE STATUS IS WS-DEPTREF-STATUS.
006100
006200     SELECT LABOR-DIST-TRANSACTION-FILE
006300         ASSIGN TO "LDTRAN"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-LDTRAN-STATUS.
006600
006700     SELECT LABOR-DIST-EXCEPTION-FILE
006800         ASSIGN TO "LDEXCP"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-LDEXCP-STATUS.
007100
007200     SELECT LABOR-DIST-AUDIT-FILE
007300         ASSIGN TO "LDAUDIT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-LDAUDIT-STATUS.
007600
007700     SELECT RUN-LOG-FILE
007800         ASSIGN TO "RUNLOG"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-RUNLOG-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400* LABOR DISTRIBUTION RECORD - KEYED BY EMPLOYEE + EFFECTIVE DATE.
008500 FD  LABOR-DISTRIBUTION-FILE.
008600     COPY LDREC.
008700
008800* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER. READ ONLY,
008900* TO REJECT SPLITS FOR EMPLOYEES NOT ON FILE.
009000 FD  EMPLOYEE-MASTER-FILE.
009100     COPY EMPREC.
009200
009300* DEPARTMENT REFERENCE RECORD - KEYED BY DEPARTMENT CODE. EVERY
009400* DEPARTMENT SPLIT MUST HAVE A COST CENTER TO POST TO.
009500 FD  DEPARTMENT-REFERENCE-FILE.
009600     COPY DEPTREC.
009700
009800* ONE LABOR DISTRIBUTION TRANSACTION - THE KEY, STOP DATE AND
009900* UP TO EIGHT DEPARTMENT/PERCENT SPLITS IN THE LDREC FIELD ORDER,
010000* BRACKETED BY ONE BATCH HEADER AND ONE BATCH TRAILER THAT
010100* REDEFINE THE SAME RECORD, AS ON THE DEDTRAN FEED. A DELETE
010200* NEEDS ONLY THE KEY.
010300 FD  LABOR-DIST-TRANSACTION-FILE.
010400 01  LABOR-DIST-TRANSACTION-RECORD.
010500     05  LDTR-RECORD-TYPE            PIC X(01).
010600         88  LDTR-IS-BATCH-HEADER            VALUE "H".
010700         88  LDTR-IS-BATCH-TRAILER           VALUE "T".
010800         88  LDTR-IS-ADD                     VALUE "A".
010900         88  LDTR-IS-CHANGE                  VALUE "C".
011000         88  LDTR-IS-DELETE                  VALUE "D".
011100     05  LDTR-DETAIL-FIELDS.
011200         10  LDTR-EMPLOYEE-NUMBER-X  PIC X(05).
011300         10  LDTR-EMPLOYEE-NUMBER
011400             REDEFINES LDTR-EMPLOYEE-NUMBER-X
011500                                     PIC 9(05).
011600         10  LDTR-EFFECTIVE-DATE-X   PIC X(08).
011700         10  LDTR-EFFECTIVE-DATE
011800             REDEFINES LDTR-EFFECTIVE-DATE-X
011900                                     PIC 9(08).
012000         10  LDTR-STOP-DATE-X        PIC X(08).
012100         10  LDTR-STOP-DATE REDEFINES LDTR-STOP-DATE-X
012200                                     PIC 9(08).
012300         10  LDTR-SPLIT-COUNT-X      PIC X(02).
012400         10  LDTR-SPLIT-COUNT REDEFINES LDTR-SPLIT-COUNT-X
012500                                     PIC 9(02).
012600         10  LDTR-SPLIT OCCURS 8 TIMES.
012700             15  LDTR-DEPARTMENT-CODE
012800                                     PIC X(04).
012900             15  LDTR-PERCENT-X      PIC X(05).
013000             15  LDTR-PERCENT REDEFINES LDTR-PERCENT-X
013100                                     PIC 9(03)V9(02).
013200     05  LDTR-HEADER-FIELDS REDEFINES LDTR-DETAIL-FIELDS.
013300         10  LDTR-HDR-BATCH-NUMBER   PIC 9(06).
013400         10  LDTR-HDR-BATCH-DATE     PIC 9(08).
013500         10  FILLER                  PIC X(81).
013600     05  LDTR-TRAILER-FIELDS REDEFINES LDTR-DETAIL-FIELDS.
013700         10  LDTR-TRL-TRAN-COUNT     PIC 9(05).
013800         10  LDTR-TRL-EMP-HASH       PIC 9(10).
013900         10  LDTR-TRL-PERCENT-TOTAL  PIC 9(09)V9(02).
014000         10  FILLER                  PIC X(69).
014100
014200 FD  LABOR-DIST-EXCEPTION-FILE.
014300 01  LABOR-DIST-EXCEPTION-LINE       PIC X(80).
014400
014500* ONE LABOR DISTRIBUTION AUDIT RECORD - TYPE, KEY, BEFORE/AFTER
014600* SPLIT SET AND TIMESTAMP.
014700 FD  LABOR-DIST-AUDIT-FILE.
014800     COPY LDAUDREC.
014900
015000* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
015100 FD  RUN-LOG-FILE.
015200     COPY RLGREC.
015300
015400 WORKING-STORAGE SECTION.
015500 01  WS-FILE-STATUSES.
015600     05  WS-LABDIST-STATUS           PIC X(02) VALUE ZEROS.
015700     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
015800     05  WS-DEPTREF-STATUS           PIC X(02) VALUE ZEROS.
015900     05  WS-LDTRAN-STATUS            PIC X(02) VALUE ZEROS.
016000     05  WS-LDEXCP-STATUS            PIC X(02) VALUE ZEROS.
016100     05  WS-LDAUDIT-STATUS           PIC X(02) VALUE ZEROS.
016200     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
016300
016400 01  WS-SWITCHES.
016500     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
016600         88  END-OF-TRANSACTION-FILE         VALUE "Y".
016700     05  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
016800         88  TRANSACTION-IS-REJECTED         VALUE "Y".
016900     05  WS-EMP-FOUND-SWITCH         PIC X(01) VALUE "N".
017000         88  EMPLOYEE-WAS-FOUND              VALUE "Y".
017100     05  WS-LDS-FOUND-SWITCH         PIC X(01) VALUE "N".
017200         88  DISTRIBUTION-WAS-FOUND          VALUE "Y".
017300     05  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
017400         88  BATCH-TRAILER-SEEN              VALUE "Y".
017500     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
017600         88  BATCH-IS-OUT-OF-BALANCE         VALUE "Y".
017700
017800 01  WS-COUNTERS.
017900     05  WS-TRAN-COUNT               PIC 9(05) VALUE ZEROS.
018000     05  WS-ADD-COUNT                PIC 9(05) VALUE ZEROS COMP.
018100     05  WS-CHANGE-COUNT             PIC 9(05) VALUE ZEROS COMP.
018200     05  WS-DELETE-COUNT             PIC 9(05) VALUE ZEROS COMP.
018300     05  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS COMP.
018400
018500* RUNNING BATCH TOTALS, ACCUMULATED FROM THE DETAILS AND THEN
018600* MATCHED AGAINST THE TRAILER TO THE HUNDREDTH OF A PERCENT.
018700 01  WS-BATCH-TOTALS.
018800     05  WS-EMP-HASH-TOTAL           PIC 9(10) VALUE ZEROS.
018900     05  WS-PERCENT-TOTAL            PIC 9(09)V9(02) VALUE ZEROS.
019000
019100* SPLIT SUBSCRIPTS AND THE RUNNING TOTAL OF ONE SPLIT SET, WHICH
019200* MUST COME TO EXACTLY 100.00.
019300 01  WS-SPLIT-IX                     PIC 9(02) VALUE ZEROS COMP.
019400 01  WS-CHECK-IX                     PIC 9(02) VALUE ZEROS COMP.
019500 01  WS-MAX-SPLITS                   PIC 9(02) VALUE 08 COMP.
019600 01  WS-SET-PERCENT-TOTAL            PIC 9(05)V9(02) VALUE ZEROS.
019700
019800 01  WS-BATCH-NUMBER                  PIC 9(06) VALUE ZEROS.
019900 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
020000
020100 01  WS-EXCEPTION-LINE.
020200     05  FILLER                  PIC X(10) VALUE "TRAN TYPE ".
020300     05  WS-EXC-TRAN-TYPE             PIC X(01).
020400     05  FILLER                      PIC X(03) VALUE SPACES.
020500     05  FILLER                  PIC X(08) VALUE "EMP NO: ".
020600     05  WS-EXC-EMPLOYEE-NUMBER      PIC X(05).
020700     05  FILLER                      PIC X(05) VALUE " EFF ".
020800     05  WS-EXC-EFFECTIVE-DATE       PIC X(08).
020900     05  FILLER                      PIC X(02) VALUE SPACES.
021000     05  FILLER                      PIC X(08) VALUE "REASON: ".
021100     05  WS-EXC-REASON               PIC X(30).
021200
021300 PROCEDURE DIVISION.
021400
021500*=============================================================
021600* 0000-MAINLINE - BALANCE THE BATCH FIRST, THEN APPLY IT.
021700*=============================================================
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 1200-BALANCE-BATCH THRU 1200-EXIT.
022100     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
022200         UNTIL END-OF-TRANSACTION-FILE.
022300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022400     STOP RUN.
022500
022600*=============================================================
022700* 1000-INITIALIZE - OPEN THE FILES, CREATING THE LABOR
022800*                   DISTRIBUTION FILE AND THE AUDIT TRAIL ON
022900*                   FIRST USE.
023000*=============================================================
023100 1000-INITIALIZE.
023200     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
023300     OPEN I-O LABOR-DISTRIBUTION-FILE.
023400     IF WS-LABDIST-STATUS = "35"
023500         OPEN OUTPUT LABOR-DISTRIBUTION-FILE
023600         CLOSE LABOR-DISTRIBUTION-FILE
023700         OPEN I-O LABOR-DISTRIBUTION-FILE
023800     END-IF.
023900     IF WS-LABDIST-STATUS NOT = "00"
024000         DISPLAY "LDMAINT: LABOR-DISTRIBUTION-FILE OPEN FAILED -"
024100         DISPLAY "         FILE STATUS = " WS-LABDIST-STATUS
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     OPEN INPUT EMPLOYEE-MASTER-FILE.
024600     IF WS-EMPMAST-STATUS NOT = "00"
024700         DISPLAY "LDMAINT: EMPLOYEE-MASTER-FILE OPEN FAILED - "
024800         DISPLAY "         FILE STATUS = " WS-EMPMAST-STATUS
024900         MOVE 16 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025200     OPEN INPUT DEPARTMENT-REFERENCE-FILE.
025300     IF WS-DEPTREF-STATUS NOT = "00"
025400         DISPLAY "LDMAINT: DEPARTMENT-REFERENCE-FILE OPEN "
025500         DISPLAY "         FAILED, STATUS = " WS-DEPTREF-STATUS
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900     OPEN OUTPUT LABOR-DIST-EXCEPTION-FILE.
026000     IF WS-LDEXCP-STATUS NOT = "00"
026100         DISPLAY "LDMAINT: LABOR-DIST-EXCEPTION-FILE OPEN FAILED-"
026200         DISPLAY "         FILE STATUS = " WS-LDEXCP-STATUS
026300         MOVE 16 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600     PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
026700 1000-EXIT.
026800     EXIT.
026900
027000*=============================================================
027100* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
027200*                      RUN LOG, CREATING THE FILE ON ITS FIRST
027300*                      USE.
027400*=============================================================
027500 1050-LOG-RUN-START.
027600     OPEN EXTEND RUN-LOG-FILE.
027700     IF WS-RUNLOG-STATUS = "35"
027800         OPEN OUTPUT RUN-LOG-FILE
027900         CLOSE RUN-LOG-FILE
028000         OPEN EXTEND RUN-LOG-FILE
028100     END-IF.
028200     IF WS-RUNLOG-STATUS NOT = "00" AND
028300             WS-RUNLOG-STATUS NOT = "05"
028400         DISPLAY "LDMAINT: RUN-LOG-FILE OPEN FAILED - "
028500         DISPLAY "         FILE STATUS = " WS-RUNLOG-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     MOVE "S" TO RLG-RECORD-TYPE.
029000     MOVE "LDMAINT" TO RLG-PROGRAM-ID.
029100     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
029200     ACCEPT RLG-TIME FROM TIME.
029300     MOVE ZEROS TO RLG-RECORDS-READ.
029400     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
029500     MOVE ZEROS TO RLG-REJECT-COUNT.
029600     MOVE ZEROS TO RLG-RETURN-CODE.
029700     MOVE ZEROS TO RLG-PERIOD-NUMBER.
029800     WRITE RUN-LOG-RECORD.
029900 1050-EXIT.
030000     EXIT.
030100
030200*=============================================================
030300* 1100-OPEN-AUDIT-FILE - OPEN THE AUDIT TRAIL FOR EXTEND SO EACH
030400*                        RUN APPENDS TO PRIOR HISTORY, CREATING
030500*                        THE FILE ON ITS FIRST USE.
030600*=============================================================
030700 1100-OPEN-AUDIT-FILE.
030800     OPEN EXTEND LABOR-DIST-AUDIT-FILE.
030900     IF WS-LDAUDIT-STATUS = "35"
031000         OPEN OUTPUT LABOR-DIST-AUDIT-FILE
031100         CLOSE LABOR-DIST-AUDIT-FILE
031200         OPEN EXTEND LABOR-DIST-AUDIT-FILE
031300     END-IF.
031400     IF WS-LDAUDIT-STATUS NOT = "00" AND
031500             WS-LDAUDIT-STATUS NOT = "05"
031600         DISPLAY "LDMAINT: LABOR-DIST-AUDIT-FILE OPEN FAILED - "
031700         DISPLAY "         FILE STATUS = " WS-LDAUDIT-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100 1100-EXIT.
032200     EXIT.
032300
032400*=============================================================
032500* 1200-BALANCE-BATCH - FIRST PASS OVER THE FEED. THE HEADER MUST
032600*                      LEAD, THE TRAILER MUST CLOSE, AND THE
032700*                      TRAILER'S COUNT, EMPLOYEE HASH AND PERCENT
032800*                      TOTAL MUST MATCH THE DETAILS. AN
032900*                      OUT-OF-BALANCE BATCH STOPS THE RUN BEFORE
033000*                      A SINGLE ROW IS TOUCHED. THE FEED IS THEN
033100*                      REOPENED AND POSITIONED PAST THE HEADER FOR
033200*                      THE APPLY PASS.
033300*=============================================================
033400 1200-BALANCE-BATCH.
033500     OPEN INPUT LABOR-DIST-TRANSACTION-FILE.
033600     IF WS-LDTRAN-STATUS NOT = "00"
033700         DISPLAY "LDMAINT: LABOR-DIST-TRANSACTION-FILE OPEN "
033800         DISPLAY "         FAILED, STATUS = " WS-LDTRAN-STATUS
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     MOVE "N" TO WS-EOF-SWITCH.
034300     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
034400     IF END-OF-TRANSACTION-FILE
034500         DISPLAY "LDMAINT: TRANSACTION FILE IS EMPTY"
034600         MOVE 16 TO RETURN-CODE
034700         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
034800         STOP RUN
034900     END-IF.
035000     IF NOT LDTR-IS-BATCH-HEADER
035100         DISPLAY "LDMAINT: BATCH HEADER MISSING - FIRST RECORD"
035200         DISPLAY "         IS TYPE " LDTR-RECORD-TYPE
035300         MOVE 16 TO RETURN-CODE
035400         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
035500         STOP RUN
035600     END-IF.
035700     MOVE LDTR-HDR-BATCH-NUMBER TO WS-BATCH-NUMBER.
035800     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
035900     PERFORM 1300-TALLY-ONE-RECORD THRU 1300-EXIT
036000         UNTIL END-OF-TRANSACTION-FILE.
036100     IF NOT BATCH-TRAILER-SEEN
036200         DISPLAY "LDMAINT: BATCH TRAILER MISSING"
036300         MOVE "Y" TO WS-BALANCE-SWITCH
036400     END-IF.
036500     IF BATCH-IS-OUT-OF-BALANCE
036600         DISPLAY "LDMAINT: BATCH " WS-BATCH-NUMBER
036700                 " REJECTED - NOTHING APPLIED"
036800         MOVE 16 TO RETURN-CODE
036900         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
037000         STOP RUN
037100     END-IF.
037200     CLOSE LABOR-DIST-TRANSACTION-FILE.
037300     OPEN INPUT LABOR-DIST-TRANSACTION-FILE.
037400     IF WS-LDTRAN-STATUS NOT = "00"
037500         DISPLAY "LDMAINT: LDTRAN REOPEN FAILED - "
037600         DISPLAY "         FILE STATUS = " WS-LDTRAN-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000     MOVE "N" TO WS-EOF-SWITCH.
038100     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
038200     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
038300 1200-EXIT.
038400     EXIT.
038500
038600*=============================================================
038700* 1300-TALLY-ONE-RECORD - ACCUMULATE ONE FEED RECORD INTO THE
038800*                         BATCH TOTALS, OR VERIFY THE TRAILER.
038900*=============================================================
039000 1300-TALLY-ONE-RECORD.
039100     EVALUATE TRUE
039200         WHEN LDTR-IS-BATCH-HEADER
039300             DISPLAY "LDMAINT: DUPLICATE BATCH HEADER IN BATCH "
039400                     WS-BATCH-NUMBER
039500             MOVE "Y" TO WS-BALANCE-SWITCH
039600         WHEN LDTR-IS-BATCH-TRAILER
039700             IF BATCH-TRAILER-SEEN
039800                 DISPLAY "LDMAINT: DUPLICATE BATCH TRAILER"
039900                 MOVE "Y" TO WS-BALANCE-SWITCH
040000             ELSE
040100                 PERFORM 1400-VERIFY-TRAILER THRU 1400-EXIT
040200                 MOVE "Y" TO WS-TRAILER-SWITCH
040300             END-IF
040400         WHEN OTHER
040500             IF BATCH-TRAILER-SEEN
040600                 DISPLAY "LDMAINT: RECORD FOLLOWS BATCH TRAILER"
040700                 MOVE "Y" TO WS-BALANCE-SWITCH
040800             ELSE
040900                 ADD 1 TO WS-TRAN-COUNT
041000                 IF LDTR-EMPLOYEE-NUMBER-X IS NUMERIC
041100                     ADD LDTR-EMPLOYEE-NUMBER TO WS-EMP-HASH-TOTAL
041200                 END-IF
041300                 PERFORM 1350-TALLY-ONE-PERCENT THRU 1350-EXIT
041400                     VARYING WS-SPLIT-IX FROM 1 BY 1
041500                     UNTIL WS-SPLIT-IX > WS-MAX-SPLITS
041600             END-IF
041700     END-EVALUATE.
041800     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
041900 1300-EXIT.
042000     EXIT.
042100
042200*=============================================================
042300* 1350-TALLY-ONE-PERCENT - ADD ONE SPLIT'S PERCENT INTO THE
042400*                          BATCH PERCENT TOTAL. UNUSED SPLIT
042500*                          POSITIONS ARE BLANK AND ADD NOTHING.
042600*=============================================================
042700 1350-TALLY-ONE-PERCENT.
042800     IF LDTR-PERCENT-X (WS-SPLIT-IX) IS NUMERIC
042900         ADD LDTR-PERCENT (WS-SPLIT-IX) TO WS-PERCENT-TOTAL
043000     END-IF.
043100 1350-EXIT.
043200     EXIT.
043300
043400*=============================================================
043500* 1400-VERIFY-TRAILER - MATCH THE TRAILER'S COUNT, HASH AND
043600*                       PERCENT TOTALS AGAINST WHAT WAS READ.
043700*=============================================================
043800 1400-VERIFY-TRAILER.
043900     IF LDTR-TRL-TRAN-COUNT NOT = WS-TRAN-COUNT
044000         DISPLAY "LDMAINT: TRANSACTION COUNT OUT OF BALANCE"
044100         DISPLAY "         TRAILER = " LDTR-TRL-TRAN-COUNT
044200                 " COUNTED = " WS-TRAN-COUNT
044300         MOVE "Y" TO WS-BALANCE-SWITCH
044400     END-IF.
044500     IF LDTR-TRL-EMP-HASH NOT = WS-EMP-HASH-TOTAL
044600         DISPLAY "LDMAINT: EMPLOYEE HASH TOTAL OUT OF BALANCE"
044700         DISPLAY "         TRAILER = " LDTR-TRL-EMP-HASH
044800                 " COMPUTED = " WS-EMP-HASH-TOTAL
044900         MOVE "Y" TO WS-BALANCE-SWITCH
045000     END-IF.
045100     IF LDTR-TRL-PERCENT-TOTAL NOT = WS-PERCENT-TOTAL
045200         DISPLAY "LDMAINT: PERCENT TOTAL OUT OF BALANCE"
045300         DISPLAY "         TRAILER = " LDTR-TRL-PERCENT-TOTAL
045400                 " COMPUTED = " WS-PERCENT-TOTAL
045500         MOVE "Y" TO WS-BALANCE-SWITCH
045600     END-IF.
045700 1400-EXIT.
045800     EXIT.
045900
046000*=============================================================
046100* 2000-PROCESS-TRANSACTION - EDIT ONE DETAIL, LOOK UP THE
046200*                            EMPLOYEE AND THE DISTRIBUTION ROW,
046300*                            APPLY THE ADD, CHANGE OR DELETE,
046400*                            READ THE NEXT. THE TRAILER ENDS THE
046500*                            APPLY PASS.
046600*=============================================================
046700 2000-PROCESS-TRANSACTION.
046800     IF LDTR-IS-BATCH-TRAILER
046900         MOVE "Y" TO WS-EOF-SWITCH
047000         GO TO 2000-EXIT
047100     END-IF.
047200     MOVE "N" TO WS-REJECT-SWITCH.
047300     MOVE SPACES TO WS-REJECT-REASON.
047400     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
047500     IF NOT TRANSACTION-IS-REJECTED
047600         PERFORM 2150-LOOKUP-EMPLOYEE THRU 2150-EXIT
047700     END-IF.
047800     IF NOT TRANSACTION-IS-REJECTED
047900         PERFORM 2160-LOOKUP-DISTRIBUTION THRU 2160-EXIT
048000         EVALUATE TRUE
048100             WHEN LDTR-IS-ADD
048200                 PERFORM 2200-APPLY-ADD THRU 2200-EXIT
048300             WHEN LDTR-IS-CHANGE
048400                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
048500             WHEN LDTR-IS-DELETE
048600                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
048700         END-EVALUATE
048800     END-IF.
048900     IF TRANSACTION-IS-REJECTED
049000         ADD 1 TO WS-REJECT-COUNT
049100         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
049200     END-IF.
049300     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600
049700*=============================================================
049800* 2100-EDIT-TRANSACTION - FIELD-EDIT ONE DETAIL. A DELETE NEEDS
049900*                         ONLY ITS KEY; AN ADD OR CHANGE MUST
050000*                         ALSO CARRY A VALID SPLIT SET.
050100*=============================================================
050200 2100-EDIT-TRANSACTION.
050300     IF NOT LDTR-IS-ADD AND NOT LDTR-IS-CHANGE
050400             AND NOT LDTR-IS-DELETE
050500         MOVE "Y" TO WS-REJECT-SWITCH
050600         MOVE "INVALID TRANSACTION TYPE" TO WS-REJECT-REASON
050700         GO TO 2100-EXIT
050800     END-IF.
050900     IF LDTR-EMPLOYEE-NUMBER-X NOT NUMERIC
051000         MOVE "Y" TO WS-REJECT-SWITCH
051100         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
051200         GO TO 2100-EXIT
051300     END-IF.
051400     IF LDTR-EMPLOYEE-NUMBER = ZEROS
051500         MOVE "Y" TO WS-REJECT-SWITCH
051600         MOVE "EMPLOYEE NUMBER IS ZERO" TO WS-REJECT-REASON
051700         GO TO 2100-EXIT
051800     END-IF.
051900     IF LDTR-EFFECTIVE-DATE-X NOT NUMERIC
052000         MOVE "Y" TO WS-REJECT-SWITCH
052100         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
052200         GO TO 2100-EXIT
052300     END-IF.
052400     IF LDTR-EFFECTIVE-DATE = ZEROS
052500         MOVE "Y" TO WS-REJECT-SWITCH
052600         MOVE "EFFECTIVE DATE IS ZERO" TO WS-REJECT-REASON
052700         GO TO 2100-EXIT
052800     END-IF.
052900     IF LDTR-IS-DELETE
053000         GO TO 2100-EXIT
053100     END-IF.
053200     IF LDTR-STOP-DATE-X NOT NUMERIC
053300         MOVE "Y" TO WS-REJECT-SWITCH
053400         MOVE "STOP DATE NOT NUMERIC" TO WS-REJECT-REASON
053500         GO TO 2100-EXIT
053600     END-IF.
053700     IF LDTR-STOP-DATE NOT = ZEROS
053800         AND LDTR-STOP-DATE < LDTR-EFFECTIVE-DATE
053900         MOVE "Y" TO WS-REJECT-SWITCH
054000         MOVE "STOP DATE BEFORE EFFECTIVE" TO WS-REJECT-REASON
054100         GO TO 2100-EXIT
054200     END-IF.
054300     IF LDTR-SPLIT-COUNT-X NOT NUMERIC
054400         MOVE "Y" TO WS-REJECT-SWITCH
054500         MOVE "SPLIT COUNT NOT NUMERIC" TO WS-REJECT-REASON
054600         GO TO 2100-EXIT
054700     END-IF.
054800     IF LDTR-SPLIT-COUNT = ZEROS
054900         OR LDTR-SPLIT-COUNT > WS-MAX-SPLITS
055000         MOVE "Y" TO WS-REJECT-SWITCH
055100         MOVE "SPLIT COUNT NOT 1 TO 8" TO WS-REJECT-REASON
055200         GO TO 2100-EXIT
055300     END-IF.
055400     MOVE ZEROS TO WS-SET-PERCENT-TOTAL.
055500     PERFORM 2120-EDIT-ONE-SPLIT THRU 2120-EXIT
055600         VARYING WS-SPLIT-IX FROM 1 BY 1
055700         UNTIL WS-SPLIT-IX > LDTR-SPLIT-COUNT
055800            OR TRANSACTION-IS-REJECTED.
055900     IF TRANSACTION-IS-REJECTED
056000         GO TO 2100-EXIT
056100     END-IF.
056200     IF WS-SET-PERCENT-TOTAL NOT = 100
056300         MOVE "Y" TO WS-REJECT-SWITCH
056400         MOVE "SPLITS DO NOT TOTAL 100 PCT" TO WS-REJECT-REASON
056500     END-IF.
056600 2100-EXIT.
056700     EXIT.
056800
056900*=============================================================
057000* 2120-EDIT-ONE-SPLIT - ONE DEPARTMENT/PERCENT SPLIT. THE
057100*                       DEPARTMENT MUST BE ON DEPTREF AND NOT
057200*                       REPEAT AN EARLIER SPLIT IN THE SET; THE
057300*                       PERCENT MUST BE NUMERIC AND ABOVE ZERO.
057400*=============================================================
057500 2120-EDIT-ONE-SPLIT.
057600     IF LDTR-DEPARTMENT-CODE (WS-SPLIT-IX) = SPACES
057700         MOVE "Y" TO WS-REJECT-SWITCH
057800         MOVE "SPLIT DEPARTMENT IS BLANK" TO WS-REJECT-REASON
057900         GO TO 2120-EXIT
058000     END-IF.
058100     IF LDTR-PERCENT-X (WS-SPLIT-IX) NOT NUMERIC
058200         MOVE "Y" TO WS-REJECT-SWITCH
058300         MOVE "SPLIT PERCENT NOT NUMERIC" TO WS-REJECT-REASON
058400         GO TO 2120-EXIT
058500     END-IF.
058600     IF LDTR-PERCENT (WS-SPLIT-IX) = ZEROS
058700         MOVE "Y" TO WS-REJECT-SWITCH
058800         MOVE "SPLIT PERCENT IS ZERO" TO WS-REJECT-REASON
058900         GO TO 2120-EXIT
059000     END-IF.
059100     MOVE LDTR-DEPARTMENT-CODE (WS-SPLIT-IX) TO DEPT-CODE.
059200     READ DEPARTMENT-REFERENCE-FILE
059300         INVALID KEY
059400             MOVE "Y" TO WS-REJECT-SWITCH
059500             MOVE "SPLIT DEPARTMENT NOT ON DEPTREF"
059600                 TO WS-REJECT-REASON
059700             GO TO 2120-EXIT
059800     END-READ.
059900     PERFORM 2130-CHECK-DUPLICATE-DEPT THRU 2130-EXIT
060000         VARYING WS-CHECK-IX FROM 1 BY 1
060100         UNTIL WS-CHECK-IX >= WS-SPLIT-IX
060200            OR TRANSACTION-IS-REJECTED.
060300     ADD LDTR-PERCENT (WS-SPLIT-IX) TO WS-SET-PERCENT-TOTAL.
060400 2120-EXIT.
060500     EXIT.
060600
060700*=============================================================
060800* 2130-CHECK-DUPLICATE-DEPT - A DEPARTMENT MAY APPEAR ONLY ONCE
060900*                             IN A SPLIT SET.
061000*=============================================================
061100 2130-CHECK-DUPLICATE-DEPT.
061200     IF LDTR-DEPARTMENT-CODE (WS-CHECK-IX) =
061300             LDTR-DEPARTMENT-CODE (WS-SPLIT-IX)
061400         MOVE "Y" TO WS-REJECT-SWITCH
061500         MOVE "DEPARTMENT REPEATED IN SET" TO WS-REJECT-REASON
061600     END-IF.
061700 2130-EXIT.
061800     EXIT.
061900
062000*=============================================================
062100* 2150-LOOKUP-EMPLOYEE - THE SPLITS MUST BELONG TO AN EMPLOYEE ON
062200*                        THE MASTER. A DELETE IS ALLOWED FOR AN
062300*                        EMPLOYEE ALREADY PURGED.
062400*=============================================================
062500 2150-LOOKUP-EMPLOYEE.
062600     IF LDTR-IS-DELETE
062700         GO TO 2150-EXIT
062800     END-IF.
062900     MOVE LDTR-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
063000     MOVE "Y" TO WS-EMP-FOUND-SWITCH.
063100     READ EMPLOYEE-MASTER-FILE
063200         INVALID KEY
063300             MOVE "N" TO WS-EMP-FOUND-SWITCH
063400     END-READ.
063500     IF NOT EMPLOYEE-WAS-FOUND
063600         MOVE "Y" TO WS-REJECT-SWITCH
063700         MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
063800     END-IF.
063900 2150-EXIT.
064000     EXIT.
064100
064200*=============================================================
064300* 2160-LOOKUP-DISTRIBUTION - RANDOM READ OF THE LABOR
064400*                            DISTRIBUTION FILE BY THE
064500*                            TRANSACTION'S EMPLOYEE + EFFECTIVE
064600*                            DATE.
064700*=============================================================
064800 2160-LOOKUP-DISTRIBUTION.
064900     MOVE LDTR-EMPLOYEE-NUMBER TO LDS-EMPLOYEE-NUMBER.
065000     MOVE LDTR-EFFECTIVE-DATE TO LDS-EFFECTIVE-DATE.
065100     MOVE "Y" TO WS-LDS-FOUND-SWITCH.
065200     READ LABOR-DISTRIBUTION-FILE
065300         INVALID KEY
065400             MOVE "N" TO WS-LDS-FOUND-SWITCH
065500     END-READ.
065600 2160-EXIT.
065700     EXIT.
065800
065900*=============================================================
066000* 2200-APPLY-ADD - REJECT A DUPLICATE EMPLOYEE + EFFECTIVE DATE,
066100*                  OTHERWISE WRITE A NEW SPLIT SET.
066200*=============================================================
066300 2200-APPLY-ADD.
066400     IF DISTRIBUTION-WAS-FOUND
066500         MOVE "Y" TO WS-REJECT-SWITCH
066600         MOVE "DUPLICATE DISTRIBUTION ROW" TO WS-REJECT-REASON
066700         GO TO 2200-EXIT
066800     END-IF.
066900     MOVE ZEROS TO LDAUD-BEFORE-STOP-DATE.
067000     MOVE ZEROS TO LDAUD-BEFORE-SPLIT-COUNT.
067100     PERFORM 2250-CLEAR-BEFORE-SPLITS THRU 2250-EXIT.
067200     MOVE LDTR-EMPLOYEE-NUMBER TO LDS-EMPLOYEE-NUMBER.
067300     MOVE LDTR-EFFECTIVE-DATE TO LDS-EFFECTIVE-DATE.
067400     PERFORM 2270-LOAD-SPLIT-SET THRU 2270-EXIT.
067500     WRITE LABOR-DISTRIBUTION-RECORD
067600         INVALID KEY
067700             MOVE "Y" TO WS-REJECT-SWITCH
067800             MOVE "ADD FAILED - WRITE ERROR" TO WS-REJECT-REASON
067900     END-WRITE.
068000     IF NOT TRANSACTION-IS-REJECTED
068100         ADD 1 TO WS-ADD-COUNT
068200         PERFORM 2600-LOG-AUDIT-ADD THRU 2600-EXIT
068300     END-IF.
068400 2200-EXIT.
068500     EXIT.
068600
068700*=============================================================
068800* 2250-CLEAR-BEFORE-SPLITS - NOTHING WAS ON FILE BEFORE AN ADD.
068900*=============================================================
069000 2250-CLEAR-BEFORE-SPLITS.
069100     PERFORM 2255-CLEAR-ONE-BEFORE THRU 2255-EXIT
069200         VARYING WS-SPLIT-IX FROM 1 BY 1
069300         UNTIL WS-SPLIT-IX > WS-MAX-SPLITS.
069400 2250-EXIT.
069500     EXIT.
069600
069700*=============================================================
069800* 2255-CLEAR-ONE-BEFORE - BLANK ONE BEFORE-IMAGE SPLIT.
069900*=============================================================
070000 2255-CLEAR-ONE-BEFORE.
070100     MOVE SPACES TO LDAUD-BEFORE-DEPARTMENT (WS-SPLIT-IX).
070200     MOVE ZEROS TO LDAUD-BEFORE-PERCENT (WS-SPLIT-IX).
070300 2255-EXIT.
070400     EXIT.
070500
070600*=============================================================
070700* 2260-SAVE-BEFORE-SPLITS - KEEP THE ROW AS IT STOOD BEFORE A
070800*                           CHANGE OR DELETE FOR THE AUDIT ROW.
070900*=============================================================
071000 2260-SAVE-BEFORE-SPLITS.
071100     MOVE LDS-STOP-DATE TO LDAUD-BEFORE-STOP-DATE.
071200     MOVE LDS-SPLIT-COUNT TO LDAUD-BEFORE-SPLIT-COUNT.
071300     MOVE LDS-SPLIT-TABLE TO LDAUD-BEFORE-SPLIT-TABLE.
071400 2260-EXIT.
071500     EXIT.
071600
071700*=============================================================
071800* 2270-LOAD-SPLIT-SET - MOVE THE TRANSACTION'S STOP DATE AND
071900*                       SPLITS ONTO THE RECORD. SPLIT POSITIONS
072000*                       PAST THE COUNT ARE CLEARED.
072100*=============================================================
072200 2270-LOAD-SPLIT-SET.
072300     MOVE LDTR-STOP-DATE TO LDS-STOP-DATE.
072400     MOVE LDTR-SPLIT-COUNT TO LDS-SPLIT-COUNT.
072500     MOVE WS-BATCH-NUMBER TO LDS-LAST-BATCH-NUMBER.
072600     PERFORM 2275-LOAD-ONE-SPLIT THRU 2275-EXIT
072700         VARYING WS-SPLIT-IX FROM 1 BY 1
072800         UNTIL WS-SPLIT-IX > WS-MAX-SPLITS.
072900 2270-EXIT.
073000     EXIT.
073100
073200*=============================================================
073300* 2275-LOAD-ONE-SPLIT - MOVE OR CLEAR ONE SPLIT POSITION.
073400*=============================================================
073500 2275-LOAD-ONE-SPLIT.
073600     IF WS-SPLIT-IX > LDTR-SPLIT-COUNT
073700         MOVE SPACES TO LDS-DEPARTMENT-CODE (WS-SPLIT-IX)
073800         MOVE ZEROS TO LDS-PERCENT (WS-SPLIT-IX)
073900     ELSE
074000         MOVE LDTR-DEPARTMENT-CODE (WS-SPLIT-IX)
074100             TO LDS-DEPARTMENT-CODE (WS-SPLIT-IX)
074200         MOVE LDTR-PERCENT (WS-SPLIT-IX)
074300             TO LDS-PERCENT (WS-SPLIT-IX)
074400     END-IF.
074500 2275-EXIT.
074600     EXIT.
074700
074800*=============================================================
074900* 2300-APPLY-CHANGE - REJECT A ROW NOT ON FILE, OTHERWISE
075000*                     REPLACE ITS STOP DATE AND WHOLE SPLIT SET.
075100*                     A CHANGE NEVER ADJUSTS PART OF A SET, SO
075200*                     THE 100 PERCENT RULE CANNOT BE BROKEN ONE
075300*                     LINE AT A TIME.
075400*=============================================================
075500 2300-APPLY-CHANGE.
075600     IF NOT DISTRIBUTION-WAS-FOUND
075700         MOVE "Y" TO WS-REJECT-SWITCH
075800         MOVE "DISTRIBUTION NOT ON FILE" TO WS-REJECT-REASON
075900         GO TO 2300-EXIT
076000     END-IF.
076100     PERFORM 2260-SAVE-BEFORE-SPLITS THRU 2260-EXIT.
076200     PERFORM 2270-LOAD-SPLIT-SET THRU 2270-EXIT.
076300     REWRITE LABOR-DISTRIBUTION-RECORD
076400         INVALID KEY
076500             MOVE "Y" TO WS-REJECT-SWITCH
076600             MOVE "CHANGE FAILED - REWRITE ERROR"
076700                 TO WS-REJECT-REASON
076800     END-REWRITE.
076900     IF NOT TRANSACTION-IS-REJECTED
077000         ADD 1 TO WS-CHANGE-COUNT
077100         PERFORM 2700-LOG-AUDIT-CHANGE THRU 2700-EXIT
077200     END-IF.
077300 2300-EXIT.
077400     EXIT.
077500
077600*=============================================================
077700* 2400-APPLY-DELETE - REJECT A ROW NOT ON FILE, OTHERWISE DELETE
077800*                     IT.
077900*=============================================================
078000 2400-APPLY-DELETE.
078100     IF NOT DISTRIBUTION-WAS-FOUND
078200         MOVE "Y" TO WS-REJECT-SWITCH
078300         MOVE "DISTRIBUTION NOT ON FILE" TO WS-REJECT-REASON
078400         GO TO 2400-EXIT
078500     END-IF.
078600     PERFORM 2260-SAVE-BEFORE-SPLITS THRU 2260-EXIT.
078700     DELETE LABOR-DISTRIBUTION-FILE
078800         INVALID KEY
078900             MOVE "Y" TO WS-REJECT-SWITCH
079000             MOVE "DELETE FAILED - DELETE ERROR"
079100                 TO WS-REJECT-REASON
079200     END-DELETE.
079300     IF NOT TRANSACTION-IS-REJECTED
079400         ADD 1 TO WS-DELETE-COUNT
079500         PERFORM 2800-LOG-AUDIT-DELETE THRU 2800-EXIT
079600     END-IF.
079700 2400-EXIT.
079800     EXIT.
079900
080000*=============================================================
080100* 2500-WRITE-EXCEPTION - LOG A REJECTED TRANSACTION.
080200*=============================================================
080300 2500-WRITE-EXCEPTION.
080400     MOVE LDTR-RECORD-TYPE TO WS-EXC-TRAN-TYPE.
080500     MOVE LDTR-EMPLOYEE-NUMBER-X TO WS-EXC-EMPLOYEE-NUMBER.
080600     MOVE LDTR-EFFECTIVE-DATE-X TO WS-EXC-EFFECTIVE-DATE.
080700     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
080800     WRITE LABOR-DIST-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
080900 2500-EXIT.
081000     EXIT.
081100
081200*=============================================================
081300* 2600-LOG-AUDIT-ADD - WRITE AN AUDIT ROW FOR AN ADD.
081400*=============================================================
081500 2600-LOG-AUDIT-ADD.
081600     MOVE "A" TO LDAUD-TRANSACTION-TYPE.
081700     MOVE LDS-STOP-DATE TO LDAUD-AFTER-STOP-DATE.
081800     MOVE LDS-SPLIT-COUNT TO LDAUD-AFTER-SPLIT-COUNT.
081900     MOVE LDS-SPLIT-TABLE TO LDAUD-AFTER-SPLIT-TABLE.
082000     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
082100 2600-EXIT.
082200     EXIT.
082300
082400*=============================================================
082500* 2700-LOG-AUDIT-CHANGE - WRITE AN AUDIT ROW FOR A CHANGE.
082600*=============================================================
082700 2700-LOG-AUDIT-CHANGE.
082800     MOVE "C" TO LDAUD-TRANSACTION-TYPE.
082900     MOVE LDS-STOP-DATE TO LDAUD-AFTER-STOP-DATE.
083000     MOVE LDS-SPLIT-COUNT TO LDAUD-AFTER-SPLIT-COUNT.
083100     MOVE LDS-SPLIT-TABLE TO LDAUD-AFTER-SPLIT-TABLE.
083200     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
083300 2700-EXIT.
083400     EXIT.
083500
083600*=============================================================
083700* 2800-LOG-AUDIT-DELETE - WRITE AN AUDIT ROW FOR A DELETE.
083800*=============================================================
083900 2800-LOG-AUDIT-DELETE.
084000     MOVE "D" TO LDAUD-TRANSACTION-TYPE.
084100     MOVE ZEROS TO LDAUD-AFTER-STOP-DATE.
084200     MOVE ZEROS TO LDAUD-AFTER-SPLIT-COUNT.
084300     PERFORM 2810-CLEAR-ONE-AFTER THRU 2810-EXIT
084400         VARYING WS-SPLIT-IX FROM 1 BY 1
084500         UNTIL WS-SPLIT-IX > WS-MAX-SPLITS.
084600     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
084700 2800-EXIT.
084800     EXIT.
084900
085000*=============================================================
085100* 2810-CLEAR-ONE-AFTER - BLANK ONE AFTER-IMAGE SPLIT.
085200*=============================================================
085300 2810-CLEAR-ONE-AFTER.
085400     MOVE SPACES TO LDAUD-AFTER-DEPARTMENT (WS-SPLIT-IX).
085500     MOVE ZEROS TO LDAUD-AFTER-PERCENT (WS-SPLIT-IX).
085600 2810-EXIT.
085700     EXIT.
085800
085900*=============================================================
086000* 2850-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDIT ROW.
086100*=============================================================
086200 2850-WRITE-AUDIT-RECORD.
086300     MOVE LDTR-EMPLOYEE-NUMBER TO LDAUD-EMPLOYEE-NUMBER.
086400     MOVE LDTR-EFFECTIVE-DATE TO LDAUD-EFFECTIVE-DATE.
086500     MOVE WS-BATCH-NUMBER TO LDAUD-BATCH-NUMBER.
086600     ACCEPT LDAUD-DATE FROM DATE YYYYMMDD.
086700     ACCEPT LDAUD-TIME FROM TIME.
086800     WRITE LABOR-DIST-AUDIT-RECORD.
086900 2850-EXIT.
087000     EXIT.
087100
087200*=============================================================
087300* 2900-READ-TRANSACTION - READ THE NEXT FEED RECORD.
087400*=============================================================
087500 2900-READ-TRANSACTION.
087600     READ LABOR-DIST-TRANSACTION-FILE
087700         AT END
087800             MOVE "Y" TO WS-EOF-SWITCH
087900     END-READ.
088000 2900-EXIT.
088100     EXIT.
088200
088300*=============================================================
088400* 8000-TERMINATE - DISPLAY RUN TOTALS AND CLOSE THE FILES.
088500*=============================================================
088600 8000-TERMINATE.
088700     DISPLAY "LDMAINT: BATCH " WS-BATCH-NUMBER
088800             " BALANCED - READ: " WS-TRAN-COUNT.
088900     DISPLAY "LDMAINT - ADDS: "    WS-ADD-COUNT
089000             " CHANGES: " WS-CHANGE-COUNT.
089100     DISPLAY "LDMAINT - DELETES: " WS-DELETE-COUNT
089200             " REJECTS: " WS-REJECT-COUNT.
089300     CLOSE LABOR-DISTRIBUTION-FILE.
089400     CLOSE EMPLOYEE-MASTER-FILE.
089500     CLOSE DEPARTMENT-REFERENCE-FILE.
089600     CLOSE LABOR-DIST-TRANSACTION-FILE.
089700     CLOSE LABOR-DIST-EXCEPTION-FILE.
089800     CLOSE LABOR-DIST-AUDIT-FILE.
089900     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
090000 8000-EXIT.
090100     EXIT.
090200
090300*=============================================================
090400* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
090500*                    LOG AND CLOSE THE LOG.
090600*=============================================================
090700 8900-LOG-RUN-END.
090800     MOVE "E" TO RLG-RECORD-TYPE.
090900     MOVE "LDMAINT" TO RLG-PROGRAM-ID.
091000     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
091100     ACCEPT RLG-TIME FROM TIME.
091200     MOVE WS-TRAN-COUNT TO RLG-RECORDS-READ.
091300     COMPUTE RLG-RECORDS-WRITTEN =
091400         WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT.
091500     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
091600     MOVE RETURN-CODE TO RLG-RETURN-CODE.
091700     MOVE ZEROS TO RLG-PERIOD-NUMBER.
091800     WRITE RUN-LOG-RECORD.
091900     CLOSE RUN-LOG-FILE.
092000 8900-EXIT.
092100     EXIT.
