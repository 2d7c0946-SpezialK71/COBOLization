000100*=============================================================
000200* PROGRAM      : TCEDIT
000300* DESCRIPTION  : FRONT-END EDIT AND LOAD FOR THE HOURLY TIME-CARD
000400*                FEED. REQUIRES A BATCH HEADER NAMING THE PAY
000500*                PERIOD AND A BATCH TRAILER ON TCTRAN, VERIFIES
000600*                THE TRAILER'S CARD COUNT, EMPLOYEE-NUMBER HASH
000700*                TOTAL AND HOURS TOTAL, FIELD-EDITS EVERY CARD
000800*                AGAINST THE EMPLOYEE MASTER, AND LOADS THE
000900*                ACCEPTED CARDS TO THE TIME-CARD FILE (TIMECARD)
001000*                THAT PAYREG READS. THE PERIOD MUST BE ON THE
001100*                CALENDAR AND NOT YET PAID. AN OUT-OF-BALANCE
001200*                BATCH LOADS NO CARDS AT ALL.
001300*=============================================================
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. TCEDIT.
001600 AUTHOR. T. OKAFOR.
001700 INSTALLATION. PAYROLL SYSTEMS GROUP.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED.
002000* MODIFICATION HISTORY
002100* DATE       INIT DESCRIPTION
002200* 2026-10-15 TO   INITIAL VERSION - HOURLY EMPLOYEES ARE PAID FROM
002300*                 A TIME CARD PER PERIOD, SO THE CARDS GET THE
002400*                 SAME BATCH BALANCING TRANEDIT GIVES THE HR
002500*                 FEED. A SHORT OR DOUBLE-SENT BATCH STOPS HERE
002600*                 BEFORE A SINGLE CARD REACHES PAYREG.
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RAW-TIME-CARD-FILE
003500         ASSIGN TO "TCTRAN"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-TCTRAN-STATUS.
003800
003900     SELECT TIME-CARD-WORK-FILE
004000         ASSIGN TO "TCWORK"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-TCWORK-STATUS.
004300
004400     SELECT TIME-CARD-FILE
004500         ASSIGN TO "TIMECARD"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS TCD-KEY
004900         FILE STATUS IS WS-TIMECARD-STATUS.
005000
005100     SELECT EMPLOYEE-MASTER-FILE
005200         ASSIGN TO "EMPMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS EMP-EMPLOYEE-NUMBER
005600         ALTERNATE RECORD KEY IS EMP-LAST-NAME
005700             WITH DUPLICATES
005800         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
005900             WITH DUPLICATES
006000         FILE STATUS IS WS-EMPMAST-STATUS.
006100
006200     SELECT PAY-PERIOD-CALENDAR-FILE
006300         ASSIGN TO "PAYCAL"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS PPC-PERIOD-NUMBER
006700         FILE STATUS IS WS-PAYCAL-STATUS.
006800
006900     SELECT TIME-CARD-EXCEPTION-FILE
007000         ASSIGN TO "TCEXCP"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-TCEXCP-STATUS.
007300
007400     SELECT RUN-LOG-FILE
007500         ASSIGN TO "RUNLOG"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-RUNLOG-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100* RAW TIME-CARD FEED - ONE DETAIL CARD PER HOURLY EMPLOYEE,
008200* BRACKETED BY ONE BATCH HEADER AND ONE BATCH TRAILER THAT
008300* REDEFINE THE SAME RECORD. "A" ADDS A CARD FOR THE PERIOD; "C"
008400* REPLACES A CARD ALREADY LOADED FOR IT.
008500 FD  RAW-TIME-CARD-FILE.
008600 01  RAW-TIME-CARD-RECORD.
008700     05  TCR-RECORD-TYPE             PIC X(01).
008800         88  TCR-IS-BATCH-HEADER             VALUE "H".
008900         88  TCR-IS-BATCH-TRAILER            VALUE "T".
009000         88  TCR-IS-ADD                      VALUE "A".
009100         88  TCR-IS-CHANGE                   VALUE "C".
009200     05  TCR-DETAIL-FIELDS.
009300         10  TCR-EMPLOYEE-NUMBER-X   PIC X(05).
009400         10  TCR-EMPLOYEE-NUMBER
009500             REDEFINES TCR-EMPLOYEE-NUMBER-X
009600                                     PIC 9(05).
009700         10  TCR-REGULAR-HOURS-X     PIC X(05).
009800         10  TCR-REGULAR-HOURS
009900             REDEFINES TCR-REGULAR-HOURS-X
010000                                     PIC 9(03)V9(02).
010100         10  TCR-OVERTIME-HOURS-X    PIC X(05).
010200         10  TCR-OVERTIME-HOURS
010300             REDEFINES TCR-OVERTIME-HOURS-X
010400                                     PIC 9(03)V9(02).
010500         10  TCR-SHIFT-HOURS-X       PIC X(05).
010600         10  TCR-SHIFT-HOURS
010700             REDEFINES TCR-SHIFT-HOURS-X
010800                                     PIC 9(03)V9(02).
010900         10  FILLER                  PIC X(14).
011000     05  TCR-HEADER-FIELDS REDEFINES TCR-DETAIL-FIELDS.
011100         10  TCR-HDR-BATCH-NUMBER    PIC 9(06).
011200         10  TCR-HDR-BATCH-DATE      PIC 9(08).
011300         10  TCR-HDR-PERIOD-NUMBER-X PIC X(03).
011400         10  TCR-HDR-PERIOD-NUMBER
011500             REDEFINES TCR-HDR-PERIOD-NUMBER-X
011600                                     PIC 9(03).
011700         10  FILLER                  PIC X(17).
011800     05  TCR-TRAILER-FIELDS REDEFINES TCR-DETAIL-FIELDS.
011900         10  TCR-TRL-CARD-COUNT      PIC 9(05).
012000         10  TCR-TRL-EMP-HASH        PIC 9(10).
012100         10  TCR-TRL-HOURS-TOTAL     PIC 9(07)V9(02).
012200         10  FILLER                  PIC X(10).
012300
012400* ACCEPTED CARDS, HELD IN THE TIME-CARD LAYOUT UNTIL THE TRAILER
012500* PROVES THE BATCH BALANCED.
012600 FD  TIME-CARD-WORK-FILE.
012700 01  TIME-CARD-WORK-RECORD           PIC X(47).
012800
012900* TIME-CARD FILE - KEYED BY PERIOD NUMBER PLUS EMPLOYEE NUMBER.
013000 FD  TIME-CARD-FILE.
013100     COPY TCREC.
013200
013300* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER.
013400 FD  EMPLOYEE-MASTER-FILE.
013500     COPY EMPREC.
013600
013700* PAY-PERIOD CALENDAR - THE BATCH'S PERIOD MUST BE OPEN ON IT.
013800 FD  PAY-PERIOD-CALENDAR-FILE.
013900     COPY PPCREC.
014000
014100 FD  TIME-CARD-EXCEPTION-FILE.
014200 01  TIME-CARD-EXCEPTION-LINE        PIC X(80).
014300
014400* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
014500 FD  RUN-LOG-FILE.
014600     COPY RLGREC.
014700
014800 WORKING-STORAGE SECTION.
014900 01  WS-FILE-STATUSES.
015000     05  WS-TCTRAN-STATUS            PIC X(02) VALUE ZEROS.
015100     05  WS-TCWORK-STATUS            PIC X(02) VALUE ZEROS.
015200     05  WS-TIMECARD-STATUS          PIC X(02) VALUE ZEROS.
015300     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
015400     05  WS-PAYCAL-STATUS            PIC X(02) VALUE ZEROS.
015500     05  WS-TCEXCP-STATUS            PIC X(02) VALUE ZEROS.
015600     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
015700
015800 01  WS-SWITCHES.
015900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
016000         88  END-OF-RAW-FILE                 VALUE "Y".
016100     05  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
016200         88  CARD-IS-REJECTED                VALUE "Y".
016300     05  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
016400         88  BATCH-TRAILER-SEEN              VALUE "Y".
016500     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
016600         88  BATCH-IS-OUT-OF-BALANCE         VALUE "Y".
016700     05  WS-WORK-EOF-SWITCH          PIC X(01) VALUE "N".
016800         88  END-OF-WORK-FILE                VALUE "Y".
016900     05  WS-CARD-FOUND-SWITCH        PIC X(01) VALUE "N".
017000         88  CARD-IS-ON-FILE                 VALUE "Y".
017100
017200 01  WS-COUNTERS.
017300     05  WS-CARD-COUNT               PIC 9(05) VALUE ZEROS.
017400     05  WS-ACCEPT-COUNT             PIC 9(05) VALUE ZEROS COMP.
017500     05  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS COMP.
017600     05  WS-LOAD-COUNT               PIC 9(05) VALUE ZEROS COMP.
017700
017800* RUNNING BATCH TOTALS, ACCUMULATED FROM THE DETAILS AND THEN
017900* MATCHED AGAINST THE TRAILER. THE HOURS TOTAL IS REGULAR PLUS
018000* OVERTIME PLUS SHIFT-PREMIUM HOURS OVER EVERY CARD.
018100 01  WS-BATCH-TOTALS.
018200     05  WS-EMP-HASH-TOTAL           PIC 9(10) VALUE ZEROS.
018300     05  WS-HOURS-TOTAL              PIC 9(07)V9(02) VALUE ZEROS.
018400
018500* A CARD MAY NOT CLAIM MORE HOURS THAN THIS IN ONE PERIOD - A
018600* KEYING SLIP (1200 FOR 12.00) IS CAUGHT HERE, NOT ON THE BANK
018700* FILE.
018800 01  WS-CONSTANTS.
018900     05  WS-MAX-PERIOD-HOURS         PIC 9(03)V9(02) VALUE 200.00.
019000
019100 01  WS-BATCH-NUMBER                 PIC 9(06) VALUE ZEROS.
019200 01  WS-PERIOD-NUMBER                PIC 9(03) VALUE ZEROS.
019300 01  WS-LOAD-DATE                    PIC 9(08) VALUE ZEROS.
019400 01  WS-PREV-EMPLOYEE-NUMBER         PIC 9(05) VALUE ZEROS.
019500 01  WS-WORKED-HOURS                 PIC 9(04)V9(02) VALUE ZEROS.
019600 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
019700
019800 01  WS-EXCEPTION-LINE.
019900     05  FILLER                  PIC X(10) VALUE "CARD TYPE ".
020000     05  WS-EXC-CARD-TYPE            PIC X(01).
020100     05  FILLER                      PIC X(03) VALUE SPACES.
020200     05  FILLER                  PIC X(08) VALUE "EMP NO: ".
020300     05  WS-EXC-EMPLOYEE-NUMBER      PIC X(05).
020400     05  FILLER                      PIC X(03) VALUE SPACES.
020500     05  FILLER                      PIC X(08) VALUE "REASON: ".
020600     05  WS-EXC-REASON               PIC X(30).
020700
020800 PROCEDURE DIVISION.
020900
021000*=============================================================
021100* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE EDIT RUN.
021200*=============================================================
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
021600         UNTIL END-OF-RAW-FILE.
021700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021800     STOP RUN.
021900
022000*=============================================================
022100* 1000-INITIALIZE - OPEN FILES, VERIFY THE BATCH HEADER IS THE
022200*                   FIRST RECORD ON THE FEED AND THAT ITS PERIOD
022300*                   IS OPEN ON THE CALENDAR.
022400*=============================================================
022500 1000-INITIALIZE.
022600     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
022700     OPEN INPUT RAW-TIME-CARD-FILE.
022800     IF WS-TCTRAN-STATUS NOT = "00"
022900         DISPLAY "TCEDIT: RAW-TIME-CARD-FILE OPEN FAILED - "
023000         DISPLAY "        FILE STATUS = " WS-TCTRAN-STATUS
023100         MOVE 16 TO RETURN-CODE
023200         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
023300         STOP RUN
023400     END-IF.
023500     OPEN INPUT EMPLOYEE-MASTER-FILE.
023600     IF WS-EMPMAST-STATUS NOT = "00"
023700         DISPLAY "TCEDIT: EMPLOYEE-MASTER-FILE OPEN FAILED - "
023800         DISPLAY "        FILE STATUS = " WS-EMPMAST-STATUS
023900         MOVE 16 TO RETURN-CODE
024000         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
024100         STOP RUN
024200     END-IF.
024300     OPEN INPUT PAY-PERIOD-CALENDAR-FILE.
024400     IF WS-PAYCAL-STATUS NOT = "00"
024500         DISPLAY "TCEDIT: PAY-PERIOD-CALENDAR-FILE OPEN FAILED -"
024600         DISPLAY "        FILE STATUS = " WS-PAYCAL-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
024900         STOP RUN
025000     END-IF.
025100     OPEN I-O TIME-CARD-FILE.
025200     IF WS-TIMECARD-STATUS = "35"
025300         OPEN OUTPUT TIME-CARD-FILE
025400         CLOSE TIME-CARD-FILE
025500         OPEN I-O TIME-CARD-FILE
025600     END-IF.
025700     IF WS-TIMECARD-STATUS NOT = "00"
025800         DISPLAY "TCEDIT: TIME-CARD-FILE OPEN FAILED - "
025900         DISPLAY "        FILE STATUS = " WS-TIMECARD-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
026200         STOP RUN
026300     END-IF.
026400     OPEN OUTPUT TIME-CARD-WORK-FILE.
026500     IF WS-TCWORK-STATUS NOT = "00"
026600         DISPLAY "TCEDIT: TIME-CARD-WORK-FILE OPEN FAILED - "
026700         DISPLAY "        FILE STATUS = " WS-TCWORK-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
027000         STOP RUN
027100     END-IF.
027200     OPEN OUTPUT TIME-CARD-EXCEPTION-FILE.
027300     IF WS-TCEXCP-STATUS NOT = "00"
027400         DISPLAY "TCEDIT: TIME-CARD-EXCEPTION-FILE OPEN FAILED - "
027500         DISPLAY "        FILE STATUS = " WS-TCEXCP-STATUS
027600         MOVE 16 TO RETURN-CODE
027700         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
027800         STOP RUN
027900     END-IF.
028000     ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD.
028100     MOVE "N" TO WS-EOF-SWITCH.
028200     PERFORM 2900-READ-RAW-RECORD THRU 2900-EXIT.
028300     IF END-OF-RAW-FILE
028400         DISPLAY "TCEDIT: TIME-CARD FILE IS EMPTY"
028500         MOVE 16 TO RETURN-CODE
028600         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
028700         STOP RUN
028800     END-IF.
028900     IF NOT TCR-IS-BATCH-HEADER
029000         DISPLAY "TCEDIT: BATCH HEADER MISSING - FIRST RECORD"
029100         DISPLAY "        IS TYPE " TCR-RECORD-TYPE
029200         MOVE 16 TO RETURN-CODE
029300         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
029400         STOP RUN
029500     END-IF.
029600     MOVE TCR-HDR-BATCH-NUMBER TO WS-BATCH-NUMBER.
029700     PERFORM 1100-CHECK-PERIOD THRU 1100-EXIT.
029800     PERFORM 2900-READ-RAW-RECORD THRU 2900-EXIT.
029900 1000-EXIT.
030000     EXIT.
030100
030200*=============================================================
030300* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
030400*                      RUN LOG, CREATING THE FILE ON ITS FIRST
030500*                      USE.
030600*=============================================================
030700 1050-LOG-RUN-START.
030800     OPEN EXTEND RUN-LOG-FILE.
030900     IF WS-RUNLOG-STATUS = "35"
031000         OPEN OUTPUT RUN-LOG-FILE
031100         CLOSE RUN-LOG-FILE
031200         OPEN EXTEND RUN-LOG-FILE
031300     END-IF.
031400     IF WS-RUNLOG-STATUS NOT = "00" AND
031500             WS-RUNLOG-STATUS NOT = "05"
031600         DISPLAY "TCEDIT: RUN-LOG-FILE OPEN FAILED - "
031700         DISPLAY "        FILE STATUS = " WS-RUNLOG-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         STOP RUN
032000     END-IF.
032100     MOVE "S" TO RLG-RECORD-TYPE.
032200     MOVE "TCEDIT" TO RLG-PROGRAM-ID.
032300     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
032400     ACCEPT RLG-TIME FROM TIME.
032500     MOVE ZEROS TO RLG-RECORDS-READ.
032600     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
032700     MOVE ZEROS TO RLG-REJECT-COUNT.
032800     MOVE ZEROS TO RLG-RETURN-CODE.
032900     MOVE ZEROS TO RLG-PERIOD-NUMBER.
033000     WRITE RUN-LOG-RECORD.
033100 1050-EXIT.
033200     EXIT.
033300
033400*=============================================================
033500* 1100-CHECK-PERIOD - THE HEADER'S PERIOD MUST BE ON THE
033600*                     CALENDAR AND NOT YET PAID. CARDS FOR A PAID
033700*                     PERIOD WOULD NEVER BE PAID, SO THE WHOLE
033800*                     BATCH IS REFUSED.
033900*=============================================================
034000 1100-CHECK-PERIOD.
034100     IF TCR-HDR-PERIOD-NUMBER-X NOT NUMERIC
034200         OR TCR-HDR-PERIOD-NUMBER = ZEROS
034300         DISPLAY "TCEDIT: BATCH " WS-BATCH-NUMBER
034400                 " PERIOD NUMBER INVALID - "
034500                 TCR-HDR-PERIOD-NUMBER-X
034600         MOVE 16 TO RETURN-CODE
034700         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
034800         STOP RUN
034900     END-IF.
035000     MOVE TCR-HDR-PERIOD-NUMBER TO WS-PERIOD-NUMBER.
035100     MOVE WS-PERIOD-NUMBER TO PPC-PERIOD-NUMBER.
035200     READ PAY-PERIOD-CALENDAR-FILE
035300         INVALID KEY
035400             DISPLAY "TCEDIT: PERIOD " WS-PERIOD-NUMBER
035500                     " IS NOT ON THE CALENDAR"
035600             MOVE 16 TO RETURN-CODE
035700             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
035800             STOP RUN
035900     END-READ.
036000     IF PPC-PERIOD-IS-PAID
036100         DISPLAY "TCEDIT: PERIOD " WS-PERIOD-NUMBER
036200                 " IS ALREADY PAID - BATCH " WS-BATCH-NUMBER
036300                 " REFUSED"
036400         MOVE 16 TO RETURN-CODE
036500         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
036600         STOP RUN
036700     END-IF.
036800 1100-EXIT.
036900     EXIT.
037000
037100*=============================================================
037200* 2000-PROCESS-RECORD - ROUTE ONE RAW RECORD BY ITS TYPE, THEN
037300*                       READ THE NEXT.
037400*=============================================================
037500 2000-PROCESS-RECORD.
037600     EVALUATE TRUE
037700         WHEN TCR-IS-BATCH-HEADER
037800             DISPLAY "TCEDIT: DUPLICATE BATCH HEADER IN BATCH "
037900                     WS-BATCH-NUMBER
038000             MOVE "Y" TO WS-BALANCE-SWITCH
038100         WHEN TCR-IS-BATCH-TRAILER
038200             IF BATCH-TRAILER-SEEN
038300                 DISPLAY "TCEDIT: DUPLICATE BATCH TRAILER"
038400                 MOVE "Y" TO WS-BALANCE-SWITCH
038500             ELSE
038600                 PERFORM 3000-VERIFY-TRAILER THRU 3000-EXIT
038700                 MOVE "Y" TO WS-TRAILER-SWITCH
038800             END-IF
038900         WHEN OTHER
039000             IF BATCH-TRAILER-SEEN
039100                 DISPLAY "TCEDIT: RECORD FOLLOWS BATCH TRAILER"
039200                 MOVE "Y" TO WS-BALANCE-SWITCH
039300             ELSE
039400                 PERFORM 2100-PROCESS-DETAIL THRU 2100-EXIT
039500             END-IF
039600     END-EVALUATE.
039700     PERFORM 2900-READ-RAW-RECORD THRU 2900-EXIT.
039800 2000-EXIT.
039900     EXIT.
040000
040100*=============================================================
040200* 2100-PROCESS-DETAIL - ACCUMULATE ONE CARD INTO THE BATCH
040300*                       TOTALS, FIELD-EDIT IT, AND HOLD OR
040400*                       REJECT IT.
040500*=============================================================
040600 2100-PROCESS-DETAIL.
040700     ADD 1 TO WS-CARD-COUNT.
040800     IF TCR-EMPLOYEE-NUMBER-X IS NUMERIC
040900         ADD TCR-EMPLOYEE-NUMBER TO WS-EMP-HASH-TOTAL
041000     END-IF.
041100     IF TCR-REGULAR-HOURS-X IS NUMERIC
041200         ADD TCR-REGULAR-HOURS TO WS-HOURS-TOTAL
041300     END-IF.
041400     IF TCR-OVERTIME-HOURS-X IS NUMERIC
041500         ADD TCR-OVERTIME-HOURS TO WS-HOURS-TOTAL
041600     END-IF.
041700     IF TCR-SHIFT-HOURS-X IS NUMERIC
041800         ADD TCR-SHIFT-HOURS TO WS-HOURS-TOTAL
041900     END-IF.
042000     PERFORM 2200-EDIT-DETAIL THRU 2200-EXIT.
042100     IF CARD-IS-REJECTED
042200         ADD 1 TO WS-REJECT-COUNT
042300         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
042400     ELSE
042500         ADD 1 TO WS-ACCEPT-COUNT
042600         PERFORM 2400-HOLD-CARD THRU 2400-EXIT
042700     END-IF.
042800 2100-EXIT.
042900     EXIT.
043000
043100*=============================================================
043200* 2200-EDIT-DETAIL - FIELD-EDIT ONE CARD. CARDS MUST ARRIVE IN
043300*                    ASCENDING EMPLOYEE ORDER, SO A SECOND CARD
043400*                    FOR THE SAME EMPLOYEE IN ONE BATCH IS CAUGHT
043500*                    AS OUT OF SEQUENCE.
043600*=============================================================
043700 2200-EDIT-DETAIL.
043800     MOVE "N" TO WS-REJECT-SWITCH.
043900     MOVE SPACES TO WS-REJECT-REASON.
044000     IF NOT TCR-IS-ADD AND NOT TCR-IS-CHANGE
044100         MOVE "Y" TO WS-REJECT-SWITCH
044200         MOVE "INVALID CARD TYPE" TO WS-REJECT-REASON
044300         GO TO 2200-EXIT
044400     END-IF.
044500     IF TCR-EMPLOYEE-NUMBER-X NOT NUMERIC
044600         MOVE "Y" TO WS-REJECT-SWITCH
044700         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
044800         GO TO 2200-EXIT
044900     END-IF.
045000     IF TCR-EMPLOYEE-NUMBER = ZEROS
045100         MOVE "Y" TO WS-REJECT-SWITCH
045200         MOVE "EMPLOYEE NUMBER IS ZERO" TO WS-REJECT-REASON
045300         GO TO 2200-EXIT
045400     END-IF.
045500     IF TCR-EMPLOYEE-NUMBER NOT > WS-PREV-EMPLOYEE-NUMBER
045600         MOVE "Y" TO WS-REJECT-SWITCH
045700         MOVE "OUT OF SEQUENCE OR DUPLICATE" TO WS-REJECT-REASON
045800         GO TO 2200-EXIT
045900     END-IF.
046000     MOVE TCR-EMPLOYEE-NUMBER TO WS-PREV-EMPLOYEE-NUMBER.
046100     IF TCR-REGULAR-HOURS-X NOT NUMERIC
046200         OR TCR-OVERTIME-HOURS-X NOT NUMERIC
046300         OR TCR-SHIFT-HOURS-X NOT NUMERIC
046400         MOVE "Y" TO WS-REJECT-SWITCH
046500         MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
046600         GO TO 2200-EXIT
046700     END-IF.
046800     COMPUTE WS-WORKED-HOURS =
046900         TCR-REGULAR-HOURS + TCR-OVERTIME-HOURS.
047000     IF WS-WORKED-HOURS = ZEROS
047100         MOVE "Y" TO WS-REJECT-SWITCH
047200         MOVE "NO HOURS ON CARD" TO WS-REJECT-REASON
047300         GO TO 2200-EXIT
047400     END-IF.
047500     IF WS-WORKED-HOURS > WS-MAX-PERIOD-HOURS
047600         MOVE "Y" TO WS-REJECT-SWITCH
047700         MOVE "HOURS EXCEED PERIOD MAXIMUM" TO WS-REJECT-REASON
047800         GO TO 2200-EXIT
047900     END-IF.
048000     IF TCR-SHIFT-HOURS > WS-WORKED-HOURS
048100         MOVE "Y" TO WS-REJECT-SWITCH
048200         MOVE "SHIFT HOURS EXCEED WORKED" TO WS-REJECT-REASON
048300         GO TO 2200-EXIT
048400     END-IF.
048500     PERFORM 2300-CHECK-EMPLOYEE THRU 2300-EXIT.
048600 2200-EXIT.
048700     EXIT.
048800
048900*=============================================================
049000* 2300-CHECK-EMPLOYEE - THE EMPLOYEE MUST BE ON THE MASTER AND
049100*                       PAID HOURLY. AN "A" CARD MAY NOT REPLACE
049200*                       ONE ALREADY LOADED FOR THE PERIOD, AND A
049300*                       "C" CARD NEEDS ONE TO REPLACE.
049400*=============================================================
049500 2300-CHECK-EMPLOYEE.
049600     MOVE TCR-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
049700     READ EMPLOYEE-MASTER-FILE
049800         INVALID KEY
049900             MOVE "Y" TO WS-REJECT-SWITCH
050000             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
050100     END-READ.
050200     IF CARD-IS-REJECTED
050300         GO TO 2300-EXIT
050400     END-IF.
050500     IF NOT EMP-PAY-IS-HOURLY
050600         MOVE "Y" TO WS-REJECT-SWITCH
050700         MOVE "EMPLOYEE IS NOT HOURLY" TO WS-REJECT-REASON
050800         GO TO 2300-EXIT
050900     END-IF.
051000     IF EMP-STATUS-IS-TERMINATED
051100         MOVE "Y" TO WS-REJECT-SWITCH
051200         MOVE "EMPLOYEE IS TERMINATED" TO WS-REJECT-REASON
051300         GO TO 2300-EXIT
051400     END-IF.
051500     MOVE WS-PERIOD-NUMBER TO TCD-PERIOD-NUMBER.
051600     MOVE TCR-EMPLOYEE-NUMBER TO TCD-EMPLOYEE-NUMBER.
051700     MOVE "Y" TO WS-CARD-FOUND-SWITCH.
051800     READ TIME-CARD-FILE
051900         INVALID KEY
052000             MOVE "N" TO WS-CARD-FOUND-SWITCH
052100     END-READ.
052200     IF TCR-IS-ADD AND CARD-IS-ON-FILE
052300         MOVE "Y" TO WS-REJECT-SWITCH
052400         MOVE "CARD ALREADY ON FILE" TO WS-REJECT-REASON
052500         GO TO 2300-EXIT
052600     END-IF.
052700     IF TCR-IS-CHANGE AND NOT CARD-IS-ON-FILE
052800         MOVE "Y" TO WS-REJECT-SWITCH
052900         MOVE "NO CARD ON FILE TO REPLACE" TO WS-REJECT-REASON
053000     END-IF.
053100 2300-EXIT.
053200     EXIT.
053300
053400*=============================================================
053500* 2400-HOLD-CARD - BUILD THE TIME-CARD ROW FOR AN ACCEPTED CARD
053600*                  AND HOLD IT ON THE WORK FILE UNTIL THE BATCH
053700*                  IS PROVED.
053800*=============================================================
053900 2400-HOLD-CARD.
054000     MOVE SPACES TO TIME-CARD-RECORD.
054100     MOVE WS-PERIOD-NUMBER TO TCD-PERIOD-NUMBER.
054200     MOVE TCR-EMPLOYEE-NUMBER TO TCD-EMPLOYEE-NUMBER.
054300     MOVE TCR-REGULAR-HOURS TO TCD-REGULAR-HOURS.
054400     MOVE TCR-OVERTIME-HOURS TO TCD-OVERTIME-HOURS.
054500     MOVE TCR-SHIFT-HOURS TO TCD-SHIFT-HOURS.
054600     MOVE WS-BATCH-NUMBER TO TCD-BATCH-NUMBER.
054700     MOVE WS-LOAD-DATE TO TCD-LOAD-DATE.
054800     WRITE TIME-CARD-WORK-RECORD FROM TIME-CARD-RECORD.
054900 2400-EXIT.
055000     EXIT.
055100
055200*=============================================================
055300* 2500-WRITE-EXCEPTION - LOG A REJECTED CARD.
055400*=============================================================
055500 2500-WRITE-EXCEPTION.
055600     MOVE TCR-RECORD-TYPE TO WS-EXC-CARD-TYPE.
055700     MOVE TCR-EMPLOYEE-NUMBER-X TO WS-EXC-EMPLOYEE-NUMBER.
055800     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
055900     WRITE TIME-CARD-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
056000 2500-EXIT.
056100     EXIT.
056200
056300*=============================================================
056400* 2900-READ-RAW-RECORD - READ THE NEXT RAW FEED RECORD.
056500*=============================================================
056600 2900-READ-RAW-RECORD.
056700     READ RAW-TIME-CARD-FILE
056800         AT END
056900             MOVE "Y" TO WS-EOF-SWITCH
057000     END-READ.
057100 2900-EXIT.
057200     EXIT.
057300
057400*=============================================================
057500* 3000-VERIFY-TRAILER - MATCH THE TRAILER'S COUNT, HASH AND
057600*                       HOURS TOTALS AGAINST WHAT WAS READ.
057700*=============================================================
057800 3000-VERIFY-TRAILER.
057900     IF TCR-TRL-CARD-COUNT NOT = WS-CARD-COUNT
058000         DISPLAY "TCEDIT: CARD COUNT OUT OF BALANCE"
058100         DISPLAY "        TRAILER = " TCR-TRL-CARD-COUNT
058200                 " COUNTED = " WS-CARD-COUNT
058300         MOVE "Y" TO WS-BALANCE-SWITCH
058400     END-IF.
058500     IF TCR-TRL-EMP-HASH NOT = WS-EMP-HASH-TOTAL
058600         DISPLAY "TCEDIT: EMPLOYEE HASH TOTAL OUT OF BALANCE"
058700         DISPLAY "        TRAILER = " TCR-TRL-EMP-HASH
058800                 " COMPUTED = " WS-EMP-HASH-TOTAL
058900         MOVE "Y" TO WS-BALANCE-SWITCH
059000     END-IF.
059100     IF TCR-TRL-HOURS-TOTAL NOT = WS-HOURS-TOTAL
059200         DISPLAY "TCEDIT: HOURS TOTAL OUT OF BALANCE"
059300         DISPLAY "        TRAILER = " TCR-TRL-HOURS-TOTAL
059400                 " COMPUTED = " WS-HOURS-TOTAL
059500         MOVE "Y" TO WS-BALANCE-SWITCH
059600     END-IF.
059700 3000-EXIT.
059800     EXIT.
059900
060000*=============================================================
060100* 8000-TERMINATE - LOAD OR WITHHOLD THE BATCH AND CLOSE THE
060200*                  FILES. AN OUT-OF-BALANCE BATCH LOADS NOTHING
060300*                  TO TIMECARD, SO PAYREG SEES NONE OF IT.
060400*=============================================================
060500 8000-TERMINATE.
060600     IF NOT BATCH-TRAILER-SEEN
060700         DISPLAY "TCEDIT: BATCH TRAILER MISSING"
060800         MOVE "Y" TO WS-BALANCE-SWITCH
060900     END-IF.
061000     CLOSE TIME-CARD-WORK-FILE.
061100     IF BATCH-IS-OUT-OF-BALANCE
061200         DISPLAY "TCEDIT: BATCH " WS-BATCH-NUMBER
061300                 " REJECTED - NO TIME CARDS LOADED"
061400         MOVE 16 TO RETURN-CODE
061500     ELSE
061600         PERFORM 8100-LOAD-CARDS THRU 8100-EXIT
061700         DISPLAY "TCEDIT: BATCH " WS-BATCH-NUMBER
061800                 " BALANCED - READ: " WS-CARD-COUNT
061900         DISPLAY "TCEDIT - ACCEPTED: " WS-ACCEPT-COUNT
062000                 " REJECTED: " WS-REJECT-COUNT
062100                 " LOADED: " WS-LOAD-COUNT
062200     END-IF.
062300     CLOSE RAW-TIME-CARD-FILE.
062400     CLOSE TIME-CARD-FILE.
062500     CLOSE EMPLOYEE-MASTER-FILE.
062600     CLOSE PAY-PERIOD-CALENDAR-FILE.
062700     CLOSE TIME-CARD-EXCEPTION-FILE.
062800     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
062900 8000-EXIT.
063000     EXIT.
063100
063200*=============================================================
063300* 8100-LOAD-CARDS - COPY THE HELD CARDS TO THE TIME-CARD FILE.
063400*                   AN "A" CARD IS WRITTEN; A "C" CARD FINDS ITS
063500*                   KEY ALREADY ON FILE AND REPLACES THE ROW.
063600*=============================================================
063700 8100-LOAD-CARDS.
063800     OPEN INPUT TIME-CARD-WORK-FILE.
063900     IF WS-TCWORK-STATUS NOT = "00"
064000         DISPLAY "TCEDIT: TIME-CARD-WORK-FILE OPEN FAILED - "
064100         DISPLAY "        FILE STATUS = " WS-TCWORK-STATUS
064200         MOVE 16 TO RETURN-CODE
064300         GO TO 8100-EXIT
064400     END-IF.
064500     MOVE "N" TO WS-WORK-EOF-SWITCH.
064600     PERFORM 8150-READ-WORK-CARD THRU 8150-EXIT.
064700     PERFORM 8200-LOAD-ONE-CARD THRU 8200-EXIT
064800         UNTIL END-OF-WORK-FILE.
064900     CLOSE TIME-CARD-WORK-FILE.
065000 8100-EXIT.
065100     EXIT.
065200
065300*=============================================================
065400* 8150-READ-WORK-CARD - READ THE NEXT HELD CARD.
065500*=============================================================
065600 8150-READ-WORK-CARD.
065700     READ TIME-CARD-WORK-FILE INTO TIME-CARD-RECORD
065800         AT END
065900             MOVE "Y" TO WS-WORK-EOF-SWITCH
066000     END-READ.
066100 8150-EXIT.
066200     EXIT.
066300
066400*=============================================================
066500* 8200-LOAD-ONE-CARD - WRITE ONE HELD CARD, REPLACING THE ROW
066600*                      WHEN ITS KEY IS ALREADY ON FILE, THEN
066700*                      READ THE NEXT.
066800*=============================================================
066900 8200-LOAD-ONE-CARD.
067000     WRITE TIME-CARD-RECORD
067100         INVALID KEY
067200             REWRITE TIME-CARD-RECORD
067300                 INVALID KEY
067400                     DISPLAY "TCEDIT: TIME CARD LOAD FAILED - "
067500                             "EMPLOYEE " TCD-EMPLOYEE-NUMBER
067600                     MOVE 16 TO RETURN-CODE
067700             END-REWRITE
067800     END-WRITE.
067900     IF WS-TIMECARD-STATUS = "00"
068000         ADD 1 TO WS-LOAD-COUNT
068100     END-IF.
068200     PERFORM 8150-READ-WORK-CARD THRU 8150-EXIT.
068300 8200-EXIT.
068400     EXIT.
068500
068600*=============================================================
068700* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
068800*                    LOG AND CLOSE THE LOG.
068900*=============================================================
069000 8900-LOG-RUN-END.
069100     MOVE "E" TO RLG-RECORD-TYPE.
069200     MOVE "TCEDIT" TO RLG-PROGRAM-ID.
069300     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
069400     ACCEPT RLG-TIME FROM TIME.
069500     MOVE WS-CARD-COUNT TO RLG-RECORDS-READ.
069600     MOVE WS-LOAD-COUNT TO RLG-RECORDS-WRITTEN.
069700     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
069800     MOVE RETURN-CODE TO RLG-RETURN-CODE.
069900     MOVE WS-PERIOD-NUMBER TO RLG-PERIOD-NUMBER.
070000     WRITE RUN-LOG-RECORD.
070100     CLOSE RUN-LOG-FILE.
070200 8900-EXIT.
070300     EXIT.
