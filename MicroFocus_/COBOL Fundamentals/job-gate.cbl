000100*=============================================================
000200* PROGRAM      : JOBGATE
000300* DESCRIPTION  : JOB-STREAM DEPENDENCY GATE. RUNS AS THE FIRST
000400*                STEP OF EVERY JOB, NAMING ON GATEPARM THE PROGRAM
000500*                THE JOB IS ABOUT TO RUN. EVERY PREDECESSOR LISTED
000600*                FOR THAT PROGRAM ON THE JOBDEP CONTROL FILE MUST
000700*                HAVE WRITTEN AN END ROW TO RUNLOG ON THE LOG DATE
000800*                (TODAY, UNLESS GATEPARM NAMES ANOTHER), FOR THE
000900*                SAME PAY PERIOD WHERE THE ROW SAYS SO, WITH A
001000*                RETURN CODE AT OR BELOW ITS LIMIT. A PREDECESSOR
001100*                THAT IS MISSING, DIED (START ROW WITH NO END ROW
001200*                AFTER IT) OR FAILED BLOCKS THE STEP. AN OPERATOR
001300*                MAY RELEASE A BLOCKED STEP BY PUTTING A USER ID
001400*                AND A REASON ON GATEPARM - THE RELEASE IS WRITTEN
001500*                TO THE GATEOVR LOG. THE GATERPT REPORT SHOWS EACH
001600*                PREDECESSOR AS CLEARED OR BLOCKED, AND WHY.
001700*                RETURN CODES: 00 CLEARED, 04 RELEASED BY
001800*                OVERRIDE, 08 BLOCKED, 16 THE GATE COULD NOT RUN.
001900*=============================================================
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. JOBGATE.
002200 AUTHOR. T. OKAFOR.
002300 INSTALLATION. PAYROLL SYSTEMS GROUP.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED.
002600* MODIFICATION HISTORY
002700* DATE       INIT DESCRIPTION
002800* 2026-10-15 TO   INITIAL VERSION - OPSRPT ONLY REPORTS THE NIGHT
002900*                 AFTER THE FACT; THIS STOPS A STEP WHOSE INPUTS
003000*                 DID NOT FINISH CLEAN BEFORE IT RUNS.
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GATE-PARAMETER-FILE
003900         ASSIGN TO "GATEPARM"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-GATEPARM-STATUS.
004200
004300     SELECT JOB-DEPENDENCY-FILE
004400         ASSIGN TO "JOBDEP"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-JOBDEP-STATUS.
004700
004800     SELECT RUN-LOG-FILE
004900         ASSIGN TO "RUNLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RUNLOG-STATUS.
005200
005300     SELECT GATE-OVERRIDE-FILE
005400         ASSIGN TO "GATEOVR"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-GATEOVR-STATUS.
005700
005800     SELECT GATE-REPORT-FILE
005900         ASSIGN TO "GATERPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-GATERPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500* ONE PARAMETER RECORD - THE PROGRAM TO GATE, ITS PAY PERIOD WHEN
006600* ANY PREDECESSOR IS CHECKED BY PERIOD, AN OPTIONAL LOG DATE FOR A
006700* JOB THAT RUNS PAST MIDNIGHT, AND THE OPERATOR OVERRIDE.
006800 FD  GATE-PARAMETER-FILE.
006900 01  GATE-PARAMETER-RECORD.
007000     05  GPRM-PROGRAM-ID             PIC X(08).
007100     05  GPRM-PERIOD-NUMBER-X        PIC X(03).
007200     05  GPRM-PERIOD-NUMBER REDEFINES GPRM-PERIOD-NUMBER-X
007300                                     PIC 9(03).
007400     05  GPRM-LOG-DATE-X             PIC X(08).
007500     05  GPRM-LOG-DATE REDEFINES GPRM-LOG-DATE-X
007600                                     PIC 9(08).
007700     05  GPRM-OVERRIDE-ID            PIC X(08).
007800     05  GPRM-OVERRIDE-REASON        PIC X(40).
007900
008000* JOB DEPENDENCY CONTROL RECORD - ONE ROW PER PROGRAM +
008100* PREDECESSOR.
008200 FD  JOB-DEPENDENCY-FILE.
008300     COPY JDPREC.
008400
008500* RUN-CONTROL LOG RECORD - READ FOR THE PREDECESSORS' ROWS, THEN
008600* WRITTEN WITH THIS RUN'S OWN START AND END ROWS.
008700 FD  RUN-LOG-FILE.
008800     COPY RLGREC.
008900
009000* OVERRIDE LOG RECORD - ONE ROW PER OPERATOR RELEASE.
009100 FD  GATE-OVERRIDE-FILE.
009200     COPY GOVREC.
009300
009400 FD  GATE-REPORT-FILE.
009500 01  GATE-REPORT-LINE                PIC X(100).
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-FILE-STATUSES.
009900     05  WS-GATEPARM-STATUS          PIC X(02) VALUE ZEROS.
010000     05  WS-JOBDEP-STATUS            PIC X(02) VALUE ZEROS.
010100     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
010200     05  WS-GATEOVR-STATUS           PIC X(02) VALUE ZEROS.
010300     05  WS-GATERPT-STATUS           PIC X(02) VALUE ZEROS.
010400
010500 01  WS-SWITCHES.
010600     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
010700         88  END-OF-RUN-LOG                  VALUE "Y".
010800     05  WS-DEP-EOF-SWITCH           PIC X(01) VALUE "N".
010900         88  END-OF-DEPENDENCY-FILE          VALUE "Y".
011000     05  WS-LISTED-SWITCH            PIC X(01) VALUE "N".
011100         88  PROGRAM-IS-LISTED               VALUE "Y".
011200     05  WS-PERIOD-NEEDED-SWITCH     PIC X(01) VALUE "N".
011300         88  PERIOD-IS-NEEDED                VALUE "Y".
011400     05  WS-OVERRIDE-SWITCH          PIC X(01) VALUE "N".
011500         88  OVERRIDE-REQUESTED              VALUE "Y".
011600
011700* THE STEP BEING GATED - ITS PERIOD (ZERO WHEN NONE WAS GIVEN)
011800* AND THE LOG DATE ITS PREDECESSORS MUST HAVE RUN ON.
011900 01  WS-GATE-PERIOD                  PIC 9(03) VALUE ZEROS.
012000 01  WS-LOG-DATE                     PIC 9(08) VALUE ZEROS.
012100
012200 01  WS-COUNTERS.
012300     05  WS-LOG-READ-COUNT           PIC 9(05) VALUE ZEROS COMP.
012400     05  WS-CLEARED-COUNT            PIC 9(03) VALUE ZEROS COMP.
012500     05  WS-BLOCKED-COUNT            PIC 9(03) VALUE ZEROS COMP.
012600
012700* THE PREDECESSORS LISTED FOR THE GATED PROGRAM.
012800 01  WS-DEP-TABLE-CONTROLS.
012900     05  WS-DEP-COUNT                PIC 9(03) VALUE ZEROS COMP.
013000     05  WS-DEP-IX                   PIC 9(03) VALUE ZEROS COMP.
013100     05  WS-MAX-DEP-ROWS             PIC 9(03) VALUE 020 COMP.
013200
013300 01  WS-DEP-TABLE.
013400     05  WS-DEP-ENTRY OCCURS 20 TIMES.
013500         10  WS-DEP-PREDECESSOR      PIC X(08).
013600         10  WS-DEP-MAX-RC           PIC 9(02).
013700         10  WS-DEP-PERIOD-FLAG      PIC X(01).
013800
013900* EVERY LOG ROW FOR THE LOG DATE, IN THE ORDER THE PROGRAMS RAN,
014000* AS OPSRPT TABLES THEM.
014100 01  WS-LOG-TABLE-CONTROLS.
014200     05  WS-LOG-COUNT                PIC 9(03) VALUE ZEROS COMP.
014300     05  WS-LOG-IX                   PIC 9(03) VALUE ZEROS COMP.
014400     05  WS-MAX-LOG-ROWS             PIC 9(03) VALUE 200 COMP.
014500
014600 01  WS-LOG-TABLE.
014700     05  WS-LOG-ENTRY OCCURS 200 TIMES.
014800         10  WS-LOG-TBL-TYPE         PIC X(01).
014900         10  WS-LOG-TBL-PROGRAM      PIC X(08).
015000         10  WS-LOG-TBL-TIME         PIC 9(06).
015100         10  WS-LOG-TBL-RC           PIC 9(02).
015200         10  WS-LOG-TBL-PERIOD       PIC 9(03).
015300
015400* WHERE THE PREDECESSOR UNDER CHECK LAST STARTED, LAST ENDED, AND
015500* LAST ENDED FOR THE RIGHT PERIOD - ZERO WHEN NOT SEEN.
015600 01  WS-SCAN-POSITIONS.
015700     05  WS-LAST-START-IX            PIC 9(03) VALUE ZEROS COMP.
015800     05  WS-LAST-END-IX              PIC 9(03) VALUE ZEROS COMP.
015900     05  WS-MATCH-END-IX             PIC 9(03) VALUE ZEROS COMP.
016000
016100* TIME OF DAY, BROKEN OUT FOR EDITING ON THE DETAIL LINE.
016200 01  WS-TIME-WORK.
016300     05  WS-TIW-HH                   PIC 9(02).
016400     05  WS-TIW-MM                   PIC 9(02).
016500     05  WS-TIW-SS                   PIC 9(02).
016600 01  WS-TIME-EDITED                   PIC X(08) VALUE SPACES.
016700
016800* RUN DATE, BROKEN OUT FOR EDITING ON THE PAGE HEADING.
016900 01  WS-RUN-DATE.
017000     05  WS-RUN-DATE-CCYY            PIC 9(04).
017100     05  WS-RUN-DATE-MM              PIC 9(02).
017200     05  WS-RUN-DATE-DD              PIC 9(02).
017300 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
017400 01  WS-LOG-DATE-BREAKOUT.
017500     05  WS-LOG-DATE-CCYY            PIC 9(04).
017600     05  WS-LOG-DATE-MM              PIC 9(02).
017700     05  WS-LOG-DATE-DD              PIC 9(02).
017800 01  WS-LOG-DATE-EDITED               PIC X(10) VALUE SPACES.
017900
018000* PRINT LINE LAYOUTS FOR THE GATE REPORT.
018100 01  WS-HEADING-LINE-1.
018200     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
018300     05  WS-HDG-RUN-DATE             PIC X(10).
018400     05  FILLER                      PIC X(05) VALUE SPACES.
018500     05  FILLER                      PIC X(25) VALUE
018600             "JOB-STREAM GATE REPORT".
018700     05  FILLER                      PIC X(11) VALUE
018800             "LOG DATE: ".
018900     05  WS-HDG-LOG-DATE             PIC X(10).
019000
019100 01  WS-HEADING-LINE-2.
019200     05  FILLER                      PIC X(06) VALUE "STEP: ".
019300     05  WS-HDG-PROGRAM              PIC X(08).
019400     05  FILLER                      PIC X(11) VALUE SPACES.
019500     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
019600     05  WS-HDG-PERIOD               PIC X(03).
019700
019800 01  WS-HEADING-LINE-3.
019900     05  FILLER                      PIC X(13) VALUE
020000             "PREDECESSOR".
020100     05  FILLER                      PIC X(08) VALUE "MAX RC".
020200     05  FILLER                      PIC X(08) VALUE "PERIOD".
020300     05  FILLER                      PIC X(09) VALUE "STATUS".
020400     05  FILLER                      PIC X(10) VALUE "ENDED".
020500     05  FILLER                      PIC X(04) VALUE "RC".
020600     05  FILLER                      PIC X(06) VALUE "REASON".
020700
020800 01  WS-DETAIL-LINE.
020900     05  WS-DTL-PREDECESSOR          PIC X(08).
021000     05  FILLER                      PIC X(07) VALUE SPACES.
021100     05  WS-DTL-MAX-RC               PIC Z9.
021200     05  FILLER                      PIC X(04) VALUE SPACES.
021300     05  WS-DTL-PERIOD               PIC X(03).
021400     05  FILLER                      PIC X(05) VALUE SPACES.
021500     05  WS-DTL-STATUS               PIC X(07).
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  WS-DTL-END-TIME             PIC X(08).
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  WS-DTL-RC                   PIC X(02).
022000     05  FILLER                      PIC X(02) VALUE SPACES.
022100     05  WS-DTL-REASON               PIC X(40).
022200
022300 01  WS-NO-PREDECESSOR-LINE.
022400     05  FILLER                      PIC X(50) VALUE
022500             "NO PREDECESSORS - THE STEP BEGINS ITS JOB STREAM".
022600
022700 01  WS-DECISION-LINE.
022800     05  FILLER                      PIC X(09) VALUE "*** STEP ".
022900     05  WS-DEC-PROGRAM              PIC X(08).
023000     05  FILLER                      PIC X(01) VALUE SPACES.
023100     05  WS-DEC-TEXT                 PIC X(40).
023200     05  FILLER                      PIC X(04) VALUE " ***".
023300
023400 01  WS-OVERRIDE-LINE.
023500     05  FILLER                      PIC X(12) VALUE
023600             "OVERRIDE BY ".
023700     05  WS-OVR-OPERATOR-ID          PIC X(08).
023800     05  FILLER                      PIC X(10) VALUE "  REASON: ".
023900     05  WS-OVR-REASON               PIC X(40).
024000
024100 01  WS-COUNT-LINE.
024200     05  WS-CNT-LABEL                PIC X(34).
024300     05  WS-CNT-VALUE                PIC ZZ9.
024400
024500 PROCEDURE DIVISION.
024600
024700*=============================================================
024800* 0000-MAINLINE - LOAD THE STEP'S PREDECESSORS AND THE LOG DATE'S
024900*                 RUN SEQUENCE, CHECK EACH PREDECESSOR, THEN CLEAR
025000*                 OR BLOCK THE STEP.
025100*=============================================================
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025400     PERFORM 3000-CHECK-PREDECESSORS THRU 3000-EXIT.
025500     PERFORM 4000-DECIDE THRU 4000-EXIT.
025600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025700     STOP RUN.
025800
025900*=============================================================
026000* 1000-INITIALIZE - OPEN THE FILES, TAKE THE PARAMETER, LOAD THE
026100*                   STEP'S PREDECESSORS AND TABLE THE LOG DATE'S
026200*                   ROWS. THE RUN LOG IS READ BEFORE THIS RUN'S
026300*                   OWN START ROW IS WRITTEN, SO A PARAMETER OR
026400*                   CONTROL-FILE ERROR FOUND FIRST ENDS THE STEP
026500*                   THE SAME WAY AN OPEN FAILURE DOES.
026600*=============================================================
026700 1000-INITIALIZE.
026800     OPEN INPUT GATE-PARAMETER-FILE.
026900     IF WS-GATEPARM-STATUS NOT = "00"
027000         DISPLAY "JOBGATE: GATE-PARAMETER-FILE OPEN FAILED - "
027100         DISPLAY "         FILE STATUS = " WS-GATEPARM-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     OPEN INPUT JOB-DEPENDENCY-FILE.
027600     IF WS-JOBDEP-STATUS NOT = "00"
027700         DISPLAY "JOBGATE: JOB-DEPENDENCY-FILE OPEN FAILED - "
027800         DISPLAY "         FILE STATUS = " WS-JOBDEP-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     OPEN OUTPUT GATE-REPORT-FILE.
028300     IF WS-GATERPT-STATUS NOT = "00"
028400         DISPLAY "JOBGATE: GATE-REPORT-FILE OPEN FAILED - "
028500         DISPLAY "         FILE STATUS = " WS-GATERPT-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029000     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
029100            WS-RUN-DATE-CCYY DELIMITED BY SIZE
029200         INTO WS-RUN-DATE-EDITED.
029300     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
029400     PERFORM 1200-LOAD-DEPENDENCIES THRU 1200-EXIT.
029500     PERFORM 1300-TABLE-RUN-LOG THRU 1300-EXIT.
029600     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
029700     MOVE WS-LOG-DATE TO WS-LOG-DATE-BREAKOUT.
029800     STRING WS-LOG-DATE-MM   "/" WS-LOG-DATE-DD "/"
029900            WS-LOG-DATE-CCYY DELIMITED BY SIZE
030000         INTO WS-LOG-DATE-EDITED.
030100     PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT.
030200 1000-EXIT.
030300     EXIT.
030400
030500*=============================================================
030600* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
030700*                      RUN LOG, CREATING THE FILE ON ITS FIRST
030800*                      USE.
030900*=============================================================
031000 1050-LOG-RUN-START.
031100     OPEN EXTEND RUN-LOG-FILE.
031200     IF WS-RUNLOG-STATUS = "35"
031300         OPEN OUTPUT RUN-LOG-FILE
031400         CLOSE RUN-LOG-FILE
031500         OPEN EXTEND RUN-LOG-FILE
031600     END-IF.
031700     IF WS-RUNLOG-STATUS NOT = "00" AND
031800             WS-RUNLOG-STATUS NOT = "05"
031900         DISPLAY "JOBGATE: RUN-LOG-FILE OPEN FAILED - "
032000         DISPLAY "         FILE STATUS = " WS-RUNLOG-STATUS
032100         MOVE 16 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400     MOVE "S" TO RLG-RECORD-TYPE.
032500     MOVE "JOBGATE" TO RLG-PROGRAM-ID.
032600     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
032700     ACCEPT RLG-TIME FROM TIME.
032800     MOVE ZEROS TO RLG-RECORDS-READ.
032900     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
033000     MOVE ZEROS TO RLG-REJECT-COUNT.
033100     MOVE ZEROS TO RLG-RETURN-CODE.
033200     MOVE ZEROS TO RLG-PERIOD-NUMBER.
033300     WRITE RUN-LOG-RECORD.
033400 1050-EXIT.
033500     EXIT.
033600
033700*=============================================================
033800* 1100-READ-PARAMETER - TAKE THE STEP TO GATE, ITS PERIOD, THE LOG
033900*                       DATE AND ANY OVERRIDE FROM GATEPARM. A
034000*                       BLANK LOG DATE MEANS TODAY. AN OVERRIDE
034100*                       MUST CARRY A REASON.
034200*=============================================================
034300 1100-READ-PARAMETER.
034400     READ GATE-PARAMETER-FILE
034500         AT END
034600             DISPLAY "JOBGATE: NO PARAMETER RECORD ON GATEPARM"
034700             MOVE 16 TO RETURN-CODE
034800             STOP RUN
034900     END-READ.
035000     CLOSE GATE-PARAMETER-FILE.
035100     IF GPRM-PROGRAM-ID = SPACES
035200         DISPLAY "JOBGATE: NO PROGRAM-ID ON GATEPARM"
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     MOVE ZEROS TO WS-GATE-PERIOD.
035700     IF GPRM-PERIOD-NUMBER-X NOT = SPACES
035800         IF GPRM-PERIOD-NUMBER-X NOT NUMERIC
035900             DISPLAY "JOBGATE: NON-NUMERIC PERIOD ON GATEPARM - "
036000                     GPRM-PERIOD-NUMBER-X
036100             MOVE 16 TO RETURN-CODE
036200             STOP RUN
036300         END-IF
036400         MOVE GPRM-PERIOD-NUMBER TO WS-GATE-PERIOD
036500     END-IF.
036600     MOVE WS-RUN-DATE TO WS-LOG-DATE.
036700     IF GPRM-LOG-DATE-X NOT = SPACES
036800         IF GPRM-LOG-DATE-X NOT NUMERIC
036900             DISPLAY "JOBGATE: NON-NUMERIC LOG DATE"
037000                     " ON GATEPARM - "
037100                     GPRM-LOG-DATE-X
037200             MOVE 16 TO RETURN-CODE
037300             STOP RUN
037400         END-IF
037500         MOVE GPRM-LOG-DATE TO WS-LOG-DATE
037600     END-IF.
037700     IF GPRM-OVERRIDE-ID NOT = SPACES
037800         IF GPRM-OVERRIDE-REASON = SPACES
037900             DISPLAY "JOBGATE: OVERRIDE BY " GPRM-OVERRIDE-ID
038000                     " HAS NO REASON ON GATEPARM"
038100             MOVE 16 TO RETURN-CODE
038200             STOP RUN
038300         END-IF
038400         MOVE "Y" TO WS-OVERRIDE-SWITCH
038500     END-IF.
038600 1100-EXIT.
038700     EXIT.
038800
038900*=============================================================
039000* 1200-LOAD-DEPENDENCIES - TABLE THE GATED PROGRAM'S ROWS FROM
039100*                          JOBDEP. A PROGRAM WITH NO ROWS IS NOT
039200*                          CLEARED - A MISKEYED PROGRAM-ID MUST
039300*                          NOT PASS FOR ONE WITH NO PREDECESSORS.
039400*=============================================================
039500 1200-LOAD-DEPENDENCIES.
039600     MOVE "N" TO WS-DEP-EOF-SWITCH.
039700     PERFORM 1250-LOAD-ONE-DEPENDENCY THRU 1250-EXIT
039800         UNTIL END-OF-DEPENDENCY-FILE.
039900     CLOSE JOB-DEPENDENCY-FILE.
040000     IF NOT PROGRAM-IS-LISTED
040100         DISPLAY "JOBGATE: " GPRM-PROGRAM-ID
040200                 " IS NOT ON THE JOB DEPENDENCY FILE"
040300         MOVE 16 TO RETURN-CODE
040400         STOP RUN
040500     END-IF.
040600     IF PERIOD-IS-NEEDED AND WS-GATE-PERIOD = ZEROS
040700         DISPLAY "JOBGATE: " GPRM-PROGRAM-ID
040800                 " IS CHECKED BY PERIOD - NO PERIOD ON GATEPARM"
040900         MOVE 16 TO RETURN-CODE
041000         STOP RUN
041100     END-IF.
041200 1200-EXIT.
041300     EXIT.
041400
041500*=============================================================
041600* 1250-LOAD-ONE-DEPENDENCY - READ ONE JOBDEP ROW AND TABLE IT IF
041700*                            IT BELONGS TO THE GATED PROGRAM. A
041800*                            BLANK PREDECESSOR ONLY MARKS THE
041900*                            PROGRAM AS LISTED.
042000*=============================================================
042100 1250-LOAD-ONE-DEPENDENCY.
042200     READ JOB-DEPENDENCY-FILE
042300         AT END
042400             MOVE "Y" TO WS-DEP-EOF-SWITCH
042500             GO TO 1250-EXIT
042600     END-READ.
042700     IF JDP-PROGRAM-ID NOT = GPRM-PROGRAM-ID
042800         GO TO 1250-EXIT
042900     END-IF.
043000     MOVE "Y" TO WS-LISTED-SWITCH.
043100     IF JDP-NO-PREDECESSOR
043200         GO TO 1250-EXIT
043300     END-IF.
043400     IF JDP-MAX-RETURN-CODE-X NOT NUMERIC
043500         DISPLAY "JOBGATE: NON-NUMERIC RC LIMIT ON JOBDEP FOR "
043600                 JDP-PROGRAM-ID " / " JDP-PREDECESSOR-ID
043700         MOVE 16 TO RETURN-CODE
043800         STOP RUN
043900     END-IF.
044000     IF WS-DEP-COUNT >= WS-MAX-DEP-ROWS
044100         DISPLAY "JOBGATE: MORE THAN 20 PREDECESSORS FOR "
044200                 JDP-PROGRAM-ID
044300         MOVE 16 TO RETURN-CODE
044400         STOP RUN
044500     END-IF.
044600     ADD 1 TO WS-DEP-COUNT.
044700     MOVE JDP-PREDECESSOR-ID TO WS-DEP-PREDECESSOR (WS-DEP-COUNT).
044800     MOVE JDP-MAX-RETURN-CODE TO WS-DEP-MAX-RC (WS-DEP-COUNT).
044900     MOVE JDP-PERIOD-FLAG TO WS-DEP-PERIOD-FLAG (WS-DEP-COUNT).
045000     IF JDP-PERIOD-APPLIES
045100         MOVE "Y" TO WS-PERIOD-NEEDED-SWITCH
045200     END-IF.
045300 1250-EXIT.
045400     EXIT.
045500
045600*=============================================================
045700* 1300-TABLE-RUN-LOG - TABLE EVERY RUN-LOG ROW CARRYING THE LOG
045800*                      DATE, IN LOG ORDER. WITH NO LOG YET, NO
045900*                      PREDECESSOR HAS RUN.
046000*=============================================================
046100 1300-TABLE-RUN-LOG.
046200     OPEN INPUT RUN-LOG-FILE.
046300     IF WS-RUNLOG-STATUS = "35"
046400         GO TO 1300-EXIT
046500     END-IF.
046600     IF WS-RUNLOG-STATUS NOT = "00"
046700         DISPLAY "JOBGATE: RUN-LOG-FILE OPEN FAILED - "
046800         DISPLAY "         FILE STATUS = " WS-RUNLOG-STATUS
046900         MOVE 16 TO RETURN-CODE
047000         STOP RUN
047100     END-IF.
047200     MOVE "N" TO WS-EOF-SWITCH.
047300     PERFORM 1350-TABLE-ONE-ROW THRU 1350-EXIT
047400         UNTIL END-OF-RUN-LOG.
047500     CLOSE RUN-LOG-FILE.
047600 1300-EXIT.
047700     EXIT.
047800
047900*=============================================================
048000* 1350-TABLE-ONE-ROW - READ ONE LOG ROW AND TABLE IT IF IT CARRIES
048100*                      THE LOG DATE.
048200*=============================================================
048300 1350-TABLE-ONE-ROW.
048400     PERFORM 2900-READ-RUN-LOG THRU 2900-EXIT.
048500     IF END-OF-RUN-LOG
048600         GO TO 1350-EXIT
048700     END-IF.
048800     ADD 1 TO WS-LOG-READ-COUNT.
048900     IF RLG-DATE NOT = WS-LOG-DATE
049000         GO TO 1350-EXIT
049100     END-IF.
049200     IF WS-LOG-COUNT >= WS-MAX-LOG-ROWS
049300         DISPLAY "JOBGATE: MORE THAN 200 LOG ROWS FOR "
049400                 WS-LOG-DATE
049500         MOVE 16 TO RETURN-CODE
049600         STOP RUN
049700     END-IF.
049800     ADD 1 TO WS-LOG-COUNT.
049900     MOVE RLG-RECORD-TYPE TO WS-LOG-TBL-TYPE (WS-LOG-COUNT).
050000     MOVE RLG-PROGRAM-ID TO WS-LOG-TBL-PROGRAM (WS-LOG-COUNT).
050100     MOVE RLG-TIME TO WS-LOG-TBL-TIME (WS-LOG-COUNT).
050200     MOVE RLG-RETURN-CODE TO WS-LOG-TBL-RC (WS-LOG-COUNT).
050300     MOVE RLG-PERIOD-NUMBER TO WS-LOG-TBL-PERIOD (WS-LOG-COUNT).
050400 1350-EXIT.
050500     EXIT.
050600
050700*=============================================================
050800* 2500-WRITE-PAGE-HEADERS - HEADINGS FOR THE GATE REPORT.
050900*=============================================================
051000 2500-WRITE-PAGE-HEADERS.
051100     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
051200     MOVE WS-LOG-DATE-EDITED TO WS-HDG-LOG-DATE.
051300     MOVE GPRM-PROGRAM-ID TO WS-HDG-PROGRAM.
051400     MOVE GPRM-PERIOD-NUMBER-X TO WS-HDG-PERIOD.
051500     WRITE GATE-REPORT-LINE FROM WS-HEADING-LINE-1
051600         AFTER ADVANCING PAGE.
051700     WRITE GATE-REPORT-LINE FROM WS-HEADING-LINE-2
051800         AFTER ADVANCING 2 LINES.
051900     WRITE GATE-REPORT-LINE FROM WS-HEADING-LINE-3
052000         AFTER ADVANCING 2 LINES.
052100 2500-EXIT.
052200     EXIT.
052300
052400*=============================================================
052500* 2900-READ-RUN-LOG - READ THE NEXT RUN-LOG ROW.
052600*=============================================================
052700 2900-READ-RUN-LOG.
052800     READ RUN-LOG-FILE
052900         AT END
053000             MOVE "Y" TO WS-EOF-SWITCH
053100     END-READ.
053200 2900-EXIT.
053300     EXIT.
053400
053500*=============================================================
053600* 3000-CHECK-PREDECESSORS - CHECK AND PRINT EVERY PREDECESSOR OF
053700*                           THE GATED STEP.
053800*=============================================================
053900 3000-CHECK-PREDECESSORS.
054000     IF WS-DEP-COUNT = ZEROS
054100         WRITE GATE-REPORT-LINE FROM WS-NO-PREDECESSOR-LINE
054200             AFTER ADVANCING 1 LINE
054300         GO TO 3000-EXIT
054400     END-IF.
054500     PERFORM 3100-CHECK-ONE-PREDECESSOR THRU 3100-EXIT
054600         VARYING WS-DEP-IX FROM 1 BY 1
054700         UNTIL WS-DEP-IX > WS-DEP-COUNT.
054800 3000-EXIT.
054900     EXIT.
055000
055100*=============================================================
055200* 3100-CHECK-ONE-PREDECESSOR - FIND THE PREDECESSOR'S LAST START,
055300*                              LAST END AND LAST END FOR THE
055400*                              PERIOD ON THE LOG DATE, THEN CLEAR
055500*                              OR BLOCK IT. A START AFTER THE
055600*                              LAST END MEANS THE LATEST RUN DIED
055700*                              (OR IS STILL RUNNING), WHATEVER
055800*                              RAN BEFORE IT.
055900*=============================================================
056000 3100-CHECK-ONE-PREDECESSOR.
056100     MOVE ZEROS TO WS-LAST-START-IX.
056200     MOVE ZEROS TO WS-LAST-END-IX.
056300     MOVE ZEROS TO WS-MATCH-END-IX.
056400     PERFORM 3200-SCAN-ONE-ROW THRU 3200-EXIT
056500         VARYING WS-LOG-IX FROM 1 BY 1
056600         UNTIL WS-LOG-IX > WS-LOG-COUNT.
056700     MOVE WS-DEP-PREDECESSOR (WS-DEP-IX) TO WS-DTL-PREDECESSOR.
056800     MOVE WS-DEP-MAX-RC (WS-DEP-IX) TO WS-DTL-MAX-RC.
056900     IF WS-DEP-PERIOD-FLAG (WS-DEP-IX) = "Y"
057000         MOVE "YES" TO WS-DTL-PERIOD
057100     ELSE
057200         MOVE "NO" TO WS-DTL-PERIOD
057300     END-IF.
057400     MOVE SPACES TO WS-DTL-END-TIME.
057500     MOVE SPACES TO WS-DTL-RC.
057600     IF WS-MATCH-END-IX NOT = ZEROS
057700         MOVE WS-LOG-TBL-TIME (WS-MATCH-END-IX) TO WS-TIME-WORK
057800         MOVE SPACES TO WS-TIME-EDITED
057900         STRING WS-TIW-HH ":" WS-TIW-MM ":" WS-TIW-SS
058000             DELIMITED BY SIZE INTO WS-TIME-EDITED
058100         MOVE WS-TIME-EDITED TO WS-DTL-END-TIME
058200         MOVE WS-LOG-TBL-RC (WS-MATCH-END-IX) TO WS-DTL-RC
058300     END-IF.
058400     MOVE "BLOCKED" TO WS-DTL-STATUS.
058500     EVALUATE TRUE
058600         WHEN WS-LAST-START-IX = ZEROS
058700             AND WS-LAST-END-IX = ZEROS
058800             MOVE "NOT RUN ON THE LOG DATE" TO WS-DTL-REASON
058900         WHEN WS-LAST-START-IX > WS-LAST-END-IX
059000             MOVE "STARTED BUT NEVER WROTE ITS END ROW"
059100                 TO WS-DTL-REASON
059200         WHEN WS-MATCH-END-IX = ZEROS
059300             MOVE "NOT RUN FOR THIS PERIOD" TO WS-DTL-REASON
059400         WHEN WS-LOG-TBL-RC (WS-MATCH-END-IX)
059500                 > WS-DEP-MAX-RC (WS-DEP-IX)
059600             MOVE "ENDED ABOVE ITS RETURN CODE LIMIT"
059700                 TO WS-DTL-REASON
059800         WHEN OTHER
059900             MOVE "CLEARED" TO WS-DTL-STATUS
060000             MOVE "ENDED WITHIN ITS RETURN CODE LIMIT"
060100                 TO WS-DTL-REASON
060200     END-EVALUATE.
060300     IF WS-DTL-STATUS = "CLEARED"
060400         ADD 1 TO WS-CLEARED-COUNT
060500     ELSE
060600         ADD 1 TO WS-BLOCKED-COUNT
060700         DISPLAY "JOBGATE: " WS-DTL-PREDECESSOR " BLOCKS "
060800                 GPRM-PROGRAM-ID " - " WS-DTL-REASON
060900     END-IF.
061000     WRITE GATE-REPORT-LINE FROM WS-DETAIL-LINE
061100         AFTER ADVANCING 1 LINE.
061200 3100-EXIT.
061300     EXIT.
061400
061500*=============================================================
061600* 3200-SCAN-ONE-ROW - NOTE A START OR END ROW FOR THE PREDECESSOR
061700*                     UNDER CHECK. AN END ROW COUNTS FOR THE
061800*                     PERIOD ONLY WHEN IT CARRIES THE GATED STEP'S
061900*                     PERIOD, OR WHEN THE PERIOD DOES NOT APPLY.
062000*=============================================================
062100 3200-SCAN-ONE-ROW.
062200     IF WS-LOG-TBL-PROGRAM (WS-LOG-IX)
062300             NOT = WS-DEP-PREDECESSOR (WS-DEP-IX)
062400         GO TO 3200-EXIT
062500     END-IF.
062600     IF WS-LOG-TBL-TYPE (WS-LOG-IX) = "S"
062700         MOVE WS-LOG-IX TO WS-LAST-START-IX
062800         GO TO 3200-EXIT
062900     END-IF.
063000     IF WS-LOG-TBL-TYPE (WS-LOG-IX) NOT = "E"
063100         GO TO 3200-EXIT
063200     END-IF.
063300     MOVE WS-LOG-IX TO WS-LAST-END-IX.
063400     IF WS-DEP-PERIOD-FLAG (WS-DEP-IX) = "Y"
063500         AND WS-LOG-TBL-PERIOD (WS-LOG-IX) NOT = WS-GATE-PERIOD
063600         GO TO 3200-EXIT
063700     END-IF.
063800     MOVE WS-LOG-IX TO WS-MATCH-END-IX.
063900 3200-EXIT.
064000     EXIT.
064100
064200*=============================================================
064300* 4000-DECIDE - CLEAR THE STEP WHEN EVERY PREDECESSOR CLEARED.
064400*               OTHERWISE BLOCK IT, UNLESS AN OPERATOR OVERRIDE
064500*               RELEASES IT - THE RELEASE IS LOGGED FIRST, AND
064600*               NOT HONOURED IF IT CANNOT BE.
064700*=============================================================
064800 4000-DECIDE.
064900     MOVE GPRM-PROGRAM-ID TO WS-DEC-PROGRAM.
065000     IF WS-BLOCKED-COUNT = ZEROS
065100         MOVE "CLEARED TO RUN" TO WS-DEC-TEXT
065200         WRITE GATE-REPORT-LINE FROM WS-DECISION-LINE
065300             AFTER ADVANCING 2 LINES
065400         IF OVERRIDE-REQUESTED
065500             MOVE "OVERRIDE NOT NEEDED - NOT LOGGED"
065600                 TO WS-DEC-TEXT
065700             WRITE GATE-REPORT-LINE FROM WS-DECISION-LINE
065800                 AFTER ADVANCING 1 LINE
065900         END-IF
066000         DISPLAY "JOBGATE: " GPRM-PROGRAM-ID " CLEARED TO RUN"
066100         MOVE ZEROS TO RETURN-CODE
066200         GO TO 4000-EXIT
066300     END-IF.
066400     IF NOT OVERRIDE-REQUESTED
066500         MOVE "BLOCKED - PREDECESSORS NOT CLEARED" TO WS-DEC-TEXT
066600         WRITE GATE-REPORT-LINE FROM WS-DECISION-LINE
066700             AFTER ADVANCING 2 LINES
066800         DISPLAY "JOBGATE: " GPRM-PROGRAM-ID " BLOCKED - "
066900                 WS-BLOCKED-COUNT " PREDECESSOR(S) NOT CLEARED"
067000         MOVE 08 TO RETURN-CODE
067100         GO TO 4000-EXIT
067200     END-IF.
067300     PERFORM 4100-LOG-OVERRIDE THRU 4100-EXIT.
067400     MOVE "RELEASED BY OPERATOR OVERRIDE" TO WS-DEC-TEXT.
067500     WRITE GATE-REPORT-LINE FROM WS-DECISION-LINE
067600         AFTER ADVANCING 2 LINES.
067700     MOVE GPRM-OVERRIDE-ID TO WS-OVR-OPERATOR-ID.
067800     MOVE GPRM-OVERRIDE-REASON TO WS-OVR-REASON.
067900     WRITE GATE-REPORT-LINE FROM WS-OVERRIDE-LINE
068000         AFTER ADVANCING 1 LINE.
068100     DISPLAY "JOBGATE: " GPRM-PROGRAM-ID
068200             " RELEASED BY OVERRIDE - " GPRM-OVERRIDE-ID.
068300     MOVE 04 TO RETURN-CODE.
068400 4000-EXIT.
068500     EXIT.
068600
068700*=============================================================
068800* 4100-LOG-OVERRIDE - APPEND THE RELEASE TO THE OVERRIDE LOG,
068900*                     CREATING THE FILE ON ITS FIRST USE.
069000*=============================================================
069100 4100-LOG-OVERRIDE.
069200     OPEN EXTEND GATE-OVERRIDE-FILE.
069300     IF WS-GATEOVR-STATUS = "35"
069400         OPEN OUTPUT GATE-OVERRIDE-FILE
069500         CLOSE GATE-OVERRIDE-FILE
069600         OPEN EXTEND GATE-OVERRIDE-FILE
069700     END-IF.
069800     IF WS-GATEOVR-STATUS NOT = "00" AND
069900             WS-GATEOVR-STATUS NOT = "05"
070000         DISPLAY "JOBGATE: GATE-OVERRIDE-FILE OPEN FAILED - "
070100         DISPLAY "         FILE STATUS = " WS-GATEOVR-STATUS
070200         DISPLAY "JOBGATE: OVERRIDE NOT LOGGED - "
070300                 "STEP STAYS BLOCKED"
070400         MOVE 16 TO RETURN-CODE
070500         CLOSE GATE-REPORT-FILE
070600         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
070700         STOP RUN
070800     END-IF.
070900     ACCEPT GOV-DATE FROM DATE YYYYMMDD.
071000     ACCEPT GOV-TIME FROM TIME.
071100     MOVE GPRM-PROGRAM-ID TO GOV-PROGRAM-ID.
071200     MOVE WS-GATE-PERIOD TO GOV-PERIOD-NUMBER.
071300     MOVE WS-LOG-DATE TO GOV-RUN-DATE.
071400     MOVE GPRM-OVERRIDE-ID TO GOV-OPERATOR-ID.
071500     MOVE WS-BLOCKED-COUNT TO GOV-BLOCKED-COUNT.
071600     MOVE GPRM-OVERRIDE-REASON TO GOV-REASON.
071700     WRITE GATE-OVERRIDE-RECORD.
071800     CLOSE GATE-OVERRIDE-FILE.
071900 4100-EXIT.
072000     EXIT.
072100
072200*=============================================================
072300* 8000-TERMINATE - PRINT THE COUNTS AND CLOSE THE FILES.
072400*=============================================================
072500 8000-TERMINATE.
072600     MOVE "PREDECESSORS CHECKED:             " TO WS-CNT-LABEL.
072700     MOVE WS-DEP-COUNT TO WS-CNT-VALUE.
072800     WRITE GATE-REPORT-LINE FROM WS-COUNT-LINE
072900         AFTER ADVANCING 2 LINES.
073000     MOVE "CLEARED:                          " TO WS-CNT-LABEL.
073100     MOVE WS-CLEARED-COUNT TO WS-CNT-VALUE.
073200     WRITE GATE-REPORT-LINE FROM WS-COUNT-LINE
073300         AFTER ADVANCING 1 LINE.
073400     MOVE "BLOCKED:                          " TO WS-CNT-LABEL.
073500     MOVE WS-BLOCKED-COUNT TO WS-CNT-VALUE.
073600     WRITE GATE-REPORT-LINE FROM WS-COUNT-LINE
073700         AFTER ADVANCING 1 LINE.
073800     CLOSE GATE-REPORT-FILE.
073900     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
074000 8000-EXIT.
074100     EXIT.
074200
074300*=============================================================
074400* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
074500*                    LOG AND CLOSE THE LOG. THE GATED STEP'S
074600*                    PERIOD IS CARRIED ON THE ROW.
074700*=============================================================
074800 8900-LOG-RUN-END.
074900     MOVE "E" TO RLG-RECORD-TYPE.
075000     MOVE "JOBGATE" TO RLG-PROGRAM-ID.
075100     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
075200     ACCEPT RLG-TIME FROM TIME.
075300     MOVE WS-LOG-READ-COUNT TO RLG-RECORDS-READ.
075400     MOVE WS-CLEARED-COUNT TO RLG-RECORDS-WRITTEN.
075500     MOVE WS-BLOCKED-COUNT TO RLG-REJECT-COUNT.
075600     MOVE RETURN-CODE TO RLG-RETURN-CODE.
075700     MOVE WS-GATE-PERIOD TO RLG-PERIOD-NUMBER.
075800     WRITE RUN-LOG-RECORD.
075900     CLOSE RUN-LOG-FILE.
076000 8900-EXIT.
076100     EXIT.
