000100*=============================================================
000200* PROGRAM      : WAGESTMT
000300* DESCRIPTION  : ANNUAL WAGE AND TAX STATEMENTS. FOR ONE CLOSED
000400*                YEAR, READS THE ANNUAL WAGE SUMMARY THE YEAREND
000500*                CLOSE BUILT FROM THAT YEAR'S PAY STATEMENT DETAIL
000600*                AND PRINTS ONE STATEMENT PER EMPLOYEE - GROSS,
000700*                TAX WITHHELD, BENEFITS, GARNISHMENTS AND NET PAY
000800*                FOR EACH CURRENCY THE EMPLOYEE WAS PAID IN - AND
000900*                WRITES THE FIXED-LAYOUT ANNUAL FILING FILE FOR
001000*                THE PAYROLL-TAX VENDOR. EVERY EMPLOYEE'S GROSS IS
001100*                RECONCILED TO THE EARNINGS HISTORY ROW (EH-YTD-
001200*                GROSS) THE CLOSE ROLLED, AND ANY EARNINGS HISTORY
001300*                ROW WITH NO SUMMARY BEHIND IT IS LISTED, ON A
001400*                CONTROL REPORT. NOTHING IS READ FROM THE EMPLOYEE
001500*                MASTER, SO ANY CLOSED YEAR CAN BE REPRINTED AFTER
001600*                THE YEAREND PURGE. AN OPTIONAL EMPLOYEE NUMBER
001700*                REPRINTS ONE STATEMENT WITHOUT A FILING FILE.
001800*=============================================================
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. WAGESTMT.
002100 AUTHOR. T. OKAFOR.
002200 INSTALLATION. PAYROLL SYSTEMS GROUP.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500* MODIFICATION HISTORY
002600* DATE       INIT DESCRIPTION
002700* 2026-10-15 TO   INITIAL VERSION - A PRIOR YEAR'S TAX AND BENEFIT
002800*                 FIGURES HAD TO BE ADDED UP BY HAND FROM TWELVE
002900*                 PERIODS OF PAY STATEMENTS, AND THE EARNINGS
003000*                 HISTORY HELD ONLY THE GROSS.
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT WAGE-SUMMARY-FILE
003900         ASSIGN TO "WAGESUM"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS WSM-KEY
004300         FILE STATUS IS WS-WAGESUM-STATUS.
004400
004500     SELECT EARNINGS-HISTORY-FILE
004600         ASSIGN TO "EMPHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EH-KEY
005000         FILE STATUS IS WS-EMPHIST-STATUS.
005100
005200     SELECT YEAR-END-CONTROL-FILE
005300         ASSIGN TO "YEARCTL"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS YEC-KEY
005700         FILE STATUS IS WS-YEARCTL-STATUS.
005800
005900     SELECT WAGE-SELECT-FILE
006000         ASSIGN TO "WAGEPARM"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-WAGEPARM-STATUS.
006300
006400     SELECT WAGE-STATEMENT-FILE
006500         ASSIGN TO "WAGEPRT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-WAGEPRT-STATUS.
006800
006900     SELECT WAGE-FILING-FILE
007000         ASSIGN TO "WAGEFILE"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-WAGEFILE-STATUS.
007300
007400     SELECT WAGE-CONTROL-FILE
007500         ASSIGN TO "WAGERPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-WAGERPT-STATUS.
007800
007900     SELECT RUN-LOG-FILE
008000         ASSIGN TO "RUNLOG"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-RUNLOG-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600* ANNUAL WAGE SUMMARY RECORD - KEYED BY YEAR + EMPLOYEE +
008700* CURRENCY, AS BUILT BY YEAREND'S 1300-BUILD-WAGE-SUMMARY.
008800 FD  WAGE-SUMMARY-FILE.
008900     COPY WSMREC.
009000
009100* EARNINGS HISTORY RECORD - KEYED BY EMPLOYEE-NUMBER + YEAR.
009200 FD  EARNINGS-HISTORY-FILE.
009300     COPY EHREC.
009400
009500* YEAR-END CONTROL RECORD - ONE ROW, KEYED BY A CONSTANT.
009600 FD  YEAR-END-CONTROL-FILE.
009700     COPY YECREC.
009800
009900* ONE SELECTION PARAMETER RECORD - THE CLOSED YEAR TO PRINT,
010000* AND AN OPTIONAL EMPLOYEE NUMBER (ZERO OR BLANK MEANS ALL
010100* EMPLOYEES).
010200 FD  WAGE-SELECT-FILE.
010300 01  WAGE-SELECT-RECORD.
010400     05  PARM-YEAR-X                 PIC X(04).
010500     05  PARM-YEAR REDEFINES PARM-YEAR-X
010600                                     PIC 9(04).
010700     05  PARM-EMPLOYEE-NUMBER-X      PIC X(05).
010800     05  PARM-EMPLOYEE-NUMBER
010900         REDEFINES PARM-EMPLOYEE-NUMBER-X
011000                                     PIC 9(05).
011100
011200 FD  WAGE-STATEMENT-FILE.
011300 01  WAGE-STATEMENT-LINE              PIC X(80).
011400
011500* ANNUAL FILING RECORD - FIXED LAYOUT FOR THE PAYROLL-TAX VENDOR.
011600* ONE EMPLOYEE RECORD PER EMPLOYEE AND CURRENCY, THE FILE CLOSED
011700* BY A TRAILER CARRYING THE COUNTS, THE GROSS AND TAX TOTALS
011800* (SUMMED ACROSS CURRENCIES, AS ON THE BANK PAYMENT TRAILER) AND
011900* THE EARNINGS HISTORY GROSS THE FILE RECONCILES TO.
012000 FD  WAGE-FILING-FILE.
012100 01  WAGE-FILING-RECORD.
012200     05  WFL-RECORD-TYPE             PIC X(01).
012300         88  WFL-IS-EMPLOYEE                 VALUE "E".
012400         88  WFL-IS-TRAILER                  VALUE "T".
012500     05  WFL-TAX-YEAR                PIC 9(04).
012600     05  WFL-BODY                    PIC X(115).
012700     05  WFL-EMPLOYEE-FIELDS REDEFINES WFL-BODY.
012800         10  WFL-EMPLOYEE-NUMBER     PIC 9(05).
012900         10  WFL-LAST-NAME           PIC X(10).
013000         10  WFL-FIRST-NAME          PIC X(10).
013100         10  WFL-DEPARTMENT-CODE     PIC X(04).
013200         10  WFL-CURRENCY-CODE       PIC X(03).
013300         10  WFL-STATEMENT-COUNT     PIC 9(03).
013400         10  WFL-GROSS-PAY           PIC 9(09)V9(02).
013500         10  WFL-TAX-WITHHELD        PIC 9(09)V9(02).
013600         10  WFL-BENEFITS            PIC 9(09)V9(02).
013700         10  WFL-GARNISHMENTS        PIC 9(09)V9(02).
013800         10  WFL-TOTAL-DEDUCTIONS    PIC 9(09)V9(02).
013900         10  WFL-NET-PAY             PIC 9(09)V9(02).
014000         10  FILLER                  PIC X(14).
014100     05  WFL-TRAILER-FIELDS REDEFINES WFL-BODY.
014200         10  WFL-TRL-RECORD-COUNT    PIC 9(07).
014300         10  WFL-TRL-EMPLOYEE-COUNT  PIC 9(05).
014400         10  WFL-TRL-GROSS-TOTAL     PIC 9(13)V9(02).
014500         10  WFL-TRL-TAX-TOTAL       PIC 9(13)V9(02).
014600         10  WFL-TRL-HISTORY-GROSS   PIC 9(13)V9(02).
014700         10  FILLER                  PIC X(58).
014800
014900* RECONCILIATION CONTROL REPORT - ONE LINE PER EMPLOYEE.
015000 FD  WAGE-CONTROL-FILE.
015100 01  WAGE-CONTROL-LINE                PIC X(132).
015200
015300* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
015400 FD  RUN-LOG-FILE.
015500     COPY RLGREC.
015600
015700 WORKING-STORAGE SECTION.
015800 01  WS-FILE-STATUSES.
015900     05  WS-WAGESUM-STATUS           PIC X(02) VALUE ZEROS.
016000     05  WS-EMPHIST-STATUS           PIC X(02) VALUE ZEROS.
016100     05  WS-YEARCTL-STATUS           PIC X(02) VALUE ZEROS.
016200     05  WS-WAGEPARM-STATUS          PIC X(02) VALUE ZEROS.
016300     05  WS-WAGEPRT-STATUS           PIC X(02) VALUE ZEROS.
016400     05  WS-WAGEFILE-STATUS          PIC X(02) VALUE ZEROS.
016500     05  WS-WAGERPT-STATUS           PIC X(02) VALUE ZEROS.
016600     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
016700
016800 01  WS-SWITCHES.
016900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
017000         88  END-OF-WAGE-SUMMARY             VALUE "Y".
017100     05  WS-EH-EOF-SWITCH            PIC X(01) VALUE "N".
017200         88  END-OF-EARNINGS-HISTORY         VALUE "Y".
017300     05  WS-EH-FOUND-SWITCH          PIC X(01) VALUE "N".
017400         88  HISTORY-ROW-WAS-FOUND           VALUE "Y".
017500     05  WS-WSM-FOUND-SWITCH         PIC X(01) VALUE "N".
017600         88  WAGE-SUMMARY-WAS-FOUND          VALUE "Y".
017700
017800* SELECTION CRITERIA FROM THE PARAMETER RECORD.
017900 01  WS-SELECTION-CRITERIA.
018000     05  WS-SELECT-YEAR              PIC 9(04) VALUE ZEROS.
018100     05  WS-SELECT-EMPLOYEE          PIC 9(05) VALUE ZEROS.
018200
018300* THE EMPLOYEE WHOSE STATEMENT IS BEING PRINTED, AND THE GROSS
018400* ACROSS ALL OF THAT EMPLOYEE'S CURRENCIES FOR THE RECONCILIATION.
018500 01  WS-CURRENT-EMPLOYEE              PIC 9(05) VALUE ZEROS.
018600 01  WS-CURRENT-NAME.
018700     05  WS-CUR-FIRST-NAME           PIC X(10).
018800     05  WS-CUR-LAST-NAME            PIC X(10).
018900 01  WS-CURRENCY-COUNT                PIC 9(02) VALUE ZEROS.
019000 01  WS-EMPLOYEE-GROSS                PIC 9(11)V9(02) VALUE ZEROS.
019100 01  WS-EMPLOYEE-DIFFERENCE           PIC S9(11)V9(02)
019200                                      VALUE ZEROS.
019300
019400* RUN COUNTS AND CONTROL TOTALS. GROSS AND TAX ARE SUMMED ACROSS
019500* CURRENCIES, AS EH-YTD-GROSS ITSELF IS POSTED.
019600 01  WS-COUNTERS.
019700     05  WS-STATEMENT-COUNT          PIC 9(05) VALUE ZEROS COMP.
019800     05  WS-SUMMARY-ROW-COUNT        PIC 9(07) VALUE ZEROS COMP.
019900     05  WS-FILING-COUNT             PIC 9(07) VALUE ZEROS COMP.
020000     05  WS-DIFFERENCE-COUNT         PIC 9(05) VALUE ZEROS COMP.
020100 01  WS-SUMMARY-GROSS-TOTAL           PIC 9(13)V9(02) VALUE ZEROS.
020200 01  WS-SUMMARY-TAX-TOTAL             PIC 9(13)V9(02) VALUE ZEROS.
020300 01  WS-HISTORY-GROSS-TOTAL           PIC 9(13)V9(02) VALUE ZEROS.
020400 01  WS-TOTAL-DIFFERENCE              PIC S9(13)V9(02)
020500                                      VALUE ZEROS.
020600
020700* AMOUNT EDITING WORK FIELDS - ONE AMOUNT AT A TIME IS FORMATTED
020800* IN THE SUMMARY ROW'S OWN CURRENCY, AS PAYSTMT DOES.
020900 01  WS-AMOUNT-TO-FORMAT              PIC 9(09)V9(02) VALUE ZEROS.
021000 01  WS-FORMATTED-AMOUNT              PIC X(18) VALUE SPACES.
021100 01  WS-FMT-SALARY-USD                PIC $$$$,$$$,$$9.99.
021200 01  WS-FMT-SALARY-2-DECIMALS         PIC ZZZ,ZZZ,ZZ9.99.
021300 01  WS-FMT-SALARY-0-DECIMALS         PIC ZZZ,ZZZ,ZZ9.
021400 01  WS-WHOLE-YEN-AMOUNT              PIC 9(09) VALUE ZEROS.
021500
021600* REPORT CONTROL COUNTERS.
021700 01  WS-REPORT-CONTROLS.
021800     05  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS COMP.
021900     05  WS-PAGE-NUMBER              PIC 9(03) VALUE ZEROS COMP.
022000     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
022100
022200 01  WS-RUN-DATE.
022300     05  WS-RUN-DATE-CCYY            PIC 9(04).
022400     05  WS-RUN-DATE-MM              PIC 9(02).
022500     05  WS-RUN-DATE-DD              PIC 9(02).
022600 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
022700
022800* PRINT LINE LAYOUTS FOR ONE STATEMENT PAGE.
022900 01  WS-STMT-HEADING-LINE.
023000     05  FILLER                      PIC X(36) VALUE
023100             "ANNUAL WAGE AND TAX STATEMENT".
023200     05  FILLER                      PIC X(10) VALUE
023300             "TAX YEAR: ".
023400     05  WS-SHL-YEAR                 PIC 9(04).
023500
023600 01  WS-STMT-EMPLOYEE-LINE.
023700     05  FILLER                      PIC X(10) VALUE "EMPLOYEE: ".
023800     05  WS-SEL-EMPLOYEE-NUMBER      PIC ZZZZ9.
023900     05  FILLER                      PIC X(02) VALUE SPACES.
024000     05  WS-SEL-NAME                 PIC X(22).
024100     05  FILLER                      PIC X(07) VALUE "  DEPT ".
024200     05  WS-SEL-DEPARTMENT           PIC X(04).
024300
024400 01  WS-STMT-CURRENCY-LINE.
024500     05  FILLER                      PIC X(10) VALUE "CURRENCY: ".
024600     05  WS-SCL-CURRENCY             PIC X(03).
024700     05  FILLER                      PIC X(20) VALUE
024800             "    PAY STATEMENTS: ".
024900     05  WS-SCL-STATEMENT-COUNT      PIC ZZ9.
025000
025100 01  WS-STMT-AMOUNT-LINE.
025200     05  WS-SAL-LABEL                PIC X(20).
025300     05  WS-SAL-AMOUNT               PIC X(18).
025400
025500* PRINT LINE LAYOUTS FOR THE RECONCILIATION CONTROL REPORT.
025600 01  WS-HEADING-LINE-1.
025700     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
025800     05  WS-HDG-RUN-DATE             PIC X(10).
025900     05  FILLER                      PIC X(05) VALUE SPACES.
026000     05  FILLER                      PIC X(45) VALUE
026100             "ANNUAL WAGE STATEMENTS - RECONCILIATION".
026200     05  FILLER                      PIC X(06) VALUE "YEAR: ".
026300     05  WS-HDG-YEAR                 PIC 9(04).
026400     05  FILLER                      PIC X(05) VALUE SPACES.
026500     05  FILLER                      PIC X(06) VALUE "PAGE: ".
026600     05  WS-HDG-PAGE-NUMBER          PIC ZZ9.
026700
026800 01  WS-HEADING-LINE-2.
026900     05  FILLER                      PIC X(08) VALUE "EMP NO ".
027000     05  FILLER                      PIC X(25) VALUE
027100             "EMPLOYEE NAME".
027200     05  FILLER                      PIC X(06) VALUE "CCYS".
027300     05  FILLER                      PIC X(19) VALUE
027400             "  STATEMENT GROSS".
027500     05  FILLER                      PIC X(19) VALUE
027600             "    HISTORY GROSS".
027700     05  FILLER                      PIC X(20) VALUE
027800             "       DIFFERENCE".
027900     05  FILLER                      PIC X(06) VALUE "RESULT".
028000
028100 01  WS-CONTROL-LINE.
028200     05  WS-CTL-EMPLOYEE-NUMBER      PIC ZZZZ9.
028300     05  FILLER                      PIC X(03) VALUE SPACES.
028400     05  WS-CTL-NAME                 PIC X(22).
028500     05  FILLER                      PIC X(03) VALUE SPACES.
028600     05  WS-CTL-CURRENCY-COUNT       PIC Z9.
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800     05  WS-CTL-STATEMENT-GROSS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028900     05  FILLER                      PIC X(02) VALUE SPACES.
029000     05  WS-CTL-HISTORY-GROSS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029100     05  FILLER                      PIC X(02) VALUE SPACES.
029200     05  WS-CTL-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
029300     05  FILLER                      PIC X(02) VALUE SPACES.
029400     05  WS-CTL-RESULT               PIC X(24).
029500
029600 01  WS-TOTAL-LINE-COUNT.
029700     05  FILLER                      PIC X(30) VALUE
029800             "STATEMENTS PRINTED:".
029900     05  WS-TOT-FMT-COUNT            PIC ZZZZ9.
030000
030100 01  WS-TOTAL-LINE-AMOUNT.
030200     05  WS-TOT-LABEL                PIC X(30).
030300     05  WS-TOT-FMT-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
030400
030500 01  WS-TOTAL-LINE-RESULT.
030600     05  FILLER                      PIC X(30) VALUE
030700             "EMPLOYEES NOT IN AGREEMENT:".
030800     05  WS-TOT-FMT-DIFFERENCES      PIC ZZZZ9.
030900     05  FILLER                      PIC X(04) VALUE SPACES.
031000     05  WS-TOT-RESULT               PIC X(14).
031100
031200 PROCEDURE DIVISION.
031300
031400*=============================================================
031500* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE STATEMENT RUN.
031600*=============================================================
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
032000         UNTIL END-OF-WAGE-SUMMARY.
032100     IF WS-SELECT-EMPLOYEE = ZEROS
032200         PERFORM 3000-CHECK-HISTORY THRU 3000-EXIT
032300     END-IF.
032400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032500     STOP RUN.
032600
032700*=============================================================
032800* 1000-INITIALIZE - OPEN FILES, READ THE SELECTION PARAMETER,
032900*                   VERIFY THE YEAR HAS BEEN CLOSED AND POSITION
033000*                   THE SUMMARY FILE AT THE WANTED YEAR.
033100*=============================================================
033200 1000-INITIALIZE.
033300     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
033400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033500     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
033600            WS-RUN-DATE-CCYY DELIMITED BY SIZE
033700         INTO WS-RUN-DATE-EDITED.
033800     OPEN INPUT WAGE-SUMMARY-FILE.
033900     IF WS-WAGESUM-STATUS NOT = "00"
034000         DISPLAY "WAGESTMT: WAGE-SUMMARY-FILE OPEN FAILED - "
034100         DISPLAY "          FILE STATUS = " WS-WAGESUM-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     OPEN INPUT EARNINGS-HISTORY-FILE.
034600     IF WS-EMPHIST-STATUS NOT = "00"
034700         DISPLAY "WAGESTMT: EARNINGS-HISTORY-FILE OPEN FAILED - "
034800         DISPLAY "          FILE STATUS = " WS-EMPHIST-STATUS
034900         MOVE 16 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200     OPEN INPUT YEAR-END-CONTROL-FILE.
035300     IF WS-YEARCTL-STATUS NOT = "00"
035400         DISPLAY "WAGESTMT: YEAR-END-CONTROL-FILE OPEN FAILED - "
035500         DISPLAY "          FILE STATUS = " WS-YEARCTL-STATUS
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     OPEN INPUT WAGE-SELECT-FILE.
036000     IF WS-WAGEPARM-STATUS NOT = "00"
036100         DISPLAY "WAGESTMT: WAGE-SELECT-FILE OPEN FAILED - "
036200         DISPLAY "          FILE STATUS = " WS-WAGEPARM-STATUS
036300         MOVE 16 TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     OPEN OUTPUT WAGE-STATEMENT-FILE.
036700     IF WS-WAGEPRT-STATUS NOT = "00"
036800         DISPLAY "WAGESTMT: WAGE-STATEMENT-FILE OPEN FAILED - "
036900         DISPLAY "          FILE STATUS = " WS-WAGEPRT-STATUS
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     OPEN OUTPUT WAGE-CONTROL-FILE.
037400     IF WS-WAGERPT-STATUS NOT = "00"
037500         DISPLAY "WAGESTMT: WAGE-CONTROL-FILE OPEN FAILED - "
037600         DISPLAY "          FILE STATUS = " WS-WAGERPT-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
038100     PERFORM 1200-CHECK-YEAR-CLOSED THRU 1200-EXIT.
038200     IF WS-SELECT-EMPLOYEE = ZEROS
038300         OPEN OUTPUT WAGE-FILING-FILE
038400         IF WS-WAGEFILE-STATUS NOT = "00"
038500             DISPLAY "WAGESTMT: WAGE-FILING-FILE OPEN FAILED - "
038600             DISPLAY "          FILE STATUS = " WS-WAGEFILE-STATUS
038700             MOVE 16 TO RETURN-CODE
038800             STOP RUN
038900         END-IF
039000     END-IF.
039100     PERFORM 7500-WRITE-PAGE-HEADERS THRU 7500-EXIT.
039200     MOVE WS-SELECT-YEAR TO WSM-YEAR.
039300     MOVE WS-SELECT-EMPLOYEE TO WSM-EMPLOYEE-NUMBER.
039400     MOVE LOW-VALUES TO WSM-CURRENCY-CODE.
039500     MOVE "N" TO WS-EOF-SWITCH.
039600     START WAGE-SUMMARY-FILE KEY >= WSM-KEY
039700         INVALID KEY
039800             MOVE "Y" TO WS-EOF-SWITCH
039900     END-START.
040000     IF NOT END-OF-WAGE-SUMMARY
040100         PERFORM 2900-READ-SUMMARY THRU 2900-EXIT
040200     END-IF.
040300 1000-EXIT.
040400     EXIT.
040500
040600*=============================================================
040700* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
040800*                      RUN LOG, CREATING THE FILE ON ITS FIRST
040900*                      USE.
041000*=============================================================
041100 1050-LOG-RUN-START.
041200     OPEN EXTEND RUN-LOG-FILE.
041300     IF WS-RUNLOG-STATUS = "35"
041400         OPEN OUTPUT RUN-LOG-FILE
041500         CLOSE RUN-LOG-FILE
041600         OPEN EXTEND RUN-LOG-FILE
041700     END-IF.
041800     IF WS-RUNLOG-STATUS NOT = "00" AND
041900             WS-RUNLOG-STATUS NOT = "05"
042000         DISPLAY "WAGESTMT: RUN-LOG-FILE OPEN FAILED - "
042100         DISPLAY "          FILE STATUS = " WS-RUNLOG-STATUS
042200         MOVE 16 TO RETURN-CODE
042300         STOP RUN
042400     END-IF.
042500     MOVE "S" TO RLG-RECORD-TYPE.
042600     MOVE "WAGESTMT" TO RLG-PROGRAM-ID.
042700     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
042800     ACCEPT RLG-TIME FROM TIME.
042900     MOVE ZEROS TO RLG-RECORDS-READ.
043000     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
043100     MOVE ZEROS TO RLG-REJECT-COUNT.
043200     MOVE ZEROS TO RLG-RETURN-CODE.
043300     MOVE ZEROS TO RLG-PERIOD-NUMBER.
043400     WRITE RUN-LOG-RECORD.
043500 1050-EXIT.
043600     EXIT.
043700
043800*=============================================================
043900* 1100-READ-PARAMETER - THE YEAR TO PRINT IS REQUIRED; THE
044000*                       EMPLOYEE NUMBER IS OPTIONAL (ZERO OR
044100*                       BLANK MEANS EVERY EMPLOYEE PAID IN THE
044200*                       YEAR).
044300*=============================================================
044400 1100-READ-PARAMETER.
044500     READ WAGE-SELECT-FILE
044600         AT END
044700             DISPLAY "WAGESTMT: SELECTION PARAMETER MISSING"
044800             MOVE 16 TO RETURN-CODE
044900             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
045000             STOP RUN
045100     END-READ.
045200     IF PARM-YEAR-X NOT NUMERIC
045300         OR PARM-YEAR = ZEROS
045400         DISPLAY "WAGESTMT: YEAR PARAMETER INVALID - "
045500                 PARM-YEAR-X
045600         MOVE 16 TO RETURN-CODE
045700         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
045800         STOP RUN
045900     END-IF.
046000     MOVE PARM-YEAR TO WS-SELECT-YEAR.
046100     IF PARM-EMPLOYEE-NUMBER-X IS NUMERIC
046200         MOVE PARM-EMPLOYEE-NUMBER TO WS-SELECT-EMPLOYEE
046300     END-IF.
046400 1100-EXIT.
046500     EXIT.
046600
046700*=============================================================
046800* 1200-CHECK-YEAR-CLOSED - ONLY A YEAR THE YEAREND CLOSE HAS
046900*                          ROLLED HAS A COMPLETE SUMMARY AND
047000*                          EARNINGS HISTORY TO PRINT FROM.
047100*=============================================================
047200 1200-CHECK-YEAR-CLOSED.
047300     MOVE "1" TO YEC-KEY.
047400     READ YEAR-END-CONTROL-FILE
047500         INVALID KEY
047600             DISPLAY "WAGESTMT: NO YEAR HAS BEEN CLOSED YET"
047700             MOVE 16 TO RETURN-CODE
047800             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
047900             STOP RUN
048000     END-READ.
048100     IF WS-SELECT-YEAR > YEC-LAST-CLOSED-YEAR
048200         DISPLAY "WAGESTMT: YEAR " WS-SELECT-YEAR
048300                 " HAS NOT BEEN CLOSED - LAST CLOSED YEAR = "
048400                 YEC-LAST-CLOSED-YEAR
048500         MOVE 16 TO RETURN-CODE
048600         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
048700         STOP RUN
048800     END-IF.
048900 1200-EXIT.
049000     EXIT.
049100
049200*=============================================================
049300* 2000-PROCESS-EMPLOYEE - PRINT ONE EMPLOYEE'S STATEMENT - A BLOCK
049400*                         FOR EACH CURRENCY PAID IN - WRITING THE
049500*                         FILING RECORDS AS IT GOES, THEN
049600*                         RECONCILE THE EMPLOYEE'S GROSS TO
049700*                         EARNINGS HISTORY.
049800*=============================================================
049900 2000-PROCESS-EMPLOYEE.
050000     MOVE WSM-EMPLOYEE-NUMBER TO WS-CURRENT-EMPLOYEE.
050100     MOVE WSM-FIRST-NAME TO WS-CUR-FIRST-NAME.
050200     MOVE WSM-LAST-NAME TO WS-CUR-LAST-NAME.
050300     MOVE ZEROS TO WS-CURRENCY-COUNT.
050400     MOVE ZEROS TO WS-EMPLOYEE-GROSS.
050500     PERFORM 2100-START-STATEMENT THRU 2100-EXIT.
050600     PERFORM 2200-PRINT-ONE-CURRENCY THRU 2200-EXIT
050700         UNTIL END-OF-WAGE-SUMMARY
050800         OR WSM-EMPLOYEE-NUMBER NOT = WS-CURRENT-EMPLOYEE.
050900     PERFORM 2500-RECONCILE-EMPLOYEE THRU 2500-EXIT.
051000     ADD 1 TO WS-STATEMENT-COUNT.
051100 2000-EXIT.
051200     EXIT.
051300
051400*=============================================================
051500* 2100-START-STATEMENT - A NEW PAGE WITH THE STATEMENT HEADING AND
051600*                        THE EMPLOYEE AS LAST PAID.
051700*=============================================================
051800 2100-START-STATEMENT.
051900     MOVE WS-SELECT-YEAR TO WS-SHL-YEAR.
052000     WRITE WAGE-STATEMENT-LINE FROM WS-STMT-HEADING-LINE
052100         AFTER ADVANCING PAGE.
052200     MOVE WSM-EMPLOYEE-NUMBER TO WS-SEL-EMPLOYEE-NUMBER.
052300     MOVE SPACES TO WS-SEL-NAME.
052400     STRING WSM-LAST-NAME DELIMITED BY SPACE
052500            ", " DELIMITED BY SIZE
052600            WSM-FIRST-NAME DELIMITED BY SPACE
052700         INTO WS-SEL-NAME.
052800     MOVE WSM-DEPARTMENT-CODE TO WS-SEL-DEPARTMENT.
052900     WRITE WAGE-STATEMENT-LINE FROM WS-STMT-EMPLOYEE-LINE
053000         AFTER ADVANCING 2 LINES.
053100 2100-EXIT.
053200     EXIT.
053300
053400*=============================================================
053500* 2200-PRINT-ONE-CURRENCY - ONE CURRENCY'S BLOCK OF THE STATEMENT
053600*                           AND ITS FILING RECORD, THEN READ THE
053700*                           NEXT SUMMARY ROW.
053800*=============================================================
053900 2200-PRINT-ONE-CURRENCY.
054000     ADD 1 TO WS-CURRENCY-COUNT.
054100     ADD WSM-GROSS-PAY TO WS-EMPLOYEE-GROSS.
054200     ADD WSM-GROSS-PAY TO WS-SUMMARY-GROSS-TOTAL.
054300     ADD WSM-TAX-WITHHELD TO WS-SUMMARY-TAX-TOTAL.
054400     MOVE WSM-CURRENCY-CODE TO WS-SCL-CURRENCY.
054500     MOVE WSM-STATEMENT-COUNT TO WS-SCL-STATEMENT-COUNT.
054600     WRITE WAGE-STATEMENT-LINE FROM WS-STMT-CURRENCY-LINE
054700         AFTER ADVANCING 2 LINES.
054800     MOVE "GROSS WAGES:" TO WS-SAL-LABEL.
054900     MOVE WSM-GROSS-PAY TO WS-AMOUNT-TO-FORMAT.
055000     PERFORM 2250-WRITE-AMOUNT-LINE THRU 2250-EXIT.
055100     MOVE "TAX WITHHELD:" TO WS-SAL-LABEL.
055200     MOVE WSM-TAX-WITHHELD TO WS-AMOUNT-TO-FORMAT.
055300     PERFORM 2250-WRITE-AMOUNT-LINE THRU 2250-EXIT.
055400     MOVE "BENEFITS:" TO WS-SAL-LABEL.
055500     MOVE WSM-BENEFITS TO WS-AMOUNT-TO-FORMAT.
055600     PERFORM 2250-WRITE-AMOUNT-LINE THRU 2250-EXIT.
055700     MOVE "GARNISHMENTS:" TO WS-SAL-LABEL.
055800     MOVE WSM-GARNISHMENTS TO WS-AMOUNT-TO-FORMAT.
055900     PERFORM 2250-WRITE-AMOUNT-LINE THRU 2250-EXIT.
056000     MOVE "TOTAL DEDUCTIONS:" TO WS-SAL-LABEL.
056100     MOVE WSM-TOTAL-DEDUCTIONS TO WS-AMOUNT-TO-FORMAT.
056200     PERFORM 2250-WRITE-AMOUNT-LINE THRU 2250-EXIT.
056300     MOVE "NET PAY:" TO WS-SAL-LABEL.
056400     MOVE WSM-NET-PAY TO WS-AMOUNT-TO-FORMAT.
056500     PERFORM 2250-WRITE-AMOUNT-LINE THRU 2250-EXIT.
056600     IF WS-SELECT-EMPLOYEE = ZEROS
056700         PERFORM 2400-WRITE-FILING-RECORD THRU 2400-EXIT
056800     END-IF.
056900     PERFORM 2900-READ-SUMMARY THRU 2900-EXIT.
057000 2200-EXIT.
057100     EXIT.
057200
057300*=============================================================
057400* 2250-WRITE-AMOUNT-LINE - FORMAT AND PRINT ONE LABELLED AMOUNT.
057500*=============================================================
057600 2250-WRITE-AMOUNT-LINE.
057700     PERFORM 2300-FORMAT-ONE-AMOUNT THRU 2300-EXIT.
057800     MOVE WS-FORMATTED-AMOUNT TO WS-SAL-AMOUNT.
057900     WRITE WAGE-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
058000         AFTER ADVANCING 1 LINE.
058100 2250-EXIT.
058200     EXIT.
058300
058400*=============================================================
058500* 2300-FORMAT-ONE-AMOUNT - EDIT ONE AMOUNT FOR PRINTING IN THE
058600*                          SUMMARY ROW'S OWN CURRENCY, AS PAYSTMT
058700*                          DOES.
058800*=============================================================
058900 2300-FORMAT-ONE-AMOUNT.
059000     MOVE SPACES TO WS-FORMATTED-AMOUNT.
059100     EVALUATE TRUE
059200         WHEN WSM-CURRENCY-IS-GBP
059300             MOVE WS-AMOUNT-TO-FORMAT TO WS-FMT-SALARY-2-DECIMALS
059400             STRING "GBP " DELIMITED BY SIZE
059500                    WS-FMT-SALARY-2-DECIMALS DELIMITED BY SIZE
059600                 INTO WS-FORMATTED-AMOUNT
059700         WHEN WSM-CURRENCY-IS-EUR
059800             MOVE WS-AMOUNT-TO-FORMAT TO WS-FMT-SALARY-2-DECIMALS
059900             STRING "EUR " DELIMITED BY SIZE
060000                    WS-FMT-SALARY-2-DECIMALS DELIMITED BY SIZE
060100                 INTO WS-FORMATTED-AMOUNT
060200         WHEN WSM-CURRENCY-IS-JPY
060300             COMPUTE WS-WHOLE-YEN-AMOUNT ROUNDED =
060400                 WS-AMOUNT-TO-FORMAT
060500             MOVE WS-WHOLE-YEN-AMOUNT TO WS-FMT-SALARY-0-DECIMALS
060600             STRING "JPY " DELIMITED BY SIZE
060700                    WS-FMT-SALARY-0-DECIMALS DELIMITED BY SIZE
060800                 INTO WS-FORMATTED-AMOUNT
060900         WHEN OTHER
061000             MOVE WS-AMOUNT-TO-FORMAT TO WS-FMT-SALARY-USD
061100             MOVE WS-FMT-SALARY-USD TO WS-FORMATTED-AMOUNT
061200     END-EVALUATE.
061300 2300-EXIT.
061400     EXIT.
061500
061600*=============================================================
061700* 2400-WRITE-FILING-RECORD - ONE FILING RECORD FOR THE EMPLOYEE
061800*                            AND CURRENCY.
061900*=============================================================
062000 2400-WRITE-FILING-RECORD.
062100     MOVE SPACES TO WAGE-FILING-RECORD.
062200     MOVE "E" TO WFL-RECORD-TYPE.
062300     MOVE WS-SELECT-YEAR TO WFL-TAX-YEAR.
062400     MOVE WSM-EMPLOYEE-NUMBER TO WFL-EMPLOYEE-NUMBER.
062500     MOVE WSM-LAST-NAME TO WFL-LAST-NAME.
062600     MOVE WSM-FIRST-NAME TO WFL-FIRST-NAME.
062700     MOVE WSM-DEPARTMENT-CODE TO WFL-DEPARTMENT-CODE.
062800     MOVE WSM-CURRENCY-CODE TO WFL-CURRENCY-CODE.
062900     MOVE WSM-STATEMENT-COUNT TO WFL-STATEMENT-COUNT.
063000     MOVE WSM-GROSS-PAY TO WFL-GROSS-PAY.
063100     MOVE WSM-TAX-WITHHELD TO WFL-TAX-WITHHELD.
063200     MOVE WSM-BENEFITS TO WFL-BENEFITS.
063300     MOVE WSM-GARNISHMENTS TO WFL-GARNISHMENTS.
063400     MOVE WSM-TOTAL-DEDUCTIONS TO WFL-TOTAL-DEDUCTIONS.
063500     MOVE WSM-NET-PAY TO WFL-NET-PAY.
063600     WRITE WAGE-FILING-RECORD.
063700     ADD 1 TO WS-FILING-COUNT.
063800 2400-EXIT.
063900     EXIT.
064000
064100*=============================================================
064200* 2500-RECONCILE-EMPLOYEE - THE EMPLOYEE'S GROSS ACROSS ALL
064300*                           CURRENCIES AGAINST THE EARNINGS
064400*                           HISTORY ROW THE CLOSE ROLLED FOR
064500*                           THE YEAR.
064600*=============================================================
064700 2500-RECONCILE-EMPLOYEE.
064800     MOVE WS-CURRENT-EMPLOYEE TO EH-EMPLOYEE-NUMBER.
064900     MOVE WS-SELECT-YEAR TO EH-YEAR.
065000     MOVE "Y" TO WS-EH-FOUND-SWITCH.
065100     READ EARNINGS-HISTORY-FILE
065200         INVALID KEY
065300             MOVE "N" TO WS-EH-FOUND-SWITCH
065400     END-READ.
065500     IF NOT HISTORY-ROW-WAS-FOUND
065600         MOVE ZEROS TO EH-YTD-GROSS
065700     END-IF.
065800     ADD EH-YTD-GROSS TO WS-HISTORY-GROSS-TOTAL.
065900     COMPUTE WS-EMPLOYEE-DIFFERENCE =
066000         WS-EMPLOYEE-GROSS - EH-YTD-GROSS.
066100     MOVE WS-EMPLOYEE-GROSS TO WS-CTL-STATEMENT-GROSS.
066200     EVALUATE TRUE
066300         WHEN NOT HISTORY-ROW-WAS-FOUND
066400             MOVE "NO EARNINGS HISTORY ROW" TO WS-CTL-RESULT
066500             ADD 1 TO WS-DIFFERENCE-COUNT
066600         WHEN WS-EMPLOYEE-DIFFERENCE NOT = ZEROS
066700             MOVE "OUT OF BALANCE" TO WS-CTL-RESULT
066800             ADD 1 TO WS-DIFFERENCE-COUNT
066900         WHEN OTHER
067000             MOVE "IN BALANCE" TO WS-CTL-RESULT
067100     END-EVALUATE.
067200     PERFORM 2600-WRITE-CONTROL-LINE THRU 2600-EXIT.
067300 2500-EXIT.
067400     EXIT.
067500
067600*=============================================================
067700* 2600-WRITE-CONTROL-LINE - PRINT ONE RECONCILIATION LINE,
067800*                           BREAKING THE PAGE EVERY
067900*                           WS-MAX-LINES-PER-PAGE LINES.
068000*=============================================================
068100 2600-WRITE-CONTROL-LINE.
068200     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
068300         PERFORM 7500-WRITE-PAGE-HEADERS THRU 7500-EXIT
068400     END-IF.
068500     MOVE WS-CURRENT-EMPLOYEE TO WS-CTL-EMPLOYEE-NUMBER.
068600     MOVE SPACES TO WS-CTL-NAME.
068700     STRING WS-CUR-LAST-NAME DELIMITED BY SPACE
068800            ", " DELIMITED BY SIZE
068900            WS-CUR-FIRST-NAME DELIMITED BY SPACE
069000         INTO WS-CTL-NAME.
069100     MOVE WS-CURRENCY-COUNT TO WS-CTL-CURRENCY-COUNT.
069200     MOVE EH-YTD-GROSS TO WS-CTL-HISTORY-GROSS.
069300     MOVE WS-EMPLOYEE-DIFFERENCE TO WS-CTL-DIFFERENCE.
069400     WRITE WAGE-CONTROL-LINE FROM WS-CONTROL-LINE
069500         AFTER ADVANCING 1 LINE.
069600     ADD 1 TO WS-LINE-COUNT.
069700 2600-EXIT.
069800     EXIT.
069900
070000*=============================================================
070100* 2900-READ-SUMMARY - READ THE NEXT SUMMARY ROW, STOPPING AT END
070200*                     OF FILE OR AT THE FIRST ROW FOR ANOTHER
070300*                     YEAR. WHEN ONE EMPLOYEE WAS ASKED FOR, A
070400*                     ROW FOR ANY OTHER EMPLOYEE ALSO STOPS THE
070500*                     RUN.
070600*=============================================================
070700 2900-READ-SUMMARY.
070800     READ WAGE-SUMMARY-FILE NEXT RECORD
070900         AT END
071000             MOVE "Y" TO WS-EOF-SWITCH
071100             GO TO 2900-EXIT
071200     END-READ.
071300     IF WSM-YEAR NOT = WS-SELECT-YEAR
071400         MOVE "Y" TO WS-EOF-SWITCH
071500         GO TO 2900-EXIT
071600     END-IF.
071700     IF WS-SELECT-EMPLOYEE NOT = ZEROS
071800         AND WSM-EMPLOYEE-NUMBER NOT = WS-SELECT-EMPLOYEE
071900         MOVE "Y" TO WS-EOF-SWITCH
072000         GO TO 2900-EXIT
072100     END-IF.
072200     ADD 1 TO WS-SUMMARY-ROW-COUNT.
072300 2900-EXIT.
072400     EXIT.
072500
072600*=============================================================
072700* 3000-CHECK-HISTORY - FOR A FULL RUN, PASS THE EARNINGS HISTORY
072800*                      FILE FOR THE YEAR'S ROWS AND LIST EVERY
072900*                      EMPLOYEE WITH A GROSS ON HISTORY BUT NO
073000*                      SUMMARY BEHIND IT - EARNINGS THE STATEMENTS
073100*                      AND FILING FILE WOULD OTHERWISE MISS.
073200*=============================================================
073300 3000-CHECK-HISTORY.
073400     MOVE "N" TO WS-EH-EOF-SWITCH.
073500     MOVE ZEROS TO EH-EMPLOYEE-NUMBER.
073600     MOVE ZEROS TO EH-YEAR.
073700     START EARNINGS-HISTORY-FILE KEY >= EH-KEY
073800         INVALID KEY
073900             MOVE "Y" TO WS-EH-EOF-SWITCH
074000     END-START.
074100     PERFORM 3100-CHECK-ONE-HISTORY-ROW THRU 3100-EXIT
074200         UNTIL END-OF-EARNINGS-HISTORY.
074300 3000-EXIT.
074400     EXIT.
074500
074600*=============================================================
074700* 3100-CHECK-ONE-HISTORY-ROW - ONE EARNINGS HISTORY ROW. A ROW FOR
074800*                              ANOTHER YEAR, OR WITH NO GROSS, IS
074900*                              PASSED OVER.
075000*=============================================================
075100 3100-CHECK-ONE-HISTORY-ROW.
075200     READ EARNINGS-HISTORY-FILE NEXT RECORD
075300         AT END
075400             MOVE "Y" TO WS-EH-EOF-SWITCH
075500             GO TO 3100-EXIT
075600     END-READ.
075700     IF EH-YEAR NOT = WS-SELECT-YEAR
075800         OR EH-YTD-GROSS = ZEROS
075900         GO TO 3100-EXIT
076000     END-IF.
076100     MOVE WS-SELECT-YEAR TO WSM-YEAR.
076200     MOVE EH-EMPLOYEE-NUMBER TO WSM-EMPLOYEE-NUMBER.
076300     MOVE LOW-VALUES TO WSM-CURRENCY-CODE.
076400     MOVE "Y" TO WS-WSM-FOUND-SWITCH.
076500     START WAGE-SUMMARY-FILE KEY >= WSM-KEY
076600         INVALID KEY
076700             MOVE "N" TO WS-WSM-FOUND-SWITCH
076800     END-START.
076900     IF WAGE-SUMMARY-WAS-FOUND
077000         READ WAGE-SUMMARY-FILE NEXT RECORD
077100             AT END
077200                 MOVE "N" TO WS-WSM-FOUND-SWITCH
077300         END-READ
077400     END-IF.
077500     IF WAGE-SUMMARY-WAS-FOUND
077600         AND WSM-YEAR = WS-SELECT-YEAR
077700         AND WSM-EMPLOYEE-NUMBER = EH-EMPLOYEE-NUMBER
077800         GO TO 3100-EXIT
077900     END-IF.
078000     ADD EH-YTD-GROSS TO WS-HISTORY-GROSS-TOTAL.
078100     ADD 1 TO WS-DIFFERENCE-COUNT.
078200     MOVE EH-EMPLOYEE-NUMBER TO WS-CURRENT-EMPLOYEE.
078300     MOVE SPACES TO WS-CURRENT-NAME.
078400     MOVE ZEROS TO WS-CURRENCY-COUNT.
078500     MOVE ZEROS TO WS-EMPLOYEE-GROSS.
078600     COMPUTE WS-EMPLOYEE-DIFFERENCE = ZEROS - EH-YTD-GROSS.
078700     MOVE ZEROS TO WS-CTL-STATEMENT-GROSS.
078800     MOVE "NO PAY DETAIL SUMMARIZED" TO WS-CTL-RESULT.
078900     PERFORM 2600-WRITE-CONTROL-LINE THRU 2600-EXIT.
079000 3100-EXIT.
079100     EXIT.
079200
079300*=============================================================
079400* 7500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE CONTROL
079500*                           REPORT.
079600*=============================================================
079700 7500-WRITE-PAGE-HEADERS.
079800     ADD 1 TO WS-PAGE-NUMBER.
079900     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
080000     MOVE WS-SELECT-YEAR TO WS-HDG-YEAR.
080100     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER.
080200     WRITE WAGE-CONTROL-LINE FROM WS-HEADING-LINE-1
080300         AFTER ADVANCING PAGE.
080400     WRITE WAGE-CONTROL-LINE FROM WS-HEADING-LINE-2
080500         AFTER ADVANCING 2 LINES.
080600     MOVE ZEROS TO WS-LINE-COUNT.
080700 7500-EXIT.
080800     EXIT.
080900
081000*=============================================================
081100* 8000-TERMINATE - CLOSE THE FILING FILE WITH ITS TRAILER, PRINT
081200*                  THE CONTROL TOTALS AND CLOSE THE FILES. ANY
081300*                  EMPLOYEE WHOSE STATEMENT DOES NOT AGREE TO
081400*                  EARNINGS HISTORY ENDS THE RUN WITH RETURN CODE
081500*                  16 SO THE FILING FILE IS HELD BACK FROM THE
081600*                  VENDOR UNTIL THE DIFFERENCE IS EXPLAINED.
081700*=============================================================
081800 8000-TERMINATE.
081900     IF WS-STATEMENT-COUNT = ZEROS
082000         DISPLAY "WAGESTMT: NO WAGE SUMMARY FOR YEAR "
082100                 WS-SELECT-YEAR
082200         MOVE 08 TO RETURN-CODE
082300     END-IF.
082400     IF WS-SELECT-EMPLOYEE = ZEROS
082500         PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT
082600     END-IF.
082700     COMPUTE WS-TOTAL-DIFFERENCE =
082800         WS-SUMMARY-GROSS-TOTAL - WS-HISTORY-GROSS-TOTAL.
082900     MOVE WS-STATEMENT-COUNT TO WS-TOT-FMT-COUNT.
083000     WRITE WAGE-CONTROL-LINE FROM WS-TOTAL-LINE-COUNT
083100         AFTER ADVANCING 2 LINES.
083200     MOVE "GROSS ON STATEMENTS:" TO WS-TOT-LABEL.
083300     MOVE WS-SUMMARY-GROSS-TOTAL TO WS-TOT-FMT-AMOUNT.
083400     WRITE WAGE-CONTROL-LINE FROM WS-TOTAL-LINE-AMOUNT
083500         AFTER ADVANCING 1 LINE.
083600     MOVE "GROSS ON EARNINGS HISTORY:" TO WS-TOT-LABEL.
083700     MOVE WS-HISTORY-GROSS-TOTAL TO WS-TOT-FMT-AMOUNT.
083800     WRITE WAGE-CONTROL-LINE FROM WS-TOTAL-LINE-AMOUNT
083900         AFTER ADVANCING 1 LINE.
084000     MOVE "DIFFERENCE:" TO WS-TOT-LABEL.
084100     MOVE WS-TOTAL-DIFFERENCE TO WS-TOT-FMT-AMOUNT.
084200     WRITE WAGE-CONTROL-LINE FROM WS-TOTAL-LINE-AMOUNT
084300         AFTER ADVANCING 1 LINE.
084400     MOVE WS-DIFFERENCE-COUNT TO WS-TOT-FMT-DIFFERENCES.
084500     IF WS-DIFFERENCE-COUNT = ZEROS
084600         MOVE "IN BALANCE" TO WS-TOT-RESULT
084700     ELSE
084800         MOVE "OUT OF BALANCE" TO WS-TOT-RESULT
084900     END-IF.
085000     WRITE WAGE-CONTROL-LINE FROM WS-TOTAL-LINE-RESULT
085100         AFTER ADVANCING 1 LINE.
085200     IF WS-DIFFERENCE-COUNT NOT = ZEROS
085300         DISPLAY "WAGESTMT: YEAR " WS-SELECT-YEAR " - "
085400                 WS-DIFFERENCE-COUNT " EMPLOYEES DO NOT AGREE TO"
085500         DISPLAY "          EARNINGS HISTORY - SEE WAGERPT BEFORE"
085600                 " THE FILING FILE IS SENT"
085700         MOVE 16 TO RETURN-CODE
085800     ELSE
085900         DISPLAY "WAGESTMT: " WS-STATEMENT-COUNT
086000                 " STATEMENTS PRINTED FOR YEAR " WS-SELECT-YEAR
086100     END-IF.
086200     IF WS-SELECT-EMPLOYEE NOT = ZEROS
086300         DISPLAY "WAGESTMT: SINGLE-EMPLOYEE REPRINT - NO FILING "
086400                 "FILE WRITTEN"
086500     END-IF.
086600     CLOSE WAGE-SUMMARY-FILE.
086700     CLOSE EARNINGS-HISTORY-FILE.
086800     CLOSE YEAR-END-CONTROL-FILE.
086900     CLOSE WAGE-SELECT-FILE.
087000     CLOSE WAGE-STATEMENT-FILE.
087100     IF WS-SELECT-EMPLOYEE = ZEROS
087200         CLOSE WAGE-FILING-FILE
087300     END-IF.
087400     CLOSE WAGE-CONTROL-FILE.
087500     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
087600 8000-EXIT.
087700     EXIT.
087800
087900*=============================================================
088000* 8100-WRITE-TRAILER - CLOSE THE FILING FILE WITH THE RECORD AND
088100*                      EMPLOYEE COUNTS, THE GROSS AND TAX TOTALS
088200*                      AND THE EARNINGS HISTORY GROSS.
088300*=============================================================
088400 8100-WRITE-TRAILER.
088500     MOVE SPACES TO WAGE-FILING-RECORD.
088600     MOVE "T" TO WFL-RECORD-TYPE.
088700     MOVE WS-SELECT-YEAR TO WFL-TAX-YEAR.
088800     MOVE WS-FILING-COUNT TO WFL-TRL-RECORD-COUNT.
088900     MOVE WS-STATEMENT-COUNT TO WFL-TRL-EMPLOYEE-COUNT.
089000     MOVE WS-SUMMARY-GROSS-TOTAL TO WFL-TRL-GROSS-TOTAL.
089100     MOVE WS-SUMMARY-TAX-TOTAL TO WFL-TRL-TAX-TOTAL.
089200     MOVE WS-HISTORY-GROSS-TOTAL TO WFL-TRL-HISTORY-GROSS.
089300     WRITE WAGE-FILING-RECORD.
089400 8100-EXIT.
089500     EXIT.
089600
089700*=============================================================
089800* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
089900*                    LOG AND CLOSE THE LOG.
090000*=============================================================
090100 8900-LOG-RUN-END.
090200     MOVE "E" TO RLG-RECORD-TYPE.
090300     MOVE "WAGESTMT" TO RLG-PROGRAM-ID.
090400     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
090500     ACCEPT RLG-TIME FROM TIME.
090600     MOVE WS-SUMMARY-ROW-COUNT TO RLG-RECORDS-READ.
090700     MOVE WS-FILING-COUNT TO RLG-RECORDS-WRITTEN.
090800     MOVE WS-DIFFERENCE-COUNT TO RLG-REJECT-COUNT.
090900     MOVE RETURN-CODE TO RLG-RETURN-CODE.
091000     MOVE ZEROS TO RLG-PERIOD-NUMBER.
091100     WRITE RUN-LOG-RECORD.
091200     CLOSE RUN-LOG-FILE.
091300 8900-EXIT.
091400     EXIT.
