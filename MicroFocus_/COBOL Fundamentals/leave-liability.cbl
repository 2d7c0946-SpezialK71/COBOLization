000100*=============================================================
000200* PROGRAM      : LVLIAB
000300* DESCRIPTION  : PERIOD-END ACCRUED LEAVE LIABILITY REPORT. READS
000400*                THE EMPLOYEE MASTER IN DEPARTMENT ORDER (THE
000500*                EMP-DEPARTMENT-CODE ALTERNATE KEY) WITH A CONTROL
000600*                BREAK ON THE DEPARTMENT CODE, AS DEPTSUM DOES,
000700*                AND FOR EACH EMPLOYEE PICKS UP THE VACATION AND
000800*                SICK BALANCES FROM THE LEAVE BALANCE FILE. HOURS
000900*                OF EVERY TYPE ARE SHOWN; ONLY THE TYPES THE LEAVE
001000*                POLICY PAYS OUT AT TERMINATION CARRY A MONEY
001100*                LIABILITY, VALUED AT THE EMPLOYEE'S CURRENT
001200*                RATE - THE HOURLY RATE, OR THE PERIOD SALARY
001300*                OVER THE STANDARD PERIOD HOURS. LIABILITY IS
001400*                TOTALLED BY CURRENCY PER DEPARTMENT AND OVERALL,
001500*                AND CONVERTED TO A USD EQUIVALENT AT THE EXCHANGE
001600*                RATES IN EFFECT ON THE PERIOD'S PAY DATE. THE
001700*                PERIOD COMES FROM A ONE-RECORD PARAMETER FILE AND
001800*                MUST BE THE LATEST PERIOD MARKED PAID ON THE
001900*                CALENDAR - THE LEAVE BALANCE FILE CARRIES ONLY
002000*                TODAY'S BALANCES. TERMINATED EMPLOYEES STILL ON
002100*                FILE ARE INCLUDED - THEIR BALANCES ARE OWED UNTIL
002200*                THE YEAR-END PURGE SETTLES THEM.
002300*=============================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. LVLIAB.
002600 AUTHOR. T. OKAFOR.
002700 INSTALLATION. PAYROLL SYSTEMS GROUP.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000* MODIFICATION HISTORY
003100* DATE       INIT DESCRIPTION
003200* 2026-10-15 TO   INITIAL VERSION - FINANCE NEEDS THE ACCRUED
003300*                 VACATION LIABILITY BY DEPARTMENT AT EACH PERIOD
003400*                 END NOW THAT LEAVE ACCRUES ON LVBAL.
003500* 2026-10-15 TO   ONLY THE LATEST PAID PERIOD CAN BE REPORTED - A
003600*                 LATER PAID PERIOD HAS ALREADY MOVED THE BALANCES
003700*                 ON FILE PAST THE ONE SELECTED.
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT EMPLOYEE-MASTER-FILE
004600         ASSIGN TO "EMPMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EMP-EMPLOYEE-NUMBER
005000         ALTERNATE RECORD KEY IS EMP-LAST-NAME
005100             WITH DUPLICATES
005200         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-EMPMAST-STATUS.
005500
005600     SELECT LEAVE-BALANCE-FILE
005700         ASSIGN TO "LVBAL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS LVB-KEY
006100         FILE STATUS IS WS-LVBAL-STATUS.
006200
006300     SELECT DEPARTMENT-REFERENCE-FILE
006400         ASSIGN TO "DEPTREF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS DEPT-CODE
006800         FILE STATUS IS WS-DEPTREF-STATUS.
006900
007000     SELECT PAY-PERIOD-CALENDAR-FILE
007100         ASSIGN TO "PAYCAL"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS PPC-PERIOD-NUMBER
007500         FILE STATUS IS WS-PAYCAL-STATUS.
007600
007700     SELECT EXCHANGE-RATE-FILE
007800         ASSIGN TO "EXCHRATE"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS XRT-KEY
008200         FILE STATUS IS WS-EXCHRATE-STATUS.
008300
008400     SELECT LIABILITY-SELECT-FILE
008500         ASSIGN TO "LVPARM"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-LVPARM-STATUS.
008800
008900     SELECT LIABILITY-REPORT-FILE
009000         ASSIGN TO "LVLRPT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-LVLRPT-STATUS.
009300
009400     SELECT RUN-LOG-FILE
009500         ASSIGN TO "RUNLOG"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-RUNLOG-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100* EMPLOYEE MASTER RECORD - READ IN DEPARTMENT ORDER THROUGH THE
010200* EMP-DEPARTMENT-CODE ALTERNATE KEY.
010300 FD  EMPLOYEE-MASTER-FILE.
010400     COPY EMPREC.
010500
010600* LEAVE BALANCE RECORD - KEYED BY EMPLOYEE + LEAVE TYPE.
010700 FD  LEAVE-BALANCE-FILE.
010800     COPY LVBREC.
010900
011000* DEPARTMENT REFERENCE RECORD - KEYED BY DEPARTMENT CODE.
011100 FD  DEPARTMENT-REFERENCE-FILE.
011200     COPY DEPTREC.
011300
011400* PAY-PERIOD CALENDAR RECORD - KEYED BY PERIOD NUMBER.
011500 FD  PAY-PERIOD-CALENDAR-FILE.
011600     COPY PPCREC.
011700
011800* EXCHANGE RATE RECORD - KEYED BY CURRENCY + EFFECTIVE DATE.
011900 FD  EXCHANGE-RATE-FILE.
012000     COPY XRATREC.
012100
012200* ONE SELECTION PARAMETER RECORD - THE PERIOD TO REPORT AS OF.
012300 FD  LIABILITY-SELECT-FILE.
012400 01  LIABILITY-SELECT-RECORD.
012500     05  PARM-PERIOD-NUMBER-X        PIC X(03).
012600     05  PARM-PERIOD-NUMBER
012700         REDEFINES PARM-PERIOD-NUMBER-X
012800                                     PIC 9(03).
012900
013000 FD  LIABILITY-REPORT-FILE.
013100 01  LIABILITY-REPORT-LINE           PIC X(132).
013200
013300* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
013400 FD  RUN-LOG-FILE.
013500     COPY RLGREC.
013600
013700 WORKING-STORAGE SECTION.
013800 01  WS-FILE-STATUSES.
013900     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
014000     05  WS-LVBAL-STATUS             PIC X(02) VALUE ZEROS.
014100     05  WS-DEPTREF-STATUS           PIC X(02) VALUE ZEROS.
014200     05  WS-PAYCAL-STATUS            PIC X(02) VALUE ZEROS.
014300     05  WS-EXCHRATE-STATUS          PIC X(02) VALUE ZEROS.
014400     05  WS-LVPARM-STATUS            PIC X(02) VALUE ZEROS.
014500     05  WS-LVLRPT-STATUS            PIC X(02) VALUE ZEROS.
014600     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
014700
014800 01  WS-SWITCHES.
014900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
015000         88  END-OF-EMPLOYEE-FILE            VALUE "Y".
015100     05  WS-FIRST-TIME-SWITCH        PIC X(01) VALUE "Y".
015200         88  FIRST-EMPLOYEE-OF-RUN           VALUE "Y".
015300     05  WS-XRATE-EOF-SWITCH         PIC X(01) VALUE "N".
015400         88  END-OF-RATE-FILE                VALUE "Y".
015500     05  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
015600         88  RATE-WAS-FOUND                  VALUE "Y".
015700     05  WS-HAS-LEAVE-SWITCH         PIC X(01) VALUE "N".
015800         88  EMPLOYEE-HAS-LEAVE              VALUE "Y".
015900     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
016000         88  END-OF-CALENDAR                 VALUE "Y".
016100
016200* THE PERIOD REPORTED AND ITS PAY DATE - RATES ARE THOSE IN
016300* EFFECT ON THE PAY DATE.
016400 01  WS-SELECT-PERIOD                 PIC 9(03) VALUE ZEROS.
016500 01  WS-AS-OF-DATE                    PIC 9(08) VALUE ZEROS.
016600
016700* REPORT CONTROL COUNTERS.
016800 01  WS-REPORT-CONTROLS.
016900     05  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS COMP.
017000     05  WS-PAGE-NUMBER              PIC 9(03) VALUE ZEROS COMP.
017100     05  WS-EMPLOYEES-READ           PIC 9(05) VALUE ZEROS COMP.
017200
017300 01  WS-CONSTANTS.
017400     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
017500
017600     COPY LVPOL.
017700
017800* EXCHANGE-RATE LOOKUP WORK FIELDS - THE RATE IN EFFECT ON THE
017900* PAY DATE IS THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER
018000* IT.
018100 01  WS-RATE-CURRENCY                 PIC X(03) VALUE SPACES.
018200 01  WS-CURRENT-RATE                  PIC 9(03)V9(06) VALUE ZEROS.
018300 01  WS-CURRENT-RATE-DATE             PIC 9(08) VALUE ZEROS.
018400 01  WS-CURRENT-RATES.
018500     05  WS-RATE-GBP                 PIC 9(03)V9(06) VALUE ZEROS.
018600     05  WS-RATE-GBP-DATE            PIC 9(08) VALUE ZEROS.
018700     05  WS-RATE-EUR                 PIC 9(03)V9(06) VALUE ZEROS.
018800     05  WS-RATE-EUR-DATE            PIC 9(08) VALUE ZEROS.
018900     05  WS-RATE-JPY                 PIC 9(03)V9(06) VALUE ZEROS.
019000     05  WS-RATE-JPY-DATE            PIC 9(08) VALUE ZEROS.
019100
019200* ONE EMPLOYEE'S LEAVE - THE VALUE OF ONE HOUR AND THE MONEY
019300* VALUE OF ONE PAID-OUT BALANCE, IN THE EMPLOYEE'S CURRENCY.
019400 01  WS-HOURLY-VALUE                  PIC 9(07)V9(02) VALUE ZEROS.
019500 01  WS-LEAVE-VALUE                   PIC 9(09)V9(02) VALUE ZEROS.
019600
019700* THE DEPARTMENT UNDER THE CONTROL BREAK AND ITS ACCUMULATORS.
019800* ONLY ONE DEPARTMENT IS HELD AT A TIME, SO THERE IS NO CAP.
019900 01  WS-CURRENT-DEPARTMENT            PIC X(04) VALUE SPACES.
020000 01  WS-DEPT-HEADCOUNT                PIC 9(05) VALUE ZEROS COMP.
020100 01  WS-DEPT-TOTALS.
020200     05  WS-DEPT-VACATION-HOURS      PIC 9(09)V9(02) VALUE ZEROS.
020300     05  WS-DEPT-SICK-HOURS          PIC 9(09)V9(02) VALUE ZEROS.
020400     05  WS-DEPT-LIAB-USD            PIC 9(11)V9(02) VALUE ZEROS.
020500     05  WS-DEPT-LIAB-GBP            PIC 9(11)V9(02) VALUE ZEROS.
020600     05  WS-DEPT-LIAB-EUR            PIC 9(11)V9(02) VALUE ZEROS.
020700     05  WS-DEPT-LIAB-JPY            PIC 9(11)V9(02) VALUE ZEROS.
020800     05  WS-DEPT-USD-EQUIVALENT      PIC 9(13)V9(02) VALUE ZEROS.
020900
021000* GRAND TOTALS ACROSS EVERY DEPARTMENT. THE USD EQUIVALENT IS
021100* THE SUM OF THE DEPARTMENT EQUIVALENTS, SO THE REPORT FOOTS.
021200 01  WS-GRAND-TOTALS.
021300     05  WS-TOTAL-VACATION-HOURS     PIC 9(09)V9(02) VALUE ZEROS.
021400     05  WS-TOTAL-SICK-HOURS         PIC 9(09)V9(02) VALUE ZEROS.
021500     05  WS-TOTAL-LIAB-USD           PIC 9(11)V9(02) VALUE ZEROS.
021600     05  WS-TOTAL-LIAB-GBP           PIC 9(11)V9(02) VALUE ZEROS.
021700     05  WS-TOTAL-LIAB-EUR           PIC 9(11)V9(02) VALUE ZEROS.
021800     05  WS-TOTAL-LIAB-JPY           PIC 9(11)V9(02) VALUE ZEROS.
021900     05  WS-TOTAL-USD-EQUIVALENT     PIC 9(13)V9(02) VALUE ZEROS.
022000
022100 01  WS-TOTAL-HEADCOUNT              PIC 9(05) VALUE ZEROS COMP.
022200 01  WS-WHOLE-YEN-TOTAL              PIC 9(11) VALUE ZEROS.
022300
022400* RUN DATE, BROKEN OUT FOR EDITING ON THE PAGE HEADING.
022500 01  WS-RUN-DATE.
022600     05  WS-RUN-DATE-CCYY            PIC 9(04).
022700     05  WS-RUN-DATE-MM              PIC 9(02).
022800     05  WS-RUN-DATE-DD              PIC 9(02).
022900 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
023000
023100* PRINT LINE LAYOUTS FOR THE LEAVE LIABILITY REPORT.
023200 01  WS-HEADING-LINE-1.
023300     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
023400     05  WS-HDG-RUN-DATE             PIC X(10).
023500     05  FILLER                      PIC X(08) VALUE SPACES.
023600     05  FILLER                      PIC X(27) VALUE
023700             "ACCRUED LEAVE LIABILITY".
023800     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
023900     05  WS-HDG-PERIOD               PIC 9(03).
024000     05  FILLER                      PIC X(11) VALUE
024100             "  PAY DATE ".
024200     05  WS-HDG-AS-OF-DATE           PIC 9(08).
024300     05  FILLER                      PIC X(05) VALUE SPACES.
024400     05  FILLER                      PIC X(06) VALUE "PAGE: ".
024500     05  WS-HDG-PAGE-NUMBER          PIC ZZ9.
024600
024700 01  WS-DEPT-HEADER-LINE.
024800     05  FILLER                      PIC X(06) VALUE "DEPT: ".
024900     05  WS-DHL-CODE                 PIC X(04).
025000     05  FILLER                      PIC X(02) VALUE SPACES.
025100     05  WS-DHL-NAME                 PIC X(20).
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  FILLER                      PIC X(11) VALUE
025400             "EMPLOYEES: ".
025500     05  WS-DHL-HEADCOUNT            PIC ZZZZ9.
025600     05  FILLER                      PIC X(17) VALUE
025700             "  VACATION HRS: ".
025800     05  WS-DHL-VACATION-HOURS       PIC ZZZ,ZZZ,ZZ9.99.
025900     05  FILLER                      PIC X(13) VALUE
026000             "  SICK HRS: ".
026100     05  WS-DHL-SICK-HOURS           PIC ZZZ,ZZZ,ZZ9.99.
026200
026300 01  WS-DEPT-CCY-LINE.
026400     05  FILLER                      PIC X(05) VALUE SPACES.
026500     05  WS-DCL-CURRENCY             PIC X(03).
026600     05  FILLER                      PIC X(13) VALUE
026700             "  LIABILITY: ".
026800     05  WS-DCL-LIABILITY            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026900
027000 01  WS-DEPT-CCY-LINE-JPY.
027100     05  FILLER                      PIC X(05) VALUE SPACES.
027200     05  FILLER                      PIC X(03) VALUE "JPY".
027300     05  FILLER                      PIC X(13) VALUE
027400             "  LIABILITY: ".
027500     05  WS-DCJ-LIABILITY            PIC ZZ,ZZZ,ZZZ,ZZ9.
027600
027700 01  WS-DEPT-USD-EQUIV-LINE.
027800     05  FILLER                      PIC X(05) VALUE SPACES.
027900     05  FILLER                      PIC X(16) VALUE
028000             "USD EQUIVALENT: ".
028100     05  WS-DUL-USD-EQUIVALENT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
028200
028300 01  WS-TOTAL-HEADER-LINE.
028400     05  FILLER                      PIC X(30) VALUE
028500             "GRAND TOTALS (ALL DEPARTMENTS)".
028600
028700 01  WS-TOTAL-LINE-HOURS.
028800     05  FILLER                      PIC X(11) VALUE
028900             "EMPLOYEES: ".
029000     05  WS-TOT-FMT-HEADCOUNT        PIC ZZZZ9.
029100     05  FILLER                      PIC X(17) VALUE
029200             "  VACATION HRS: ".
029300     05  WS-TOT-FMT-VACATION-HOURS   PIC ZZZ,ZZZ,ZZ9.99.
029400     05  FILLER                      PIC X(13) VALUE
029500             "  SICK HRS: ".
029600     05  WS-TOT-FMT-SICK-HOURS       PIC ZZZ,ZZZ,ZZ9.99.
029700
029800 01  WS-RATE-USED-LINE.
029900     05  FILLER                      PIC X(05) VALUE SPACES.
030000     05  FILLER                      PIC X(10) VALUE "RATE USED ".
030100     05  WS-RUL-CURRENCY             PIC X(03).
030200     05  FILLER                      PIC X(09) VALUE " TO USD: ".
030300     05  WS-RUL-RATE                 PIC ZZ9.999999.
030400     05  FILLER                      PIC X(12) VALUE
030500             "  EFFECTIVE ".
030600     05  WS-RUL-DATE                 PIC 9(08).
030700
030800 PROCEDURE DIVISION.
030900
031000*=============================================================
031100* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE LIABILITY RUN.
031200*=============================================================
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031500     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
031600         UNTIL END-OF-EMPLOYEE-FILE.
031700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
031800     STOP RUN.
031900
032000*=============================================================
032100* 1000-INITIALIZE - OPEN THE FILES, READ AND CHECK THE PERIOD,
032200*                   FIX THE EXCHANGE RATES, POSITION THE MASTER
032300*                   ON ITS DEPARTMENT ALTERNATE KEY AND PRIME THE
032400*                   READ.
032500*=============================================================
032600 1000-INITIALIZE.
032700     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
032800     OPEN INPUT EMPLOYEE-MASTER-FILE.
032900     IF WS-EMPMAST-STATUS NOT = "00"
033000         DISPLAY "LVLIAB: EMPLOYEE-MASTER-FILE OPEN FAILED - "
033100         DISPLAY "        FILE STATUS = " WS-EMPMAST-STATUS
033200         MOVE 16 TO RETURN-CODE
033300         STOP RUN
033400     END-IF.
033500     OPEN INPUT LEAVE-BALANCE-FILE.
033600     IF WS-LVBAL-STATUS NOT = "00"
033700         DISPLAY "LVLIAB: LEAVE-BALANCE-FILE OPEN FAILED - "
033800         DISPLAY "        FILE STATUS = " WS-LVBAL-STATUS
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     OPEN INPUT DEPARTMENT-REFERENCE-FILE.
034300     IF WS-DEPTREF-STATUS NOT = "00"
034400         DISPLAY "LVLIAB: DEPARTMENT-REFERENCE-FILE OPEN "
034500         DISPLAY "        FAILED, STATUS = " WS-DEPTREF-STATUS
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     OPEN INPUT PAY-PERIOD-CALENDAR-FILE.
035000     IF WS-PAYCAL-STATUS NOT = "00"
035100         DISPLAY "LVLIAB: PAY-PERIOD-CALENDAR-FILE OPEN FAILED -"
035200         DISPLAY "        FILE STATUS = " WS-PAYCAL-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     OPEN INPUT EXCHANGE-RATE-FILE.
035700     IF WS-EXCHRATE-STATUS NOT = "00"
035800         DISPLAY "LVLIAB: EXCHANGE-RATE-FILE OPEN FAILED - "
035900         DISPLAY "        FILE STATUS = " WS-EXCHRATE-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     OPEN INPUT LIABILITY-SELECT-FILE.
036400     IF WS-LVPARM-STATUS NOT = "00"
036500         DISPLAY "LVLIAB: LIABILITY-SELECT-FILE OPEN FAILED - "
036600         DISPLAY "        FILE STATUS = " WS-LVPARM-STATUS
036700         MOVE 16 TO RETURN-CODE
036800         STOP RUN
036900     END-IF.
037000     OPEN OUTPUT LIABILITY-REPORT-FILE.
037100     IF WS-LVLRPT-STATUS NOT = "00"
037200         DISPLAY "LVLIAB: LIABILITY-REPORT-FILE OPEN FAILED - "
037300         DISPLAY "        FILE STATUS = " WS-LVLRPT-STATUS
037400         MOVE 16 TO RETURN-CODE
037500         STOP RUN
037600     END-IF.
037700     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
037800     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
037900     PERFORM 1800-RESOLVE-EXCHANGE-RATES THRU 1800-EXIT.
038000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038100     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
038200            WS-RUN-DATE-CCYY DELIMITED BY SIZE
038300         INTO WS-RUN-DATE-EDITED.
038400     MOVE LOW-VALUES TO EMP-DEPARTMENT-CODE.
038500     START EMPLOYEE-MASTER-FILE KEY >= EMP-DEPARTMENT-CODE
038600         INVALID KEY
038700             MOVE "Y" TO WS-EOF-SWITCH
038800     END-START.
038900     IF NOT END-OF-EMPLOYEE-FILE
039000         PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT
039100     END-IF.
039200 1000-EXIT.
039300     EXIT.
039400
039500*=============================================================
039600* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
039700*                      RUN LOG, CREATING THE FILE ON ITS FIRST
039800*                      USE.
039900*=============================================================
040000 1050-LOG-RUN-START.
040100     OPEN EXTEND RUN-LOG-FILE.
040200     IF WS-RUNLOG-STATUS = "35"
040300         OPEN OUTPUT RUN-LOG-FILE
040400         CLOSE RUN-LOG-FILE
040500         OPEN EXTEND RUN-LOG-FILE
040600     END-IF.
040700     IF WS-RUNLOG-STATUS NOT = "00" AND
040800             WS-RUNLOG-STATUS NOT = "05"
040900         DISPLAY "LVLIAB: RUN-LOG-FILE OPEN FAILED - "
041000         DISPLAY "        FILE STATUS = " WS-RUNLOG-STATUS
041100         MOVE 16 TO RETURN-CODE
041200         STOP RUN
041300     END-IF.
041400     MOVE "S" TO RLG-RECORD-TYPE.
041500     MOVE "LVLIAB" TO RLG-PROGRAM-ID.
041600     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
041700     ACCEPT RLG-TIME FROM TIME.
041800     MOVE ZEROS TO RLG-RECORDS-READ.
041900     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
042000     MOVE ZEROS TO RLG-REJECT-COUNT.
042100     MOVE ZEROS TO RLG-RETURN-CODE.
042200     MOVE ZEROS TO RLG-PERIOD-NUMBER.
042300     WRITE RUN-LOG-RECORD.
042400 1050-EXIT.
042500     EXIT.
042600
042700*=============================================================
042800* 1100-READ-PARAMETER - THE PERIOD TO REPORT IS REQUIRED.
042900*=============================================================
043000 1100-READ-PARAMETER.
043100     READ LIABILITY-SELECT-FILE
043200         AT END
043300             DISPLAY "LVLIAB: SELECTION PARAMETER MISSING"
043400             MOVE 16 TO RETURN-CODE
043500             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
043600             STOP RUN
043700     END-READ.
043800     IF PARM-PERIOD-NUMBER-X NOT NUMERIC
043900         OR PARM-PERIOD-NUMBER = ZEROS
044000         DISPLAY "LVLIAB: PERIOD NUMBER PARAMETER INVALID - "
044100                 PARM-PERIOD-NUMBER-X
044200         MOVE 16 TO RETURN-CODE
044300         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
044400         STOP RUN
044500     END-IF.
044600     MOVE PARM-PERIOD-NUMBER TO WS-SELECT-PERIOD.
044700 1100-EXIT.
044800     EXIT.
044900
045000*=============================================================
045100* 1200-CHECK-PERIOD - THE PERIOD MUST EXIST ON THE CALENDAR AND
045200*                     BE MARKED PAID - BALANCES ARE ONLY AS OF A
045300*                     PERIOD END ONCE ITS ACCRUAL HAS POSTED -
045400*                     AND NO LATER PERIOD MAY BE MARKED PAID,
045500*                     SINCE THE BALANCES ON FILE ARE AS OF THE
045600*                     LATEST ONE. ITS PAY DATE FIXES THE EXCHANGE
045700*                     RATES.
045800*=============================================================
045900 1200-CHECK-PERIOD.
046000     MOVE WS-SELECT-PERIOD TO PPC-PERIOD-NUMBER.
046100     START PAY-PERIOD-CALENDAR-FILE KEY > PPC-PERIOD-NUMBER
046200         INVALID KEY
046300             MOVE "Y" TO WS-CAL-EOF-SWITCH
046400     END-START.
046500     PERFORM 1250-CHECK-LATER-PERIOD THRU 1250-EXIT
046600         UNTIL END-OF-CALENDAR.
046700     MOVE WS-SELECT-PERIOD TO PPC-PERIOD-NUMBER.
046800     READ PAY-PERIOD-CALENDAR-FILE
046900         INVALID KEY
047000             DISPLAY "LVLIAB: PERIOD " WS-SELECT-PERIOD
047100                     " IS NOT ON THE CALENDAR"
047200             MOVE 16 TO RETURN-CODE
047300             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
047400             STOP RUN
047500     END-READ.
047600     IF NOT PPC-PERIOD-IS-PAID
047700         DISPLAY "LVLIAB: PERIOD " WS-SELECT-PERIOD
047800                 " IS NOT MARKED PAID - REPORT REFUSED"
047900         MOVE 16 TO RETURN-CODE
048000         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
048100         STOP RUN
048200     END-IF.
048300     MOVE PPC-PAY-DATE TO WS-AS-OF-DATE.
048400 1200-EXIT.
048500     EXIT.
048600
048700*=============================================================
048800* 1250-CHECK-LATER-PERIOD - A PERIOD AFTER THE ONE SELECTED THAT
048900*                           IS ALREADY PAID STOPS THE REPORT.
049000*=============================================================
049100 1250-CHECK-LATER-PERIOD.
049200     READ PAY-PERIOD-CALENDAR-FILE NEXT RECORD
049300         AT END
049400             MOVE "Y" TO WS-CAL-EOF-SWITCH
049500             GO TO 1250-EXIT
049600     END-READ.
049700     IF PPC-PERIOD-IS-PAID
049800         DISPLAY "LVLIAB: LATER PERIOD " PPC-PERIOD-NUMBER
049900                 " IS ALREADY PAID - "
050000         DISPLAY "        ONLY THE LATEST PAID PERIOD CAN BE "
050100                 "REPORTED"
050200         MOVE 16 TO RETURN-CODE
050300         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
050400         STOP RUN
050500     END-IF.
050600 1250-EXIT.
050700     EXIT.
050800
050900*=============================================================
051000* 1800-RESOLVE-EXCHANGE-RATES - FIX THE GBP, EUR AND JPY RATES
051100*                              IN EFFECT ON THE PERIOD'S PAY
051200*                              DATE BEFORE ANYTHING IS PRINTED.
051300*=============================================================
051400 1800-RESOLVE-EXCHANGE-RATES.
051500     MOVE "GBP" TO WS-RATE-CURRENCY.
051600     PERFORM 1810-FIND-CURRENT-RATE THRU 1810-EXIT.
051700     MOVE WS-CURRENT-RATE TO WS-RATE-GBP.
051800     MOVE WS-CURRENT-RATE-DATE TO WS-RATE-GBP-DATE.
051900     MOVE "EUR" TO WS-RATE-CURRENCY.
052000     PERFORM 1810-FIND-CURRENT-RATE THRU 1810-EXIT.
052100     MOVE WS-CURRENT-RATE TO WS-RATE-EUR.
052200     MOVE WS-CURRENT-RATE-DATE TO WS-RATE-EUR-DATE.
052300     MOVE "JPY" TO WS-RATE-CURRENCY.
052400     PERFORM 1810-FIND-CURRENT-RATE THRU 1810-EXIT.
052500     MOVE WS-CURRENT-RATE TO WS-RATE-JPY.
052600     MOVE WS-CURRENT-RATE-DATE TO WS-RATE-JPY-DATE.
052700 1800-EXIT.
052800     EXIT.
052900
053000*=============================================================
053100* 1810-FIND-CURRENT-RATE - THE RATE IN EFFECT ON THE PAY DATE IS
053200*                          THE ROW WITH THE LATEST EFFECTIVE DATE
053300*                          NOT AFTER IT. A CURRENCY WITH NO SUCH
053400*                          ROW FAILS THE RUN LOUDLY.
053500*=============================================================
053600 1810-FIND-CURRENT-RATE.
053700     MOVE "N" TO WS-XRATE-EOF-SWITCH.
053800     MOVE "N" TO WS-RATE-FOUND-SWITCH.
053900     MOVE WS-RATE-CURRENCY TO XRT-CURRENCY-CODE.
054000     MOVE ZEROS TO XRT-EFFECTIVE-DATE.
054100     START EXCHANGE-RATE-FILE KEY >= XRT-KEY
054200         INVALID KEY
054300             MOVE "Y" TO WS-XRATE-EOF-SWITCH
054400     END-START.
054500     PERFORM 1820-READ-RATE THRU 1820-EXIT
054600         UNTIL END-OF-RATE-FILE.
054700     IF NOT RATE-WAS-FOUND
054800         DISPLAY "LVLIAB: NO CURRENT EXCHANGE RATE FOR "
054900                 WS-RATE-CURRENCY
055000         DISPLAY "        AS OF " WS-AS-OF-DATE
055100         MOVE 16 TO RETURN-CODE
055200         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
055300         STOP RUN
055400     END-IF.
055500 1810-EXIT.
055600     EXIT.
055700
055800*=============================================================
055900* 1820-READ-RATE - READ THE NEXT RATE ROW, REMEMBERING THE LAST
056000*                  ONE FOR THE WANTED CURRENCY DATED ON OR BEFORE
056100*                  THE PAY DATE.
056200*=============================================================
056300 1820-READ-RATE.
056400     READ EXCHANGE-RATE-FILE NEXT RECORD
056500         AT END
056600             MOVE "Y" TO WS-XRATE-EOF-SWITCH
056700             GO TO 1820-EXIT
056800     END-READ.
056900     IF XRT-CURRENCY-CODE NOT = WS-RATE-CURRENCY
057000         MOVE "Y" TO WS-XRATE-EOF-SWITCH
057100         GO TO 1820-EXIT
057200     END-IF.
057300     IF XRT-EFFECTIVE-DATE > WS-AS-OF-DATE
057400         MOVE "Y" TO WS-XRATE-EOF-SWITCH
057500         GO TO 1820-EXIT
057600     END-IF.
057700     MOVE "Y" TO WS-RATE-FOUND-SWITCH.
057800     MOVE XRT-RATE-TO-USD TO WS-CURRENT-RATE.
057900     MOVE XRT-EFFECTIVE-DATE TO WS-CURRENT-RATE-DATE.
058000 1820-EXIT.
058100     EXIT.
058200
058300*=============================================================
058400* 2000-PROCESS-EMPLOYEE - BREAK ON A NEW DEPARTMENT CODE, THEN
058500*                         ACCUMULATE ONE EMPLOYEE'S LEAVE AND READ
058600*                         THE NEXT.
058700*=============================================================
058800 2000-PROCESS-EMPLOYEE.
058900     ADD 1 TO WS-EMPLOYEES-READ.
059000     IF FIRST-EMPLOYEE-OF-RUN
059100         MOVE EMP-DEPARTMENT-CODE TO WS-CURRENT-DEPARTMENT
059200         MOVE "N" TO WS-FIRST-TIME-SWITCH
059300     END-IF.
059400     IF EMP-DEPARTMENT-CODE NOT = WS-CURRENT-DEPARTMENT
059500         PERFORM 3000-DEPARTMENT-BREAK THRU 3000-EXIT
059600         MOVE EMP-DEPARTMENT-CODE TO WS-CURRENT-DEPARTMENT
059700     END-IF.
059800     PERFORM 2100-ACCUMULATE-EMPLOYEE THRU 2100-EXIT.
059900     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
060000 2000-EXIT.
060100     EXIT.
060200
060300*=============================================================
060400* 2100-ACCUMULATE-EMPLOYEE - VALUE ONE HOUR OF THE EMPLOYEE'S
060500*                            TIME AT THE CURRENT RATE, THEN ADD
060600*                            EACH LEAVE TYPE'S BALANCE INTO THE
060700*                            DEPARTMENT AND THE GRAND TOTALS. AN
060800*                            EMPLOYEE WITH NO BALANCE ROW AT ALL
060900*                            IS NOT COUNTED.
061000*=============================================================
061100 2100-ACCUMULATE-EMPLOYEE.
061200     IF EMP-PAY-IS-HOURLY
061300         MOVE EMP-HOURLY-RATE TO WS-HOURLY-VALUE
061400     ELSE
061500         COMPUTE WS-HOURLY-VALUE ROUNDED =
061600             EMP-SALARY / WS-STANDARD-PERIOD-HOURS
061700     END-IF.
061800     MOVE "N" TO WS-HAS-LEAVE-SWITCH.
061900     PERFORM 2200-ACCUMULATE-LEAVE-TYPE THRU 2200-EXIT
062000         VARYING WS-LVP-IX FROM 1 BY 1
062100         UNTIL WS-LVP-IX > WS-LVP-ENTRY-COUNT.
062200     IF EMPLOYEE-HAS-LEAVE
062300         ADD 1 TO WS-DEPT-HEADCOUNT
062400         ADD 1 TO WS-TOTAL-HEADCOUNT
062500     END-IF.
062600 2100-EXIT.
062700     EXIT.
062800
062900*=============================================================
063000* 2200-ACCUMULATE-LEAVE-TYPE - ONE LEAVE TYPE FOR THE EMPLOYEE.
063100*                              THE HOURS ARE ALWAYS COUNTED; THE
063200*                              MONEY LIABILITY ONLY WHERE THE
063300*                              POLICY PAYS THE TYPE OUT AT
063400*                              TERMINATION.
063500*=============================================================
063600 2200-ACCUMULATE-LEAVE-TYPE.
063700     MOVE EMP-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER.
063800     MOVE WS-LVP-LEAVE-TYPE (WS-LVP-IX) TO LVB-LEAVE-TYPE.
063900     READ LEAVE-BALANCE-FILE
064000         INVALID KEY
064100             GO TO 2200-EXIT
064200     END-READ.
064300     MOVE "Y" TO WS-HAS-LEAVE-SWITCH.
064400     EVALUATE TRUE
064500         WHEN LVB-TYPE-IS-VACATION
064600             ADD LVB-BALANCE-HOURS TO WS-DEPT-VACATION-HOURS
064700             ADD LVB-BALANCE-HOURS TO WS-TOTAL-VACATION-HOURS
064800         WHEN LVB-TYPE-IS-SICK
064900             ADD LVB-BALANCE-HOURS TO WS-DEPT-SICK-HOURS
065000             ADD LVB-BALANCE-HOURS TO WS-TOTAL-SICK-HOURS
065100     END-EVALUATE.
065200     IF NOT LVP-PAID-OUT-AT-TERMINATION (WS-LVP-IX)
065300         GO TO 2200-EXIT
065400     END-IF.
065500     COMPUTE WS-LEAVE-VALUE ROUNDED =
065600         LVB-BALANCE-HOURS * WS-HOURLY-VALUE.
065700     EVALUATE TRUE
065800         WHEN EMP-CURRENCY-IS-GBP
065900             ADD WS-LEAVE-VALUE TO WS-DEPT-LIAB-GBP
066000             ADD WS-LEAVE-VALUE TO WS-TOTAL-LIAB-GBP
066100         WHEN EMP-CURRENCY-IS-EUR
066200             ADD WS-LEAVE-VALUE TO WS-DEPT-LIAB-EUR
066300             ADD WS-LEAVE-VALUE TO WS-TOTAL-LIAB-EUR
066400         WHEN EMP-CURRENCY-IS-JPY
066500             ADD WS-LEAVE-VALUE TO WS-DEPT-LIAB-JPY
066600             ADD WS-LEAVE-VALUE TO WS-TOTAL-LIAB-JPY
066700         WHEN OTHER
066800             ADD WS-LEAVE-VALUE TO WS-DEPT-LIAB-USD
066900             ADD WS-LEAVE-VALUE TO WS-TOTAL-LIAB-USD
067000     END-EVALUATE.
067100 2200-EXIT.
067200     EXIT.
067300
067400*=============================================================
067500* 2900-READ-EMPLOYEE - READ THE NEXT EMPLOYEE MASTER RECORD, IN
067600*                      DEPARTMENT-KEY ORDER.
067700*=============================================================
067800 2900-READ-EMPLOYEE.
067900     READ EMPLOYEE-MASTER-FILE NEXT RECORD
068000         AT END
068100             MOVE "Y" TO WS-EOF-SWITCH
068200     END-READ.
068300 2900-EXIT.
068400     EXIT.
068500
068600*=============================================================
068700* 3000-DEPARTMENT-BREAK - PRINT THE FINISHED DEPARTMENT'S HOURS,
068800*                         ITS NONZERO PER-CURRENCY LIABILITY AND
068900*                         ITS USD EQUIVALENT, THEN CLEAR THE
069000*                         DEPARTMENT ACCUMULATORS. A DEPARTMENT
069100*                         WITH NO LEAVE ON FILE PRINTS NOTHING.
069200*=============================================================
069300 3000-DEPARTMENT-BREAK.
069400     IF WS-DEPT-HEADCOUNT = ZEROS
069500         GO TO 3000-CLEAR
069600     END-IF.
069700     IF WS-LINE-COUNT = ZEROS
069800         OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
069900         PERFORM 8500-WRITE-PAGE-HEADERS THRU 8500-EXIT
070000     END-IF.
070100     MOVE WS-CURRENT-DEPARTMENT TO DEPT-CODE.
070200     READ DEPARTMENT-REFERENCE-FILE
070300         INVALID KEY
070400             MOVE "*NOT ON DEPT FILE*" TO DEPT-NAME
070500     END-READ.
070600     MOVE WS-CURRENT-DEPARTMENT TO WS-DHL-CODE.
070700     MOVE DEPT-NAME TO WS-DHL-NAME.
070800     MOVE WS-DEPT-HEADCOUNT TO WS-DHL-HEADCOUNT.
070900     MOVE WS-DEPT-VACATION-HOURS TO WS-DHL-VACATION-HOURS.
071000     MOVE WS-DEPT-SICK-HOURS TO WS-DHL-SICK-HOURS.
071100     WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-HEADER-LINE
071200         AFTER ADVANCING 2 LINES.
071300     ADD 2 TO WS-LINE-COUNT.
071400     IF WS-DEPT-LIAB-USD NOT = ZEROS
071500         MOVE "USD" TO WS-DCL-CURRENCY
071600         MOVE WS-DEPT-LIAB-USD TO WS-DCL-LIABILITY
071700         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE
071800             AFTER ADVANCING 1 LINE
071900         ADD 1 TO WS-LINE-COUNT
072000     END-IF.
072100     IF WS-DEPT-LIAB-GBP NOT = ZEROS
072200         MOVE "GBP" TO WS-DCL-CURRENCY
072300         MOVE WS-DEPT-LIAB-GBP TO WS-DCL-LIABILITY
072400         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE
072500             AFTER ADVANCING 1 LINE
072600         ADD 1 TO WS-LINE-COUNT
072700     END-IF.
072800     IF WS-DEPT-LIAB-EUR NOT = ZEROS
072900         MOVE "EUR" TO WS-DCL-CURRENCY
073000         MOVE WS-DEPT-LIAB-EUR TO WS-DCL-LIABILITY
073100         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE
073200             AFTER ADVANCING 1 LINE
073300         ADD 1 TO WS-LINE-COUNT
073400     END-IF.
073500     IF WS-DEPT-LIAB-JPY NOT = ZEROS
073600         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-DEPT-LIAB-JPY
073700         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-LIABILITY
073800         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE-JPY
073900             AFTER ADVANCING 1 LINE
074000         ADD 1 TO WS-LINE-COUNT
074100     END-IF.
074200     COMPUTE WS-DEPT-USD-EQUIVALENT ROUNDED =
074300         WS-DEPT-LIAB-USD
074400         + WS-DEPT-LIAB-GBP * WS-RATE-GBP
074500         + WS-DEPT-LIAB-EUR * WS-RATE-EUR
074600         + WS-DEPT-LIAB-JPY * WS-RATE-JPY.
074700     ADD WS-DEPT-USD-EQUIVALENT TO WS-TOTAL-USD-EQUIVALENT.
074800     MOVE WS-DEPT-USD-EQUIVALENT TO WS-DUL-USD-EQUIVALENT.
074900     WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-USD-EQUIV-LINE
075000         AFTER ADVANCING 1 LINE.
075100     ADD 1 TO WS-LINE-COUNT.
075200 3000-CLEAR.
075300     MOVE ZEROS TO WS-DEPT-HEADCOUNT.
075400     INITIALIZE WS-DEPT-TOTALS.
075500 3000-EXIT.
075600     EXIT.
075700
075800*=============================================================
075900* 8000-TERMINATE - PRINT THE LAST DEPARTMENT AND THE GRAND
076000*                  TOTALS, CLOSE THE FILES AND LOG THE END ROW.
076100*=============================================================
076200 8000-TERMINATE.
076300     IF NOT FIRST-EMPLOYEE-OF-RUN
076400         PERFORM 3000-DEPARTMENT-BREAK THRU 3000-EXIT
076500     END-IF.
076600     IF WS-PAGE-NUMBER = ZEROS
076700         PERFORM 8500-WRITE-PAGE-HEADERS THRU 8500-EXIT
076800     END-IF.
076900     PERFORM 8100-WRITE-GRAND-TOTAL THRU 8100-EXIT.
077000     CLOSE EMPLOYEE-MASTER-FILE.
077100     CLOSE LEAVE-BALANCE-FILE.
077200     CLOSE DEPARTMENT-REFERENCE-FILE.
077300     CLOSE PAY-PERIOD-CALENDAR-FILE.
077400     CLOSE EXCHANGE-RATE-FILE.
077500     CLOSE LIABILITY-SELECT-FILE.
077600     CLOSE LIABILITY-REPORT-FILE.
077700     DISPLAY "LVLIAB - PERIOD " WS-SELECT-PERIOD
077800             " EMPLOYEES WITH LEAVE: " WS-TOTAL-HEADCOUNT.
077900     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
078000 8000-EXIT.
078100     EXIT.
078200
078300*=============================================================
078400* 8100-WRITE-GRAND-TOTAL - PRINT THE GRAND TOTAL HOURS, THE
078500*                          LIABILITY FOR EACH CURRENCY THAT
078600*                          APPEARED ON THE RUN, THE CONSOLIDATED
078700*                          USD EQUIVALENT AND THE RATES USED.
078800*=============================================================
078900 8100-WRITE-GRAND-TOTAL.
079000     WRITE LIABILITY-REPORT-LINE FROM WS-TOTAL-HEADER-LINE
079100         AFTER ADVANCING 2 LINES.
079200     MOVE WS-TOTAL-HEADCOUNT TO WS-TOT-FMT-HEADCOUNT.
079300     MOVE WS-TOTAL-VACATION-HOURS TO WS-TOT-FMT-VACATION-HOURS.
079400     MOVE WS-TOTAL-SICK-HOURS TO WS-TOT-FMT-SICK-HOURS.
079500     WRITE LIABILITY-REPORT-LINE FROM WS-TOTAL-LINE-HOURS
079600         AFTER ADVANCING 1 LINE.
079700     IF WS-TOTAL-LIAB-USD NOT = ZEROS
079800         MOVE "USD" TO WS-DCL-CURRENCY
079900         MOVE WS-TOTAL-LIAB-USD TO WS-DCL-LIABILITY
080000         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE
080100             AFTER ADVANCING 1 LINE
080200     END-IF.
080300     IF WS-TOTAL-LIAB-GBP NOT = ZEROS
080400         MOVE "GBP" TO WS-DCL-CURRENCY
080500         MOVE WS-TOTAL-LIAB-GBP TO WS-DCL-LIABILITY
080600         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE
080700             AFTER ADVANCING 1 LINE
080800         MOVE "GBP" TO WS-RUL-CURRENCY
080900         MOVE WS-RATE-GBP TO WS-RUL-RATE
081000         MOVE WS-RATE-GBP-DATE TO WS-RUL-DATE
081100         PERFORM 8140-WRITE-RATE-USED THRU 8140-EXIT
081200     END-IF.
081300     IF WS-TOTAL-LIAB-EUR NOT = ZEROS
081400         MOVE "EUR" TO WS-DCL-CURRENCY
081500         MOVE WS-TOTAL-LIAB-EUR TO WS-DCL-LIABILITY
081600         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE
081700             AFTER ADVANCING 1 LINE
081800         MOVE "EUR" TO WS-RUL-CURRENCY
081900         MOVE WS-RATE-EUR TO WS-RUL-RATE
082000         MOVE WS-RATE-EUR-DATE TO WS-RUL-DATE
082100         PERFORM 8140-WRITE-RATE-USED THRU 8140-EXIT
082200     END-IF.
082300     IF WS-TOTAL-LIAB-JPY NOT = ZEROS
082400         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-TOTAL-LIAB-JPY
082500         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-LIABILITY
082600         WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-CCY-LINE-JPY
082700             AFTER ADVANCING 1 LINE
082800         MOVE "JPY" TO WS-RUL-CURRENCY
082900         MOVE WS-RATE-JPY TO WS-RUL-RATE
083000         MOVE WS-RATE-JPY-DATE TO WS-RUL-DATE
083100         PERFORM 8140-WRITE-RATE-USED THRU 8140-EXIT
083200     END-IF.
083300     MOVE WS-TOTAL-USD-EQUIVALENT TO WS-DUL-USD-EQUIVALENT.
083400     WRITE LIABILITY-REPORT-LINE FROM WS-DEPT-USD-EQUIV-LINE
083500         AFTER ADVANCING 2 LINES.
083600 8100-EXIT.
083700     EXIT.
083800
083900*=============================================================
084000* 8140-WRITE-RATE-USED - SHOW THE RATE AND EFFECTIVE DATE USED
084100*                        FOR ONE CURRENCY SO THE USD EQUIVALENT
084200*                        CAN BE AUDITED.
084300*=============================================================
084400 8140-WRITE-RATE-USED.
084500     WRITE LIABILITY-REPORT-LINE FROM WS-RATE-USED-LINE
084600         AFTER ADVANCING 1 LINE.
084700 8140-EXIT.
084800     EXIT.
084900
085000*=============================================================
085100* 8500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE REPORT.
085200*=============================================================
085300 8500-WRITE-PAGE-HEADERS.
085400     ADD 1 TO WS-PAGE-NUMBER.
085500     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
085600     MOVE WS-SELECT-PERIOD TO WS-HDG-PERIOD.
085700     MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF-DATE.
085800     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER.
085900     WRITE LIABILITY-REPORT-LINE FROM WS-HEADING-LINE-1
086000         AFTER ADVANCING PAGE.
086100     MOVE ZEROS TO WS-LINE-COUNT.
086200 8500-EXIT.
086300     EXIT.
086400
086500*=============================================================
086600* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
086700*                    LOG AND CLOSE THE LOG.
086800*=============================================================
086900 8900-LOG-RUN-END.
087000     MOVE "E" TO RLG-RECORD-TYPE.
087100     MOVE "LVLIAB" TO RLG-PROGRAM-ID.
087200     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
087300     ACCEPT RLG-TIME FROM TIME.
087400     MOVE WS-EMPLOYEES-READ TO RLG-RECORDS-READ.
087500     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
087600     MOVE ZEROS TO RLG-REJECT-COUNT.
087700     MOVE RETURN-CODE TO RLG-RETURN-CODE.
087800     MOVE WS-SELECT-PERIOD TO RLG-PERIOD-NUMBER.
087900     WRITE RUN-LOG-RECORD.
088000     CLOSE RUN-LOG-FILE.
088100 8900-EXIT.
088200     EXIT.
