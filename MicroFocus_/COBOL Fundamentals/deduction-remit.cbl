000100*=============================================================
000200* PROGRAM      : DEDREMIT
000300* DESCRIPTION  : POST-PAYROLL DEDUCTION REMITTANCE EXTRACT. TURNS
000400*                ONE PAID PERIOD'S PAY STATEMENT DETAIL INTO A
000500*                FIXED-LAYOUT ACCOUNTS PAYABLE REMITTANCE FILE -
000600*                ONE PAYEE RECORD PER AGENCY, CARRIER OR VENDOR
000700*                AND CURRENCY, CARRYING THE AMOUNT OWED, FOLLOWED
000800*                BY ONE DETAIL RECORD PER EMPLOYEE DEDUCTION LINE
000900*                WITH THE CASE OR POLICY NUMBER THE PAYEE NEEDS TO
001000*                APPLY IT. TAX LINES ARE NOT REMITTED HERE - THE
001100*                PAYROLL-TAX VENDOR REMITS WITHHOLDING - BUT THEY
001200*                ARE COUNTED, SO THE AMOUNTS REMITTED PLUS THE TAX
001300*                WITHHELD MUST EQUAL THE PERIOD'S DEDUCTION TOTAL
001400*                ON THE PAY REGISTER TO THE PENNY IN EVERY
001500*                CURRENCY. A LINE WITH NO USABLE PAYEE, OR A
001600*                PERIOD THAT DOES NOT RECONCILE, RELEASES NOTHING.
001700*                A PERIOD NOT MARKED PAID ON THE CALENDAR IS
001800*                REFUSED, AND THE CALENDAR'S REMIT FLAG STOPS THE
001900*                SAME PERIOD FROM EVER BEING REMITTED TWICE.
002000*=============================================================
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. DEDREMIT.
002300 AUTHOR. T. OKAFOR.
002400 INSTALLATION. PAYROLL SYSTEMS GROUP.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700* MODIFICATION HISTORY
002800* DATE       INIT DESCRIPTION
002900* 2026-10-15 TO   INITIAL VERSION - THE CHILD-SUPPORT AGENCIES,
003000*                 THE BENEFITS CARRIER AND THE 401(K) PROVIDER
003100*                 WERE BEING PAID OFF A HAND-TOTALED ADDING-
003200*                 MACHINE TAPE FROM THE DEDUCTIONS REGISTER.
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PAY-PERIOD-CALENDAR-FILE
004100         ASSIGN TO "PAYCAL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS PPC-PERIOD-NUMBER
004500         FILE STATUS IS WS-PAYCAL-STATUS.
004600
004700     SELECT PAY-STATEMENT-DETAIL-FILE
004800         ASSIGN TO "PAYDTL"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS PSD-KEY
005200         FILE STATUS IS WS-PAYDTL-STATUS.
005300
005400     SELECT PAYEE-REFERENCE-FILE
005500         ASSIGN TO "PAYEEREF"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS PYE-CODE
005900         FILE STATUS IS WS-PAYEEREF-STATUS.
006000
006100     SELECT REMIT-SELECT-FILE
006200         ASSIGN TO "REMPARM"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REMPARM-STATUS.
006500
006600     SELECT REMITTANCE-FILE
006700         ASSIGN TO "REMITAP"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-REMITAP-STATUS.
007000
007100     SELECT REMIT-REPORT-FILE
007200         ASSIGN TO "REMRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-REMRPT-STATUS.
007500
007600     SELECT REMIT-EXCEPTION-FILE
007700         ASSIGN TO "REMEXCP"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-REMEXCP-STATUS.
008000
008100     SELECT RUN-LOG-FILE
008200         ASSIGN TO "RUNLOG"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-RUNLOG-STATUS.
008500
008600     SELECT REMIT-WORK-FILE
008700         ASSIGN TO "RMTWRK"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS RWK-KEY
009100         FILE STATUS IS WS-RMTWRK-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500* PAY-PERIOD CALENDAR RECORD - KEYED BY PERIOD NUMBER.
009600 FD  PAY-PERIOD-CALENDAR-FILE.
009700     COPY PPCREC.
009800
009900* PAY STATEMENT DETAIL RECORD - KEYED BY PERIOD + EMPLOYEE, THE
010000* PER-PERIOD FIGURES PAYREG KEEPS FOR EVERY EMPLOYEE PAID, WITH
010100* EACH DEDUCTION LINE'S PAYEE AS TAKEN.
010200 FD  PAY-STATEMENT-DETAIL-FILE.
010300     COPY PSDREC.
010400
010500* PAYEE REFERENCE RECORD - KEYED BY PAYEE CODE.
010600 FD  PAYEE-REFERENCE-FILE.
010700     COPY PYEREC.
010800
010900* ONE SELECTION PARAMETER RECORD - THE PERIOD TO REMIT.
011000 FD  REMIT-SELECT-FILE.
011100 01  REMIT-SELECT-RECORD.
011200     05  PARM-PERIOD-NUMBER-X        PIC X(03).
011300     05  PARM-PERIOD-NUMBER
011400         REDEFINES PARM-PERIOD-NUMBER-X
011500                                     PIC 9(03).
011600
011700* ACCOUNTS PAYABLE REMITTANCE RECORD - FOR EACH PAYEE AND
011800* CURRENCY, ONE PAYEE RECORD WITH THE AMOUNT TO PAY FOLLOWED BY
011900* ITS EMPLOYEE DETAIL RECORDS, THE FILE CLOSED BY A TRAILER
012000* CARRYING THE PAYEE AND DETAIL COUNTS AND THE AMOUNT TOTAL
012100* (SUMMED ACROSS CURRENCIES, AS ON THE BANK PAYMENT TRAILER).
012200 FD  REMITTANCE-FILE.
012300 01  REMITTANCE-RECORD.
012400     05  RMT-RECORD-TYPE             PIC X(01).
012500         88  RMT-IS-PAYEE                    VALUE "P".
012600         88  RMT-IS-DETAIL                   VALUE "D".
012700         88  RMT-IS-TRAILER                  VALUE "T".
012800     05  RMT-PERIOD-NUMBER           PIC 9(03).
012900     05  RMT-PAY-DATE                PIC 9(08).
013000     05  RMT-PAYEE-CODE              PIC X(06).
013100     05  RMT-CURRENCY-CODE           PIC X(03).
013200     05  RMT-BODY                    PIC X(99).
013300     05  RMT-PAYEE-FIELDS REDEFINES RMT-BODY.
013400         10  RMT-PYE-AP-VENDOR-NUMBER
013500                                     PIC X(10).
013600         10  RMT-PYE-NAME            PIC X(30).
013700         10  RMT-PYE-LINE-COUNT      PIC 9(05).
013800         10  RMT-PYE-AMOUNT          PIC 9(11)V9(02).
013900         10  FILLER                  PIC X(41).
014000     05  RMT-DETAIL-FIELDS REDEFINES RMT-BODY.
014100         10  RMT-DTL-EMPLOYEE-NUMBER PIC 9(05).
014200         10  RMT-DTL-LAST-NAME       PIC X(10).
014300         10  RMT-DTL-FIRST-NAME      PIC X(10).
014400         10  RMT-DTL-DED-TYPE        PIC X(01).
014500         10  RMT-DTL-DESCRIPTION     PIC X(20).
014600         10  RMT-DTL-CASE-NUMBER     PIC X(20).
014700         10  RMT-DTL-AMOUNT          PIC 9(05)V9(02).
014800         10  FILLER                  PIC X(26).
014900     05  RMT-TRAILER-FIELDS REDEFINES RMT-BODY.
015000         10  RMT-TRL-PAYEE-COUNT     PIC 9(05).
015100         10  RMT-TRL-DETAIL-COUNT    PIC 9(07).
015200         10  RMT-TRL-AMOUNT-TOTAL    PIC 9(13)V9(02).
015300         10  FILLER                  PIC X(72).
015400
015500* REMITTANCE CONTROL REPORT - THE PAYEE TOTALS AND THEIR
015600* EMPLOYEES, THEN THE PROOF AGAINST THE PAY REGISTER.
015700 FD  REMIT-REPORT-FILE.
015800 01  REMIT-REPORT-LINE               PIC X(132).
015900
016000 FD  REMIT-EXCEPTION-FILE.
016100 01  REMIT-EXCEPTION-LINE            PIC X(80).
016200
016300* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
016400 FD  RUN-LOG-FILE.
016500     COPY RLGREC.
016600
016700* REMITTANCE SCRATCH FILE - REBUILT FROM EMPTY EVERY RUN, KEYED SO
016800* EACH PAYEE AND CURRENCY'S TOTAL ROW (TYPE 1) READS BACK AHEAD
016900* OF ITS EMPLOYEE DETAIL ROWS (TYPE 2). A KEYED WORK FILE, AS IN
017000* GLEXTR, SO THERE IS NO CAP ON PAYEES OR LINES.
017100 FD  REMIT-WORK-FILE.
017200 01  REMIT-WORK-RECORD.
017300     05  RWK-KEY.
017400         10  RWK-PAYEE-CODE          PIC X(06).
017500         10  RWK-CURRENCY-CODE       PIC X(03).
017600         10  RWK-ROW-TYPE            PIC X(01).
017700             88  RWK-IS-PAYEE-TOTAL          VALUE "1".
017800             88  RWK-IS-DETAIL               VALUE "2".
017900         10  RWK-EMPLOYEE-NUMBER     PIC 9(05).
018000         10  RWK-DED-SEQUENCE        PIC 9(02).
018100     05  RWK-LAST-NAME               PIC X(10).
018200     05  RWK-FIRST-NAME              PIC X(10).
018300     05  RWK-DED-TYPE                PIC X(01).
018400     05  RWK-DESCRIPTION             PIC X(20).
018500     05  RWK-CASE-NUMBER             PIC X(20).
018600     05  RWK-LINE-COUNT              PIC 9(05).
018700     05  RWK-AMOUNT                  PIC 9(11)V9(02).
018800
018900 WORKING-STORAGE SECTION.
019000 01  WS-FILE-STATUSES.
019100     05  WS-PAYCAL-STATUS            PIC X(02) VALUE ZEROS.
019200     05  WS-PAYDTL-STATUS            PIC X(02) VALUE ZEROS.
019300     05  WS-PAYEEREF-STATUS          PIC X(02) VALUE ZEROS.
019400     05  WS-REMPARM-STATUS           PIC X(02) VALUE ZEROS.
019500     05  WS-REMITAP-STATUS           PIC X(02) VALUE ZEROS.
019600     05  WS-REMRPT-STATUS            PIC X(02) VALUE ZEROS.
019700     05  WS-REMEXCP-STATUS           PIC X(02) VALUE ZEROS.
019800     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
019900     05  WS-RMTWRK-STATUS            PIC X(02) VALUE ZEROS.
020000
020100 01  WS-SWITCHES.
020200     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
020300         88  END-OF-DETAIL-FILE              VALUE "Y".
020400     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
020500         88  REMITTANCE-IS-OUT-OF-BALANCE    VALUE "Y".
020600     05  WS-RWK-FOUND-SWITCH         PIC X(01) VALUE "N".
020700         88  PAYEE-TOTAL-WAS-FOUND           VALUE "Y".
020800     05  WS-RWK-EOF-SWITCH           PIC X(01) VALUE "N".
020900         88  END-OF-WORK-FILE                VALUE "Y".
021000     05  WS-PYE-FOUND-SWITCH         PIC X(01) VALUE "N".
021100         88  PAYEE-WAS-FOUND                 VALUE "Y".
021200     05  WS-LINE-REJECT-SWITCH       PIC X(01) VALUE "N".
021300         88  LINE-IS-REJECTED                VALUE "Y".
021400
021500 01  WS-SELECT-PERIOD                 PIC 9(03) VALUE ZEROS.
021600 01  WS-DETAIL-COUNT                  PIC 9(05) VALUE ZEROS COMP.
021700 01  WS-EXCEPTION-COUNT               PIC 9(05) VALUE ZEROS COMP.
021800 01  WS-PAYEE-COUNT                   PIC 9(05) VALUE ZEROS.
021900 01  WS-REMIT-LINE-COUNT              PIC 9(07) VALUE ZEROS.
022000 01  WS-REMIT-GRAND-TOTAL             PIC 9(13)V9(02) VALUE ZEROS.
022100 01  WS-DED-IX                        PIC 9(02) VALUE ZEROS COMP.
022200 01  WS-CCY-IX                        PIC 9(01) VALUE ZEROS COMP.
022300 01  WS-REJECT-REASON                 PIC X(30) VALUE SPACES.
022400
022500* RECONCILIATION BY CURRENCY - THE DEDUCTION TOTAL ON THE PAY
022600* REGISTER, AGAINST THE LINES REMITTED TO PAYEES PLUS THE TAX
022700* LINES LEFT FOR THE TAX VENDOR. ROW 1 USD, 2 GBP, 3 EUR, 4 JPY.
022800 01  WS-CONTROL-TABLE.
022900     05  WS-CTL-ENTRY OCCURS 4 TIMES.
023000         10  WS-CTL-CURRENCY         PIC X(03).
023100         10  WS-CTL-REGISTER-DED     PIC 9(11)V9(02).
023200         10  WS-CTL-REMITTED         PIC 9(11)V9(02).
023300         10  WS-CTL-TAX-WITHHELD     PIC 9(11)V9(02).
023400
023500* REPORT CONTROL COUNTERS.
023600 01  WS-REPORT-CONTROLS.
023700     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
023800     05  WS-PAGE-NUMBER              PIC 9(03) VALUE ZEROS COMP.
023900     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
024000
024100 01  WS-RUN-DATE.
024200     05  WS-RUN-DATE-CCYY            PIC 9(04).
024300     05  WS-RUN-DATE-MM              PIC 9(02).
024400     05  WS-RUN-DATE-DD              PIC 9(02).
024500 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
024600
024700* PRINT LINE LAYOUTS FOR THE REMITTANCE CONTROL REPORT.
024800 01  WS-HEADING-LINE-1.
024900     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
025000     05  WS-HDG-RUN-DATE             PIC X(10).
025100     05  FILLER                      PIC X(10) VALUE SPACES.
025200     05  FILLER                      PIC X(34) VALUE
025300             "DEDUCTION REMITTANCE - PERIOD ".
025400     05  WS-HDG-PERIOD               PIC 9(03).
025500     05  FILLER                      PIC X(11) VALUE
025600             "  PAY DATE ".
025700     05  WS-HDG-PAY-DATE             PIC 9(08).
025800     05  FILLER                      PIC X(05) VALUE SPACES.
025900     05  FILLER                      PIC X(06) VALUE "PAGE: ".
026000     05  WS-HDG-PAGE-NUMBER          PIC ZZ9.
026100
026200 01  WS-HEADING-LINE-2.
026300     05  FILLER                      PIC X(08) VALUE "PAYEE ".
026400     05  FILLER                      PIC X(32) VALUE
026500             "NAME / EMPLOYEE".
026600     05  FILLER                      PIC X(12) VALUE "AP VENDOR".
026700     05  FILLER                      PIC X(05) VALUE "CCY".
026800     05  FILLER                      PIC X(22) VALUE
026900             "CASE / POLICY NUMBER".
027000     05  FILLER                      PIC X(07) VALUE "LINES".
027100     05  FILLER                  PIC X(19) VALUE
027200             "         AMOUNT".
027300
027400 01  WS-PAYEE-LINE.
027500     05  WS-PYL-PAYEE-CODE           PIC X(06).
027600     05  FILLER                      PIC X(02) VALUE SPACES.
027700     05  WS-PYL-NAME                 PIC X(30).
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  WS-PYL-AP-VENDOR            PIC X(10).
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  WS-PYL-CURRENCY             PIC X(03).
028200     05  FILLER                      PIC X(24) VALUE SPACES.
028300     05  WS-PYL-LINE-COUNT           PIC ZZZZ9.
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  WS-PYL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028600
028700 01  WS-EMPLOYEE-LINE.
028800     05  FILLER                      PIC X(08) VALUE SPACES.
028900     05  WS-EML-EMPLOYEE-NUMBER      PIC ZZZZ9.
029000     05  FILLER                      PIC X(01) VALUE SPACES.
029100     05  WS-EML-NAME                 PIC X(20).
029200     05  FILLER                      PIC X(01) VALUE SPACES.
029300     05  WS-EML-DESCRIPTION          PIC X(20).
029400     05  FILLER                      PIC X(02) VALUE SPACES.
029500     05  WS-EML-CASE-NUMBER          PIC X(20).
029600     05  FILLER                      PIC X(09) VALUE SPACES.
029700     05  WS-EML-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029800
029900 01  WS-PROOF-HEADING.
030000     05  FILLER                      PIC X(05) VALUE "CCY".
030100     05  FILLER                      PIC X(14) VALUE "CONTROL".
030200     05  FILLER                  PIC X(22) VALUE
030300             "       PAY REGISTER".
030400     05  FILLER                  PIC X(22) VALUE
030500             "   REMITTED TO PAYEES".
030600     05  FILLER                  PIC X(22) VALUE
030700             "     TAX FOR VENDOR".
030800     05  FILLER                  PIC X(22) VALUE
030900             "         DIFFERENCE".
031000
031100 01  WS-PROOF-LINE.
031200     05  WS-PRF-CURRENCY             PIC X(03).
031300     05  FILLER                      PIC X(02) VALUE SPACES.
031400     05  WS-PRF-LABEL                PIC X(14) VALUE "DEDUCTIONS".
031500     05  WS-PRF-REGISTER             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  WS-PRF-REMITTED             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900     05  WS-PRF-TAX-WITHHELD         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
032000     05  FILLER                      PIC X(02) VALUE SPACES.
032100     05  WS-PRF-DIFFERENCE           PIC -,ZZZ,ZZZ,ZZZ,ZZ9.99.
032200     05  FILLER                      PIC X(02) VALUE SPACES.
032300     05  WS-PRF-RESULT               PIC X(14).
032400
032500 01  WS-PRF-DIFFERENCE-AMOUNT         PIC S9(11)V9(02)
032600                                      VALUE ZEROS.
032700
032800 01  WS-MESSAGE-LINE                  PIC X(80) VALUE SPACES.
032900
033000 01  WS-EXCEPTION-LINE.
033100     05  FILLER                  PIC X(08) VALUE "EMP NO: ".
033200     05  WS-EXC-EMPLOYEE-NUMBER      PIC 9(05).
033300     05  FILLER                      PIC X(05) VALUE " SEQ ".
033400     05  WS-EXC-SEQUENCE             PIC 9(02).
033500     05  FILLER                      PIC X(08) VALUE "  PAYEE ".
033600     05  WS-EXC-PAYEE-CODE           PIC X(06).
033700     05  FILLER                      PIC X(03) VALUE SPACES.
033800     05  FILLER                  PIC X(08) VALUE "REASON: ".
033900     05  WS-EXC-REASON               PIC X(30).
034000
034100 PROCEDURE DIVISION.
034200
034300*=============================================================
034400* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE REMITTANCE RUN.
034500*=============================================================
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034800     PERFORM 2000-ACCUMULATE-DETAIL THRU 2000-EXIT
034900         UNTIL END-OF-DETAIL-FILE.
035000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
035100     STOP RUN.
035200
035300*=============================================================
035400* 1000-INITIALIZE - OPEN FILES, READ THE PERIOD PARAMETER,
035500*                   VERIFY THE PERIOD IS PAID AND NOT ALREADY
035600*                   REMITTED, AND POSITION THE DETAIL FILE.
035700*=============================================================
035800 1000-INITIALIZE.
035900     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
036000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036100     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
036200            WS-RUN-DATE-CCYY DELIMITED BY SIZE
036300         INTO WS-RUN-DATE-EDITED.
036400     OPEN I-O PAY-PERIOD-CALENDAR-FILE.
036500     IF WS-PAYCAL-STATUS NOT = "00"
036600         DISPLAY "DEDREMIT: PAY-PERIOD-CALENDAR-FILE OPEN FAILED"
036700         DISPLAY "          FILE STATUS = " WS-PAYCAL-STATUS
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN
037000     END-IF.
037100     OPEN INPUT PAY-STATEMENT-DETAIL-FILE.
037200     IF WS-PAYDTL-STATUS NOT = "00"
037300         DISPLAY "DEDREMIT: PAY-STATEMENT-DETAIL-FILE OPEN FAILED"
037400         DISPLAY "          FILE STATUS = " WS-PAYDTL-STATUS
037500         MOVE 16 TO RETURN-CODE
037600         STOP RUN
037700     END-IF.
037800     OPEN INPUT PAYEE-REFERENCE-FILE.
037900     IF WS-PAYEEREF-STATUS NOT = "00"
038000         DISPLAY "DEDREMIT: PAYEE-REFERENCE-FILE OPEN FAILED - "
038100         DISPLAY "          FILE STATUS = " WS-PAYEEREF-STATUS
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN
038400     END-IF.
038500     OPEN INPUT REMIT-SELECT-FILE.
038600     IF WS-REMPARM-STATUS NOT = "00"
038700         DISPLAY "DEDREMIT: REMIT-SELECT-FILE OPEN FAILED - "
038800         DISPLAY "          FILE STATUS = " WS-REMPARM-STATUS
038900         MOVE 16 TO RETURN-CODE
039000         STOP RUN
039100     END-IF.
039200     OPEN OUTPUT REMITTANCE-FILE.
039300     IF WS-REMITAP-STATUS NOT = "00"
039400         DISPLAY "DEDREMIT: REMITTANCE-FILE OPEN FAILED - "
039500         DISPLAY "          FILE STATUS = " WS-REMITAP-STATUS
039600         MOVE 16 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.
039900     OPEN OUTPUT REMIT-REPORT-FILE.
040000     IF WS-REMRPT-STATUS NOT = "00"
040100         DISPLAY "DEDREMIT: REMIT-REPORT-FILE OPEN FAILED - "
040200         DISPLAY "          FILE STATUS = " WS-REMRPT-STATUS
040300         MOVE 16 TO RETURN-CODE
040400         STOP RUN
040500     END-IF.
040600     OPEN OUTPUT REMIT-EXCEPTION-FILE.
040700     IF WS-REMEXCP-STATUS NOT = "00"
040800         DISPLAY "DEDREMIT: REMIT-EXCEPTION-FILE OPEN FAILED - "
040900         DISPLAY "          FILE STATUS = " WS-REMEXCP-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF.
041300* THE REMITTANCE SCRATCH FILE IS REBUILT FROM EMPTY EVERY RUN.
041400     OPEN OUTPUT REMIT-WORK-FILE.
041500     CLOSE REMIT-WORK-FILE.
041600     OPEN I-O REMIT-WORK-FILE.
041700     IF WS-RMTWRK-STATUS NOT = "00"
041800         DISPLAY "DEDREMIT: REMIT-WORK-FILE OPEN FAILED - "
041900         DISPLAY "          FILE STATUS = " WS-RMTWRK-STATUS
042000         MOVE 16 TO RETURN-CODE
042100         STOP RUN
042200     END-IF.
042300     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
042400     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
042500     PERFORM 1300-BUILD-CONTROL-TABLE THRU 1300-EXIT.
042600     MOVE WS-SELECT-PERIOD TO PSD-PERIOD-NUMBER.
042700     MOVE ZEROS TO PSD-EMPLOYEE-NUMBER.
042800     MOVE "N" TO WS-EOF-SWITCH.
042900     START PAY-STATEMENT-DETAIL-FILE KEY >= PSD-KEY
043000         INVALID KEY
043100             MOVE "Y" TO WS-EOF-SWITCH
043200     END-START.
043300     PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
043400 1000-EXIT.
043500     EXIT.
043600
043700*=============================================================
043800* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
043900*                      RUN LOG, CREATING THE FILE ON ITS FIRST
044000*                      USE.
044100*=============================================================
044200 1050-LOG-RUN-START.
044300     OPEN EXTEND RUN-LOG-FILE.
044400     IF WS-RUNLOG-STATUS = "35"
044500         OPEN OUTPUT RUN-LOG-FILE
044600         CLOSE RUN-LOG-FILE
044700         OPEN EXTEND RUN-LOG-FILE
044800     END-IF.
044900     IF WS-RUNLOG-STATUS NOT = "00" AND
045000             WS-RUNLOG-STATUS NOT = "05"
045100         DISPLAY "DEDREMIT: RUN-LOG-FILE OPEN FAILED - "
045200         DISPLAY "          FILE STATUS = " WS-RUNLOG-STATUS
045300         MOVE 16 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600     MOVE "S" TO RLG-RECORD-TYPE.
045700     MOVE "DEDREMIT" TO RLG-PROGRAM-ID.
045800     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
045900     ACCEPT RLG-TIME FROM TIME.
046000     MOVE ZEROS TO RLG-RECORDS-READ.
046100     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
046200     MOVE ZEROS TO RLG-REJECT-COUNT.
046300     MOVE ZEROS TO RLG-RETURN-CODE.
046400     MOVE ZEROS TO RLG-PERIOD-NUMBER.
046500     WRITE RUN-LOG-RECORD.
046600 1050-EXIT.
046700     EXIT.
046800
046900*=============================================================
047000* 1100-READ-PARAMETER - THE PERIOD TO REMIT IS REQUIRED.
047100*=============================================================
047200 1100-READ-PARAMETER.
047300     READ REMIT-SELECT-FILE
047400         AT END
047500             DISPLAY "DEDREMIT: SELECTION PARAMETER MISSING"
047600             MOVE 16 TO RETURN-CODE
047700             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
047800             STOP RUN
047900     END-READ.
048000     IF PARM-PERIOD-NUMBER-X NOT NUMERIC
048100         OR PARM-PERIOD-NUMBER = ZEROS
048200         DISPLAY "DEDREMIT: PERIOD NUMBER PARAMETER INVALID - "
048300                 PARM-PERIOD-NUMBER-X
048400         MOVE 16 TO RETURN-CODE
048500         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
048600         STOP RUN
048700     END-IF.
048800     MOVE PARM-PERIOD-NUMBER TO WS-SELECT-PERIOD.
048900 1100-EXIT.
049000     EXIT.
049100
049200*=============================================================
049300* 1200-CHECK-PERIOD - THE PERIOD MUST EXIST ON THE CALENDAR, BE
049400*                     MARKED PAID, AND NOT HAVE BEEN REMITTED
049500*                     ALREADY.
049600*=============================================================
049700 1200-CHECK-PERIOD.
049800     MOVE WS-SELECT-PERIOD TO PPC-PERIOD-NUMBER.
049900     READ PAY-PERIOD-CALENDAR-FILE
050000         INVALID KEY
050100             DISPLAY "DEDREMIT: PERIOD " WS-SELECT-PERIOD
050200                     " IS NOT ON THE CALENDAR"
050300             MOVE 16 TO RETURN-CODE
050400             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
050500             STOP RUN
050600     END-READ.
050700     IF NOT PPC-PERIOD-IS-PAID
050800         DISPLAY "DEDREMIT: PERIOD " WS-SELECT-PERIOD
050900                 " IS NOT MARKED PAID - REMITTANCE REFUSED"
051000         MOVE 16 TO RETURN-CODE
051100         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
051200         STOP RUN
051300     END-IF.
051400     IF PPC-DEDUCTIONS-REMITTED
051500         DISPLAY "DEDREMIT: PERIOD " WS-SELECT-PERIOD
051600                 " WAS ALREADY REMITTED - "
051700         DISPLAY "          DUPLICATE REMITTANCE REFUSED"
051800         MOVE 16 TO RETURN-CODE
051900         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
052000         STOP RUN
052100     END-IF.
052200 1200-EXIT.
052300     EXIT.
052400
052500*=============================================================
052600* 1300-BUILD-CONTROL-TABLE - ONE RECONCILIATION ROW PER CURRENCY.
052700*=============================================================
052800 1300-BUILD-CONTROL-TABLE.
052900     MOVE ZEROS TO WS-CONTROL-TABLE.
053000     MOVE "USD" TO WS-CTL-CURRENCY (1).
053100     MOVE "GBP" TO WS-CTL-CURRENCY (2).
053200     MOVE "EUR" TO WS-CTL-CURRENCY (3).
053300     MOVE "JPY" TO WS-CTL-CURRENCY (4).
053400 1300-EXIT.
053500     EXIT.
053600
053700*=============================================================
053800* 2000-ACCUMULATE-DETAIL - ADD ONE STATEMENT DETAIL ROW'S
053900*                          DEDUCTION TOTAL TO THE REGISTER SIDE OF
054000*                          THE RECONCILIATION AND ROLL EACH OF ITS
054100*                          LINES TO ITS PAYEE, THEN READ THE NEXT.
054200*=============================================================
054300 2000-ACCUMULATE-DETAIL.
054400     ADD 1 TO WS-DETAIL-COUNT.
054500     PERFORM 7200-SET-CURRENCY-ROW THRU 7200-EXIT.
054600     ADD PSD-TOTAL-DEDUCTIONS TO WS-CTL-REGISTER-DED (WS-CCY-IX).
054700     IF PSD-DEDUCTION-COUNT NOT = ZEROS
054800         PERFORM 2100-ROLL-ONE-DEDUCTION THRU 2100-EXIT
054900             VARYING WS-DED-IX FROM 1 BY 1
055000             UNTIL WS-DED-IX > PSD-DEDUCTION-COUNT
055100     END-IF.
055200     PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
055300 2000-EXIT.
055400     EXIT.
055500
055600*=============================================================
055700* 2100-ROLL-ONE-DEDUCTION - A TAX LINE IS COUNTED AS LEFT FOR THE
055800*                           TAX VENDOR. ANY OTHER LINE MUST NAME A
055900*                           PAYEE ON PAYEEREF (WITH A CASE NUMBER
056000*                           IF IT IS A GARNISHMENT OR THE PAYEE
056100*                           REQUIRES ONE) AND IS ADDED TO THAT
056200*                           PAYEE'S TOTAL AND DETAIL ROWS. A LINE
056300*                           THAT FAILS GOES TO THE EXCEPTION
056400*                           LISTING AND BLOCKS THE RELEASE.
056500*=============================================================
056600 2100-ROLL-ONE-DEDUCTION.
056700     IF PSD-DED-AMOUNT (WS-DED-IX) = ZEROS
056800         GO TO 2100-EXIT
056900     END-IF.
057000     IF PSD-DED-TYPE (WS-DED-IX) = "T"
057100         ADD PSD-DED-AMOUNT (WS-DED-IX)
057200             TO WS-CTL-TAX-WITHHELD (WS-CCY-IX)
057300         GO TO 2100-EXIT
057400     END-IF.
057500     PERFORM 2150-CHECK-PAYEE THRU 2150-EXIT.
057600     IF LINE-IS-REJECTED
057700         ADD 1 TO WS-EXCEPTION-COUNT
057800         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
057900         GO TO 2100-EXIT
058000     END-IF.
058100     ADD PSD-DED-AMOUNT (WS-DED-IX)
058200         TO WS-CTL-REMITTED (WS-CCY-IX).
058300     PERFORM 2200-ADD-PAYEE-TOTAL THRU 2200-EXIT.
058400     PERFORM 2300-WRITE-WORK-DETAIL THRU 2300-EXIT.
058500 2100-EXIT.
058600     EXIT.
058700
058800*=============================================================
058900* 2150-CHECK-PAYEE - THE LINE'S PAYEE MUST BE ON FILE, AND A
059000*                    GARNISHMENT OR A CASE-REQUIRED PAYEE NEEDS A
059100*                    CASE NUMBER ON THE LINE.
059200*=============================================================
059300 2150-CHECK-PAYEE.
059400     MOVE "N" TO WS-LINE-REJECT-SWITCH.
059500     MOVE SPACES TO WS-REJECT-REASON.
059600     IF PSD-DED-PAYEE-CODE (WS-DED-IX) = SPACES
059700         MOVE "Y" TO WS-LINE-REJECT-SWITCH
059800         MOVE "NO PAYEE ON DEDUCTION LINE" TO WS-REJECT-REASON
059900         GO TO 2150-EXIT
060000     END-IF.
060100     MOVE PSD-DED-PAYEE-CODE (WS-DED-IX) TO PYE-CODE.
060200     MOVE "Y" TO WS-PYE-FOUND-SWITCH.
060300     READ PAYEE-REFERENCE-FILE
060400         INVALID KEY
060500             MOVE "N" TO WS-PYE-FOUND-SWITCH
060600     END-READ.
060700     IF NOT PAYEE-WAS-FOUND
060800         MOVE "Y" TO WS-LINE-REJECT-SWITCH
060900         MOVE "PAYEE NOT ON FILE" TO WS-REJECT-REASON
061000         GO TO 2150-EXIT
061100     END-IF.
061200     IF PSD-DED-CASE-NUMBER (WS-DED-IX) = SPACES
061300         AND (PSD-DED-TYPE (WS-DED-IX) = "G"
061400              OR PYE-CASE-NUMBER-REQUIRED)
061500         MOVE "Y" TO WS-LINE-REJECT-SWITCH
061600         MOVE "CASE NUMBER IS BLANK" TO WS-REJECT-REASON
061700     END-IF.
061800 2150-EXIT.
061900     EXIT.
062000
062100*=============================================================
062200* 2200-ADD-PAYEE-TOTAL - ADD THE LINE INTO ITS PAYEE AND
062300*                        CURRENCY'S TOTAL ROW ON THE WORK FILE,
062400*                        STARTING THE ROW ON THE PAYEE'S FIRST
062500*                        LINE.
062600*=============================================================
062700 2200-ADD-PAYEE-TOTAL.
062800     MOVE SPACES TO REMIT-WORK-RECORD.
062900     MOVE PSD-DED-PAYEE-CODE (WS-DED-IX) TO RWK-PAYEE-CODE.
063000     MOVE PSD-CURRENCY-CODE TO RWK-CURRENCY-CODE.
063100     MOVE "1" TO RWK-ROW-TYPE.
063200     MOVE ZEROS TO RWK-EMPLOYEE-NUMBER.
063300     MOVE ZEROS TO RWK-DED-SEQUENCE.
063400     MOVE "Y" TO WS-RWK-FOUND-SWITCH.
063500     READ REMIT-WORK-FILE
063600         INVALID KEY
063700             MOVE "N" TO WS-RWK-FOUND-SWITCH
063800     END-READ.
063900     IF NOT PAYEE-TOTAL-WAS-FOUND
064000         MOVE ZEROS TO RWK-LINE-COUNT
064100         MOVE ZEROS TO RWK-AMOUNT
064200     END-IF.
064300     ADD 1 TO RWK-LINE-COUNT.
064400     ADD PSD-DED-AMOUNT (WS-DED-IX) TO RWK-AMOUNT.
064500     IF PAYEE-TOTAL-WAS-FOUND
064600         REWRITE REMIT-WORK-RECORD
064700             INVALID KEY
064800                 DISPLAY "DEDREMIT: WORK FILE REWRITE FAILED - "
064900                         RWK-PAYEE-CODE " " RWK-CURRENCY-CODE
065000                 MOVE 16 TO RETURN-CODE
065100                 STOP RUN
065200         END-REWRITE
065300     ELSE
065400         WRITE REMIT-WORK-RECORD
065500             INVALID KEY
065600                 DISPLAY "DEDREMIT: WORK FILE WRITE FAILED - "
065700                         RWK-PAYEE-CODE " " RWK-CURRENCY-CODE
065800                 MOVE 16 TO RETURN-CODE
065900                 STOP RUN
066000         END-WRITE
066100     END-IF.
066200 2200-EXIT.
066300     EXIT.
066400
066500*=============================================================
066600* 2300-WRITE-WORK-DETAIL - ONE WORK ROW FOR THE EMPLOYEE'S LINE,
066700*                          FILED UNDER ITS PAYEE AND CURRENCY.
066800*=============================================================
066900 2300-WRITE-WORK-DETAIL.
067000     MOVE SPACES TO REMIT-WORK-RECORD.
067100     MOVE PSD-DED-PAYEE-CODE (WS-DED-IX) TO RWK-PAYEE-CODE.
067200     MOVE PSD-CURRENCY-CODE TO RWK-CURRENCY-CODE.
067300     MOVE "2" TO RWK-ROW-TYPE.
067400     MOVE PSD-EMPLOYEE-NUMBER TO RWK-EMPLOYEE-NUMBER.
067500     MOVE PSD-DED-SEQUENCE (WS-DED-IX) TO RWK-DED-SEQUENCE.
067600     MOVE PSD-LAST-NAME TO RWK-LAST-NAME.
067700     MOVE PSD-FIRST-NAME TO RWK-FIRST-NAME.
067800     MOVE PSD-DED-TYPE (WS-DED-IX) TO RWK-DED-TYPE.
067900     MOVE PSD-DED-DESCRIPTION (WS-DED-IX) TO RWK-DESCRIPTION.
068000     MOVE PSD-DED-CASE-NUMBER (WS-DED-IX) TO RWK-CASE-NUMBER.
068100     MOVE 1 TO RWK-LINE-COUNT.
068200     MOVE PSD-DED-AMOUNT (WS-DED-IX) TO RWK-AMOUNT.
068300     WRITE REMIT-WORK-RECORD
068400         INVALID KEY
068500             DISPLAY "DEDREMIT: WORK FILE WRITE FAILED - "
068600                     "EMPLOYEE " PSD-EMPLOYEE-NUMBER " SEQUENCE "
068700                     PSD-DED-SEQUENCE (WS-DED-IX)
068800             MOVE 16 TO RETURN-CODE
068900             STOP RUN
069000     END-WRITE.
069100 2300-EXIT.
069200     EXIT.
069300
069400*=============================================================
069500* 2500-WRITE-EXCEPTION - LIST A DEDUCTION LINE THAT CANNOT BE
069600*                        REMITTED.
069700*=============================================================
069800 2500-WRITE-EXCEPTION.
069900     MOVE PSD-EMPLOYEE-NUMBER TO WS-EXC-EMPLOYEE-NUMBER.
070000     MOVE PSD-DED-SEQUENCE (WS-DED-IX) TO WS-EXC-SEQUENCE.
070100     MOVE PSD-DED-PAYEE-CODE (WS-DED-IX) TO WS-EXC-PAYEE-CODE.
070200     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
070300     WRITE REMIT-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
070400 2500-EXIT.
070500     EXIT.
070600
070700*=============================================================
070800* 2900-READ-DETAIL - READ THE NEXT STATEMENT DETAIL ROW,
070900*                    STOPPING AT END OF FILE OR AT THE FIRST ROW
071000*                    FOR ANOTHER PERIOD.
071100*=============================================================
071200 2900-READ-DETAIL.
071300     READ PAY-STATEMENT-DETAIL-FILE NEXT RECORD
071400         AT END
071500             MOVE "Y" TO WS-EOF-SWITCH
071600             GO TO 2900-EXIT
071700     END-READ.
071800     IF PSD-PERIOD-NUMBER NOT = WS-SELECT-PERIOD
071900         MOVE "Y" TO WS-EOF-SWITCH
072000     END-IF.
072100 2900-EXIT.
072200     EXIT.
072300
072400*=============================================================
072500* 7200-SET-CURRENCY-ROW - POINT AT THE CONTROL TABLE ROW FOR THE
072600*                         CURRENT DETAIL ROW'S CURRENCY.
072700*=============================================================
072800 7200-SET-CURRENCY-ROW.
072900     EVALUATE TRUE
073000         WHEN PSD-CURRENCY-IS-GBP
073100             MOVE 2 TO WS-CCY-IX
073200         WHEN PSD-CURRENCY-IS-EUR
073300             MOVE 3 TO WS-CCY-IX
073400         WHEN PSD-CURRENCY-IS-JPY
073500             MOVE 4 TO WS-CCY-IX
073600         WHEN OTHER
073700             MOVE 1 TO WS-CCY-IX
073800     END-EVALUATE.
073900 7200-EXIT.
074000     EXIT.
074100
074200*=============================================================
074300* 7500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE REPORT.
074400*=============================================================
074500 7500-WRITE-PAGE-HEADERS.
074600     ADD 1 TO WS-PAGE-NUMBER.
074700     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
074800     MOVE WS-SELECT-PERIOD TO WS-HDG-PERIOD.
074900     MOVE PPC-PAY-DATE TO WS-HDG-PAY-DATE.
075000     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER.
075100     WRITE REMIT-REPORT-LINE FROM WS-HEADING-LINE-1
075200         AFTER ADVANCING PAGE.
075300     WRITE REMIT-REPORT-LINE FROM WS-HEADING-LINE-2
075400         AFTER ADVANCING 2 LINES.
075500     MOVE ZEROS TO WS-RPT-LINE-COUNT.
075600 7500-EXIT.
075700     EXIT.
075800
075900*=============================================================
076000* 8000-TERMINATE - PROVE THE LINES REMITTED PLUS THE TAX WITHHELD
076100*                  EQUAL THE REGISTER'S DEDUCTIONS IN EVERY
076200*                  CURRENCY, THEN RELEASE THE REMITTANCE FILE,
076300*                  STAMP THE CALENDAR AND CLOSE THE FILES. A RUN
076400*                  WITH EXCEPTIONS OR OUT OF BALANCE RELEASES
076500*                  NOTHING AND LEAVES THE PERIOD UNSTAMPED SO IT
076600*                  CAN BE RERUN ONCE THE PAYEES ARE PUT RIGHT.
076700*=============================================================
076800 8000-TERMINATE.
076900     IF WS-DETAIL-COUNT = ZEROS
077000         DISPLAY "DEDREMIT: NO PAY DETAIL FOR PERIOD "
077100                 WS-SELECT-PERIOD
077200         MOVE 16 TO RETURN-CODE
077300         GO TO 8000-CLOSE
077400     END-IF.
077500     PERFORM 7500-WRITE-PAGE-HEADERS THRU 7500-EXIT.
077600     PERFORM 8300-WRITE-PROOF THRU 8300-EXIT.
077700     IF WS-EXCEPTION-COUNT NOT = ZEROS
077800         DISPLAY "DEDREMIT: PERIOD " WS-SELECT-PERIOD " HAS "
077900                 WS-EXCEPTION-COUNT " LINES THAT CANNOT BE"
078000                 " REMITTED"
078100         DISPLAY "          NOTHING RELEASED - SEE REMEXCP"
078200         MOVE 16 TO RETURN-CODE
078300         GO TO 8000-CLOSE
078400     END-IF.
078500     IF REMITTANCE-IS-OUT-OF-BALANCE
078600         DISPLAY "DEDREMIT: PERIOD " WS-SELECT-PERIOD
078700                 " OUT OF BALANCE - NOTHING RELEASED"
078800         MOVE 16 TO RETURN-CODE
078900         GO TO 8000-CLOSE
079000     END-IF.
079100     PERFORM 8100-WRITE-REMITTANCE THRU 8100-EXIT.
079200     PERFORM 8400-WRITE-TRAILER THRU 8400-EXIT.
079300     MOVE "X" TO PPC-REMIT-FLAG.
079400     REWRITE PAY-PERIOD-RECORD
079500         INVALID KEY
079600             DISPLAY "DEDREMIT: PAY-PERIOD CALENDAR REWRITE "
079700                     "FAILED - PERIOD " PPC-PERIOD-NUMBER
079800             MOVE 16 TO RETURN-CODE
079900     END-REWRITE.
080000     DISPLAY "DEDREMIT: PERIOD " WS-SELECT-PERIOD " REMITTED - "
080100             WS-PAYEE-COUNT " PAYEES, " WS-REMIT-LINE-COUNT
080200             " LINES".
080300 8000-CLOSE.
080400     CLOSE PAY-PERIOD-CALENDAR-FILE.
080500     CLOSE PAY-STATEMENT-DETAIL-FILE.
080600     CLOSE PAYEE-REFERENCE-FILE.
080700     CLOSE REMIT-SELECT-FILE.
080800     CLOSE REMITTANCE-FILE.
080900     CLOSE REMIT-REPORT-FILE.
081000     CLOSE REMIT-EXCEPTION-FILE.
081100     CLOSE REMIT-WORK-FILE.
081200     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
081300 8000-EXIT.
081400     EXIT.
081500
081600*=============================================================
081700* 8100-WRITE-REMITTANCE - READ THE WORK FILE IN KEY ORDER, WRITING
081800*                         EACH PAYEE RECORD AHEAD OF ITS EMPLOYEE
081900*                         DETAIL RECORDS, AND LIST BOTH ON THE
082000*                         REPORT.
082100*=============================================================
082200 8100-WRITE-REMITTANCE.
082300     MOVE "N" TO WS-RWK-EOF-SWITCH.
082400     MOVE LOW-VALUES TO RWK-KEY.
082500     START REMIT-WORK-FILE KEY >= RWK-KEY
082600         INVALID KEY
082700             MOVE "Y" TO WS-RWK-EOF-SWITCH
082800     END-START.
082900     PERFORM 8150-WRITE-ONE-WORK-ROW THRU 8150-EXIT
083000         UNTIL END-OF-WORK-FILE.
083100 8100-EXIT.
083200     EXIT.
083300
083400*=============================================================
083500* 8150-WRITE-ONE-WORK-ROW - ONE PAYEE OR DETAIL RECORD.
083600*=============================================================
083700 8150-WRITE-ONE-WORK-ROW.
083800     READ REMIT-WORK-FILE NEXT RECORD
083900         AT END
084000             MOVE "Y" TO WS-RWK-EOF-SWITCH
084100             GO TO 8150-EXIT
084200     END-READ.
084300     IF WS-RPT-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
084400         PERFORM 7500-WRITE-PAGE-HEADERS THRU 7500-EXIT
084500     END-IF.
084600     MOVE SPACES TO REMITTANCE-RECORD.
084700     MOVE WS-SELECT-PERIOD TO RMT-PERIOD-NUMBER.
084800     MOVE PPC-PAY-DATE TO RMT-PAY-DATE.
084900     MOVE RWK-PAYEE-CODE TO RMT-PAYEE-CODE.
085000     MOVE RWK-CURRENCY-CODE TO RMT-CURRENCY-CODE.
085100     IF RWK-IS-PAYEE-TOTAL
085200         PERFORM 8200-WRITE-PAYEE THRU 8200-EXIT
085300     ELSE
085400         PERFORM 8250-WRITE-DETAIL THRU 8250-EXIT
085500     END-IF.
085600 8150-EXIT.
085700     EXIT.
085800
085900*=============================================================
086000* 8200-WRITE-PAYEE - THE PAYEE RECORD, WITH THE NAME AND AP VENDOR
086100*                    NUMBER FROM PAYEEREF AND THE AMOUNT OWED.
086200*=============================================================
086300 8200-WRITE-PAYEE.
086400     MOVE RWK-PAYEE-CODE TO PYE-CODE.
086500     READ PAYEE-REFERENCE-FILE
086600         INVALID KEY
086700             DISPLAY "DEDREMIT: PAYEE " RWK-PAYEE-CODE
086800                     " LEFT PAYEEREF DURING THE RUN"
086900             MOVE 16 TO RETURN-CODE
087000             STOP RUN
087100     END-READ.
087200     MOVE "P" TO RMT-RECORD-TYPE.
087300     MOVE PYE-AP-VENDOR-NUMBER TO RMT-PYE-AP-VENDOR-NUMBER.
087400     MOVE PYE-NAME TO RMT-PYE-NAME.
087500     MOVE RWK-LINE-COUNT TO RMT-PYE-LINE-COUNT.
087600     MOVE RWK-AMOUNT TO RMT-PYE-AMOUNT.
087700     WRITE REMITTANCE-RECORD.
087800     ADD 1 TO WS-PAYEE-COUNT.
087900     ADD RWK-AMOUNT TO WS-REMIT-GRAND-TOTAL.
088000     MOVE RWK-PAYEE-CODE TO WS-PYL-PAYEE-CODE.
088100     MOVE PYE-NAME TO WS-PYL-NAME.
088200     MOVE PYE-AP-VENDOR-NUMBER TO WS-PYL-AP-VENDOR.
088300     MOVE RWK-CURRENCY-CODE TO WS-PYL-CURRENCY.
088400     MOVE RWK-LINE-COUNT TO WS-PYL-LINE-COUNT.
088500     MOVE RWK-AMOUNT TO WS-PYL-AMOUNT.
088600     WRITE REMIT-REPORT-LINE FROM WS-PAYEE-LINE
088700         AFTER ADVANCING 2 LINES.
088800     ADD 2 TO WS-RPT-LINE-COUNT.
088900 8200-EXIT.
089000     EXIT.
089100
089200*=============================================================
089300* 8250-WRITE-DETAIL - ONE EMPLOYEE DETAIL RECORD UNDER ITS PAYEE.
089400*=============================================================
089500 8250-WRITE-DETAIL.
089600     MOVE "D" TO RMT-RECORD-TYPE.
089700     MOVE RWK-EMPLOYEE-NUMBER TO RMT-DTL-EMPLOYEE-NUMBER.
089800     MOVE RWK-LAST-NAME TO RMT-DTL-LAST-NAME.
089900     MOVE RWK-FIRST-NAME TO RMT-DTL-FIRST-NAME.
090000     MOVE RWK-DED-TYPE TO RMT-DTL-DED-TYPE.
090100     MOVE RWK-DESCRIPTION TO RMT-DTL-DESCRIPTION.
090200     MOVE RWK-CASE-NUMBER TO RMT-DTL-CASE-NUMBER.
090300     MOVE RWK-AMOUNT TO RMT-DTL-AMOUNT.
090400     WRITE REMITTANCE-RECORD.
090500     ADD 1 TO WS-REMIT-LINE-COUNT.
090600     MOVE RWK-EMPLOYEE-NUMBER TO WS-EML-EMPLOYEE-NUMBER.
090700     MOVE SPACES TO WS-EML-NAME.
090800     STRING RWK-LAST-NAME DELIMITED BY SPACE
090900            ", " DELIMITED BY SIZE
091000            RWK-FIRST-NAME DELIMITED BY SPACE
091100         INTO WS-EML-NAME.
091200     MOVE RWK-DESCRIPTION TO WS-EML-DESCRIPTION.
091300     MOVE RWK-CASE-NUMBER TO WS-EML-CASE-NUMBER.
091400     MOVE RWK-AMOUNT TO WS-EML-AMOUNT.
091500     WRITE REMIT-REPORT-LINE FROM WS-EMPLOYEE-LINE
091600         AFTER ADVANCING 1 LINE.
091700     ADD 1 TO WS-RPT-LINE-COUNT.
091800 8250-EXIT.
091900     EXIT.
092000
092100*=============================================================
092200* 8300-WRITE-PROOF - ONE PROOF LINE PER CURRENCY ON THE RUN.
092300*=============================================================
092400 8300-WRITE-PROOF.
092500     WRITE REMIT-REPORT-LINE FROM WS-PROOF-HEADING
092600         AFTER ADVANCING 3 LINES.
092700     ADD 3 TO WS-RPT-LINE-COUNT.
092800     PERFORM 8350-PROOF-ONE-CURRENCY THRU 8350-EXIT
092900         VARYING WS-CCY-IX FROM 1 BY 1
093000         UNTIL WS-CCY-IX > 4.
093100     IF WS-EXCEPTION-COUNT NOT = ZEROS
093200         MOVE "LINES WITHOUT A USABLE PAYEE ARE ON REMEXCP -"
093300             TO WS-MESSAGE-LINE
093400         WRITE REMIT-REPORT-LINE FROM WS-MESSAGE-LINE
093500             AFTER ADVANCING 2 LINES
093600         MOVE "NO REMITTANCE FILE RELEASED" TO WS-MESSAGE-LINE
093700         WRITE REMIT-REPORT-LINE FROM WS-MESSAGE-LINE
093800             AFTER ADVANCING 1 LINE
093900         ADD 3 TO WS-RPT-LINE-COUNT
094000     END-IF.
094100 8300-EXIT.
094200     EXIT.
094300
094400*=============================================================
094500* 8350-PROOF-ONE-CURRENCY - THE REGISTER'S DEDUCTIONS AGAINST THE
094600*                           LINES REMITTED PLUS THE TAX WITHHELD.
094700*                           A LINE HELD BACK AS AN EXCEPTION SHOWS
094800*                           HERE AS A DIFFERENCE.
094900*=============================================================
095000 8350-PROOF-ONE-CURRENCY.
095100     IF WS-CTL-REGISTER-DED (WS-CCY-IX) = ZEROS
095200         AND WS-CTL-REMITTED (WS-CCY-IX) = ZEROS
095300         AND WS-CTL-TAX-WITHHELD (WS-CCY-IX) = ZEROS
095400         GO TO 8350-EXIT
095500     END-IF.
095600     COMPUTE WS-PRF-DIFFERENCE-AMOUNT =
095700         WS-CTL-REGISTER-DED (WS-CCY-IX)
095800         - WS-CTL-REMITTED (WS-CCY-IX)
095900         - WS-CTL-TAX-WITHHELD (WS-CCY-IX).
096000     MOVE WS-CTL-CURRENCY (WS-CCY-IX) TO WS-PRF-CURRENCY.
096100     MOVE WS-CTL-REGISTER-DED (WS-CCY-IX) TO WS-PRF-REGISTER.
096200     MOVE WS-CTL-REMITTED (WS-CCY-IX) TO WS-PRF-REMITTED.
096300     MOVE WS-CTL-TAX-WITHHELD (WS-CCY-IX) TO WS-PRF-TAX-WITHHELD.
096400     MOVE WS-PRF-DIFFERENCE-AMOUNT TO WS-PRF-DIFFERENCE.
096500     IF WS-PRF-DIFFERENCE-AMOUNT = ZEROS
096600         MOVE "IN BALANCE" TO WS-PRF-RESULT
096700     ELSE
096800         MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
096900         MOVE "Y" TO WS-BALANCE-SWITCH
097000     END-IF.
097100     WRITE REMIT-REPORT-LINE FROM WS-PROOF-LINE
097200         AFTER ADVANCING 1 LINE.
097300     ADD 1 TO WS-RPT-LINE-COUNT.
097400 8350-EXIT.
097500     EXIT.
097600
097700*=============================================================
097800* 8400-WRITE-TRAILER - CLOSE THE REMITTANCE FILE WITH THE PAYEE
097900*                      AND DETAIL COUNTS AND THE AMOUNT TOTAL.
098000*=============================================================
098100 8400-WRITE-TRAILER.
098200     MOVE SPACES TO REMITTANCE-RECORD.
098300     MOVE "T" TO RMT-RECORD-TYPE.
098400     MOVE WS-SELECT-PERIOD TO RMT-PERIOD-NUMBER.
098500     MOVE PPC-PAY-DATE TO RMT-PAY-DATE.
098600     MOVE WS-PAYEE-COUNT TO RMT-TRL-PAYEE-COUNT.
098700     MOVE WS-REMIT-LINE-COUNT TO RMT-TRL-DETAIL-COUNT.
098800     MOVE WS-REMIT-GRAND-TOTAL TO RMT-TRL-AMOUNT-TOTAL.
098900     WRITE REMITTANCE-RECORD.
099000 8400-EXIT.
099100     EXIT.
099200
099300*=============================================================
099400* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
099500*                    LOG AND CLOSE THE LOG.
099600*=============================================================
099700 8900-LOG-RUN-END.
099800     MOVE "E" TO RLG-RECORD-TYPE.
099900     MOVE "DEDREMIT" TO RLG-PROGRAM-ID.
100000     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
100100     ACCEPT RLG-TIME FROM TIME.
100200     MOVE WS-DETAIL-COUNT TO RLG-RECORDS-READ.
100300     MOVE WS-REMIT-LINE-COUNT TO RLG-RECORDS-WRITTEN.
100400     MOVE WS-EXCEPTION-COUNT TO RLG-REJECT-COUNT.
100500     MOVE RETURN-CODE TO RLG-RETURN-CODE.
100600     MOVE WS-SELECT-PERIOD TO RLG-PERIOD-NUMBER.
100700     WRITE RUN-LOG-RECORD.
100800     CLOSE RUN-LOG-FILE.
100900 8900-EXIT.
101000     EXIT.
