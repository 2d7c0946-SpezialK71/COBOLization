000100*=============================================================
000200* PROGRAM      : PAYREV
000300* DESCRIPTION  : BACKS OUT ONE PAID PAY PERIOD SO A BAD RUN CAN
000400*                BE RERUN. FROM THE PERIOD'S PAY STATEMENT
000500*                DETAIL ROWS IT SUBTRACTS EACH EMPLOYEE'S GROSS
000600*                BACK OUT OF YTD-GROSS AND EACH RECORDED
000700*                GARNISHMENT TAKE BACK OUT OF ITS DEDUCTION ROW'S
000800*                AMOUNT TAKEN, WRITES A RECALL FOR EVERY PAYMENT
000900*                ON THE ORIGINAL BANK FILE, AND - IF THE PERIOD
001000*                WAS ALREADY EXTRACTED TO THE LEDGER - A REVERSING
001100*                JOURNAL WITH EVERY GLEXTR DEBIT AND CREDIT
001200*                SWAPPED. THE DETAIL ROWS ARE THEN DELETED AND
001300*                THE CALENDAR ROW IS RESET TO UNPAID AND NOT
001400*                EXTRACTED. EVERY ROW IS CHECKED BEFORE ANYTHING
001500*                IS POSTED, AND A CONTROL REPORT PROVES THE
001600*                REVERSED TOTALS EQUAL THE ORIGINAL REGISTER TO
001700*                THE PENNY IN EVERY CURRENCY.
001800*=============================================================
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. PAYREV.
002100 AUTHOR. T. OKAFOR.
002200 INSTALLATION. PAYROLL SYSTEMS GROUP.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED.
002500* MODIFICATION HISTORY
002600* DATE       INIT DESCRIPTION
002700* 2026-10-15 TO   INITIAL VERSION - A PERIOD PAID WRONG (BAD RATE
002800*                 FILE, WRONG SALARIES LOADED) COULD ONLY BE
002900*                 UNDONE BY HAND-PATCHING THE EMPLOYEE AND
003000*                 DEDUCTION MASTERS AND THE CALENDAR. ONLY THE
003100*                 LATEST PAID PERIOD OF AN OPEN YEAR CAN BE
003200*                 REVERSED - A LATER PAID PERIOD HAS ALREADY
003300*                 BUILT ON ITS POSTINGS, AND A CLOSED YEAR'S YTD
003400*                 FIGURES ARE GONE.
003500* 2026-10-15 TO   THE VACATION AND SICK HOURS THE PERIOD ACCRUED
003600*                 (NOW ON THE STATEMENT DETAIL ROW) ARE BACKED OUT
003700*                 OF THE LEAVE BALANCE FILE, AND THE ROW'S LAST
003800*                 ACCRUAL DATE IS CLEARED WHEN IT IS THIS PERIOD'S
003900*                 - EVEN FOR A ZERO ACCRUAL - SO THE RERUN ACCRUES
004000*                 AGAIN. A BALANCE ALREADY USED BELOW THE ACCRUAL
004100*                 STOPS THE REVERSAL IN THE CHECK PASS.
004200* 2026-10-15 TO   SALARY EXPENSE BACKED OUT BY COST CENTER IS
004300*                 SPREAD BY THE LABOR DISTRIBUTION SPLITS
004400*                 (LABDIST) IN FORCE ON THE PERIOD PAY DATE,
004500*                 EXACTLY AS GLEXTR CHARGED IT. THE CHECK PASS
004600*                 VERIFIES EVERY SPLIT DEPARTMENT IS ON DEPTREF.
004700* 2026-10-15 TO   A PERIOD WHOSE DEDUCTIONS DEDREMIT HAS ALREADY
004800*                 REMITTED TO THE PAYEES IS REFUSED - THAT MONEY
004900*                 IS GONE AND MUST BE RECOVERED BEFORE THE PERIOD
005000*                 CAN BE BACKED OUT.
005100* 2026-10-15 TO   A PERIOD WITH A BANK RETURN ON THE REISSUE FILE
005200*                 (RISREC - OUTSTANDING OR ALREADY REISSUED) IS
005300*                 REFUSED - THE RECALL AND THE RETURN WOULD BOTH
005400*                 CLAIM THE SAME PAYMENT.
005500
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. IBM-370.
005900 OBJECT-COMPUTER. IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT PAY-PERIOD-CALENDAR-FILE
006300         ASSIGN TO "PAYCAL"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PPC-PERIOD-NUMBER
006700         FILE STATUS IS WS-PAYCAL-STATUS.
006800
006900     SELECT PAY-STATEMENT-DETAIL-FILE
007000         ASSIGN TO "PAYDTL"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS PSD-KEY
007400         FILE STATUS IS WS-PAYDTL-STATUS.
007500
007600     SELECT EMPLOYEE-MASTER-FILE
007700         ASSIGN TO "EMPMAST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS EMP-EMPLOYEE-NUMBER
008100         ALTERNATE RECORD KEY IS EMP-LAST-NAME
008200             WITH DUPLICATES
008300         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
008400             WITH DUPLICATES
008500         FILE STATUS IS WS-EMPMAST-STATUS.
008600
008700     SELECT DEDUCTION-MASTER-FILE
008800         ASSIGN TO "DEDMAST"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS DED-KEY
009200         FILE STATUS IS WS-DEDMAST-STATUS.
009300
009400     SELECT DEPARTMENT-REFERENCE-FILE
009500         ASSIGN TO "DEPTREF"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS RANDOM
009800         RECORD KEY IS DEPT-CODE
009900         FILE STATUS IS WS-DEPTREF-STATUS.
010000
010100     SELECT LABOR-DISTRIBUTION-FILE
010200         ASSIGN TO "LABDIST"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS LDS-KEY
010600         FILE STATUS IS WS-LABDIST-STATUS.
010700
010800     SELECT LEAVE-BALANCE-FILE
010900         ASSIGN TO "LVBAL"
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS RANDOM
011200         RECORD KEY IS LVB-KEY
011300         FILE STATUS IS WS-LVBAL-STATUS.
011400
011500     SELECT REISSUE-FILE
011600         ASSIGN TO "REISSUE"
011700         ORGANIZATION IS INDEXED
011800         ACCESS MODE IS SEQUENTIAL
011900         RECORD KEY IS RIS-KEY
012000         FILE STATUS IS WS-REISSUE-STATUS.
012100
012200     SELECT YEAR-END-CONTROL-FILE
012300         ASSIGN TO "YEARCTL"
012400         ORGANIZATION IS INDEXED
012500         ACCESS MODE IS RANDOM
012600         RECORD KEY IS YEC-KEY
012700         FILE STATUS IS WS-YEARCTL-STATUS.
012800
012900     SELECT REVERSAL-SELECT-FILE
013000         ASSIGN TO "REVPARM"
013100         ORGANIZATION IS LINE SEQUENTIAL
013200         FILE STATUS IS WS-REVPARM-STATUS.
013300
013400     SELECT GL-JOURNAL-FILE
013500         ASSIGN TO "REVJRNL"
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS IS WS-REVJRNL-STATUS.
013800
013900     SELECT BANK-PAYMENT-FILE
014000         ASSIGN TO "BANKREV"
014100         ORGANIZATION IS SEQUENTIAL
014200         FILE STATUS IS WS-BANKREV-STATUS.
014300
014400     SELECT REVERSAL-REPORT-FILE
014500         ASSIGN TO "REVRPT"
014600         ORGANIZATION IS LINE SEQUENTIAL
014700         FILE STATUS IS WS-REVRPT-STATUS.
014800
014900     SELECT RUN-LOG-FILE
015000         ASSIGN TO "RUNLOG"
015100         ORGANIZATION IS SEQUENTIAL
015200         FILE STATUS IS WS-RUNLOG-STATUS.
015300
015400     SELECT COST-CENTER-WORK-FILE
015500         ASSIGN TO "REVCCWRK"
015600         ORGANIZATION IS INDEXED
015700         ACCESS MODE IS DYNAMIC
015800         RECORD KEY IS CCW-COST-CENTER
015900         FILE STATUS IS WS-REVCCWRK-STATUS.
016000
016100 DATA DIVISION.
016200 FILE SECTION.
016300* PAY-PERIOD CALENDAR RECORD - KEYED BY PERIOD NUMBER.
016400 FD  PAY-PERIOD-CALENDAR-FILE.
016500     COPY PPCREC.
016600
016700* PAY STATEMENT DETAIL RECORD - KEYED BY PERIOD + EMPLOYEE, THE
016800* PER-PERIOD FIGURES PAYREG KEPT FOR EVERY EMPLOYEE PAID.
016900 FD  PAY-STATEMENT-DETAIL-FILE.
017000     COPY PSDREC.
017100
017200* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER.
017300 FD  EMPLOYEE-MASTER-FILE.
017400     COPY EMPREC.
017500
017600* DEDUCTION MASTER RECORD - KEYED BY EMPLOYEE-NUMBER + SEQUENCE.
017700 FD  DEDUCTION-MASTER-FILE.
017800     COPY DEDREC.
017900
018000* DEPARTMENT REFERENCE RECORD - KEYED BY DEPARTMENT CODE.
018100 FD  DEPARTMENT-REFERENCE-FILE.
018200     COPY DEPTREC.
018300
018400* LABOR DISTRIBUTION RECORD - KEYED BY EMPLOYEE + EFFECTIVE DATE.
018500 FD  LABOR-DISTRIBUTION-FILE.
018600     COPY LDREC.
018700
018800* LEAVE BALANCE RECORD - KEYED BY EMPLOYEE + LEAVE TYPE.
018900 FD  LEAVE-BALANCE-FILE.
019000     COPY LVBREC.
019100
019200* OUTSTANDING REISSUE RECORD - KEYED BY EMPLOYEE + PERIOD, ONE PER
019300* PAYMENT THE BANK RETURNED.
019400 FD  REISSUE-FILE.
019500     COPY RISREC.
019600
019700* YEAR-END CONTROL RECORD - ONE ROW, KEYED BY A CONSTANT.
019800 FD  YEAR-END-CONTROL-FILE.
019900     COPY YECREC.
020000
020100* ONE SELECTION PARAMETER RECORD - THE PERIOD TO REVERSE.
020200 FD  REVERSAL-SELECT-FILE.
020300 01  REVERSAL-SELECT-RECORD.
020400     05  PARM-PERIOD-NUMBER-X        PIC X(03).
020500     05  PARM-PERIOD-NUMBER
020600         REDEFINES PARM-PERIOD-NUMBER-X
020700                                     PIC 9(03).
020800
020900* REVERSING JOURNAL - THE GLJRNL LAYOUT.
021000 FD  GL-JOURNAL-FILE.
021100     COPY JRNREC.
021200
021300* BANK RECALL FILE - THE BANKPAY LAYOUT, ONE RECALL DETAIL PER
021400* ORIGINAL PAYMENT, CLOSED BY ONE TRAILER.
021500 FD  BANK-PAYMENT-FILE.
021600     COPY BPRREC.
021700
021800 FD  REVERSAL-REPORT-FILE.
021900 01  REVERSAL-REPORT-LINE            PIC X(132).
022000
022100* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
022200 FD  RUN-LOG-FILE.
022300     COPY RLGREC.
022400
022500* COST-CENTER ROLLUP SCRATCH FILE - ONE ROW PER COST CENTER SEEN
022600* ON THE RUN, REBUILT FROM EMPTY EVERY RUN, AS IN GLEXTR.
022700 FD  COST-CENTER-WORK-FILE.
022800 01  COST-CENTER-WORK-RECORD.
022900     05  CCW-COST-CENTER             PIC X(06).
023000     05  CCW-USD                     PIC 9(11)V9(02).
023100     05  CCW-GBP                     PIC 9(11)V9(02).
023200     05  CCW-EUR                     PIC 9(11)V9(02).
023300     05  CCW-JPY                     PIC 9(11)V9(02).
023400
023500 WORKING-STORAGE SECTION.
023600 01  WS-FILE-STATUSES.
023700     05  WS-PAYCAL-STATUS            PIC X(02) VALUE ZEROS.
023800     05  WS-PAYDTL-STATUS            PIC X(02) VALUE ZEROS.
023900     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
024000     05  WS-DEDMAST-STATUS           PIC X(02) VALUE ZEROS.
024100     05  WS-DEPTREF-STATUS           PIC X(02) VALUE ZEROS.
024200     05  WS-YEARCTL-STATUS           PIC X(02) VALUE ZEROS.
024300     05  WS-REVPARM-STATUS           PIC X(02) VALUE ZEROS.
024400     05  WS-REVJRNL-STATUS           PIC X(02) VALUE ZEROS.
024500     05  WS-BANKREV-STATUS           PIC X(02) VALUE ZEROS.
024600     05  WS-REVRPT-STATUS            PIC X(02) VALUE ZEROS.
024700     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
024800     05  WS-REVCCWRK-STATUS          PIC X(02) VALUE ZEROS.
024900     05  WS-LVBAL-STATUS             PIC X(02) VALUE ZEROS.
025000     05  WS-LABDIST-STATUS           PIC X(02) VALUE ZEROS.
025100     05  WS-REISSUE-STATUS           PIC X(02) VALUE ZEROS.
025200
025300 01  WS-SWITCHES.
025400     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
025500         88  END-OF-DETAIL-FILE              VALUE "Y".
025600     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
025700         88  END-OF-CALENDAR                 VALUE "Y".
025800     05  WS-RIS-EOF-SWITCH           PIC X(01) VALUE "N".
025900         88  END-OF-REISSUE-FILE             VALUE "Y".
026000     05  WS-ERROR-SWITCH             PIC X(01) VALUE "N".
026100         88  PERIOD-CANNOT-BE-REVERSED       VALUE "Y".
026200     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
026300         88  REVERSAL-IS-OUT-OF-BALANCE      VALUE "Y".
026400     05  WS-JOURNAL-SWITCH           PIC X(01) VALUE "N".
026500         88  JOURNAL-IS-REVERSED             VALUE "Y".
026600     05  WS-CCW-FOUND-SWITCH         PIC X(01) VALUE "N".
026700         88  COST-CENTER-WAS-FOUND           VALUE "Y".
026800     05  WS-CCW-EOF-SWITCH           PIC X(01) VALUE "N".
026900         88  END-OF-WORK-FILE                VALUE "Y".
027000     05  WS-LDS-EOF-SWITCH           PIC X(01) VALUE "N".
027100         88  END-OF-DISTRIBUTIONS            VALUE "Y".
027200     05  WS-DIST-FOUND-SWITCH        PIC X(01) VALUE "N".
027300         88  DISTRIBUTION-IN-FORCE           VALUE "Y".
027400
027500 01  WS-SELECT-PERIOD                 PIC 9(03) VALUE ZEROS.
027600 01  WS-ORIGINAL-COUNT                PIC 9(05) VALUE ZEROS COMP.
027700 01  WS-REVERSED-COUNT                PIC 9(05) VALUE ZEROS COMP.
027800 01  WS-ERROR-COUNT                   PIC 9(05) VALUE ZEROS COMP.
027900 01  WS-LINE-COUNT                    PIC 9(05) VALUE ZEROS.
028000 01  WS-DED-IX                        PIC 9(02) VALUE ZEROS COMP.
028100 01  WS-CCY-IX                        PIC 9(01) VALUE ZEROS COMP.
028200 01  WS-RECALL-COUNT                  PIC 9(07) VALUE ZEROS.
028300 01  WS-RECALL-TOTAL                  PIC 9(11)V9(02) VALUE ZEROS.
028400
028500* ONE LEAVE TYPE'S ACCRUAL FROM THE DETAIL ROW, CHECKED AND THEN
028600* BACKED OUT OF ITS BALANCE ROW.
028700 01  WS-LEAVE-TYPE-WORK               PIC X(01) VALUE SPACES.
028800 01  WS-LEAVE-HOURS-WORK              PIC 9(03)V9(02) VALUE ZEROS.
028900 01  WS-LEAVE-REVERSED-COUNT          PIC 9(05) VALUE ZEROS COMP.
029000
029100* THE LABOR DISTRIBUTION IN FORCE ON THE PAY DATE FOR THE
029200* EMPLOYEE BEING BACKED OUT, AND THE ONE COST-CENTER CHARGE BEING
029300* BUILT FOR 2440-ADD-TO-COST-CENTER.
029400 01  WS-DIST-AS-OF-DATE              PIC 9(08) VALUE ZEROS.
029500 01  WS-DIST-STOP-DATE               PIC 9(08) VALUE ZEROS.
029600 01  WS-DIST-SPLIT-COUNT             PIC 9(02) VALUE ZEROS.
029700 01  WS-DIST-SPLIT-TABLE.
029800     05  WS-DIST-SPLIT OCCURS 8 TIMES.
029900         10  WS-DIST-DEPARTMENT      PIC X(04).
030000         10  WS-DIST-PERCENT         PIC 9(03)V9(02).
030100 01  WS-DIST-IX                      PIC 9(02) VALUE ZEROS COMP.
030200 01  WS-DIST-REMAINDER               PIC 9(09)V9(02) VALUE ZEROS.
030300 01  WS-WHOLE-YEN-SHARE              PIC 9(09) VALUE ZEROS.
030400 01  WS-ROLL-DEPARTMENT              PIC X(04) VALUE SPACES.
030500 01  WS-ROLL-AMOUNT                  PIC 9(09)V9(02) VALUE ZEROS.
030600
030700* REPORT CONTROL COUNTERS.
030800 01  WS-REPORT-CONTROLS.
030900     05  WS-RPT-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
031000     05  WS-PAGE-NUMBER              PIC 9(03) VALUE ZEROS COMP.
031100     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
031200
031300* THE LEDGER ACCOUNTS THE JOURNAL POSTS TO - THE SAME ACCOUNTS
031400* GLEXTR DEBITS AND CREDITS, SO EVERY LINE REVERSES ONE OF ITS.
031500 01  WS-ACCOUNT-CONSTANTS.
031600     05  WS-ACCT-TAX-LIABILITY       PIC X(06) VALUE "240100".
031700     05  WS-ACCT-BENEFIT-LIABILITY   PIC X(06) VALUE "240200".
031800     05  WS-ACCT-GARNISH-LIABILITY   PIC X(06) VALUE "240300".
031900     05  WS-ACCT-BANK-CLEARING       PIC X(06) VALUE "100100".
032000
032100* THE ORIGINAL REGISTER'S FIGURES, TAKEN FROM THE DETAIL ROWS ON
032200* THE CHECKING PASS, AND THE FIGURES ACTUALLY REVERSED ON THE
032300* POSTING PASS, BY CURRENCY - ROW 1 USD, 2 GBP, 3 EUR, 4 JPY.
032400 01  WS-CONTROL-TABLE.
032500     05  WS-CTL-ENTRY OCCURS 4 TIMES.
032600         10  WS-CTL-CURRENCY         PIC X(03).
032700         10  WS-CTL-ORIG-COUNT       PIC 9(05).
032800         10  WS-CTL-ORIG-GROSS       PIC 9(11)V9(02).
032900         10  WS-CTL-ORIG-DED         PIC 9(11)V9(02).
033000         10  WS-CTL-ORIG-NET         PIC 9(11)V9(02).
033100         10  WS-CTL-ORIG-GARNISH     PIC 9(11)V9(02).
033200         10  WS-CTL-REV-COUNT        PIC 9(05).
033300         10  WS-CTL-REV-YTD          PIC 9(11)V9(02).
033400         10  WS-CTL-REV-DED          PIC 9(11)V9(02).
033500         10  WS-CTL-REV-RECALL       PIC 9(11)V9(02).
033600         10  WS-CTL-REV-GARNISH      PIC 9(11)V9(02).
033700
033800* DEDUCTION LIABILITY TOTALS BY TYPE AND CURRENCY - ROW 1 TAX,
033900* ROW 2 BENEFITS, ROW 3 GARNISHMENTS - DEBITED ON THE REVERSAL.
034000 01  WS-LIABILITY-TABLE-CONTROLS.
034100     05  WS-LIA-IX                   PIC 9(01) VALUE ZEROS COMP.
034200
034300 01  WS-LIABILITY-TABLE.
034400     05  WS-LIA-ENTRY OCCURS 3 TIMES.
034500         10  WS-LIA-TYPE             PIC X(01).
034600         10  WS-LIA-ACCOUNT          PIC X(06).
034700         10  WS-LIA-SOURCE           PIC X(08).
034800         10  WS-LIA-USD              PIC 9(11)V9(02).
034900         10  WS-LIA-GBP              PIC 9(11)V9(02).
035000         10  WS-LIA-EUR              PIC 9(11)V9(02).
035100         10  WS-LIA-JPY              PIC 9(11)V9(02).
035200
035300* NET PAY DEBITED BACK TO THE BANK CLEARING ACCOUNT, BY CURRENCY.
035400 01  WS-NET-CLEARING-TOTALS.
035500     05  WS-NET-USD                  PIC 9(11)V9(02) VALUE ZEROS.
035600     05  WS-NET-GBP                  PIC 9(11)V9(02) VALUE ZEROS.
035700     05  WS-NET-EUR                  PIC 9(11)V9(02) VALUE ZEROS.
035800     05  WS-NET-JPY                  PIC 9(11)V9(02) VALUE ZEROS.
035900
036000* DEBIT AND CREDIT PROOF TOTALS OF THE REVERSING JOURNAL.
036100 01  WS-DEBIT-GRAND-TOTAL             PIC 9(13)V9(02) VALUE ZEROS.
036200 01  WS-CREDIT-GRAND-TOTAL            PIC 9(13)V9(02) VALUE ZEROS.
036300
036400* THE LINE BEING BUILT FOR 7100-WRITE-JOURNAL-LINE.
036500 01  WS-JOURNAL-WORK.
036600     05  WS-JW-ACCOUNT               PIC X(06) VALUE SPACES.
036700     05  WS-JW-DEBIT-CREDIT          PIC X(01) VALUE SPACE.
036800     05  WS-JW-AMOUNT                PIC 9(11)V9(02) VALUE ZEROS.
036900     05  WS-JW-CURRENCY              PIC X(03) VALUE SPACES.
037000     05  WS-JW-SOURCE                PIC X(08) VALUE SPACES.
037100
037200* ONE EMPLOYEE'S RECORDED GARNISHMENT TAKES, SUMMED FOR THE
037300* REPORT AND THE CONTROL TOTALS.
037400 01  WS-EMP-GARNISH-TOTAL             PIC 9(09)V9(02) VALUE ZEROS.
037500
037600* PRINT LINE LAYOUTS FOR THE REVERSAL CONTROL REPORT.
037700 01  WS-HEADING-LINE-1.
037800     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
037900     05  WS-HDG-RUN-DATE             PIC X(10).
038000     05  FILLER                      PIC X(10) VALUE SPACES.
038100     05  FILLER                      PIC X(30) VALUE
038200             "PAY PERIOD REVERSAL - PERIOD ".
038300     05  WS-HDG-PERIOD               PIC 9(03).
038400     05  FILLER                      PIC X(11) VALUE
038500             "  PAY DATE ".
038600     05  WS-HDG-PAY-DATE             PIC 9(08).
038700     05  FILLER                      PIC X(05) VALUE SPACES.
038800     05  FILLER                      PIC X(06) VALUE "PAGE: ".
038900     05  WS-HDG-PAGE-NUMBER          PIC ZZ9.
039000
039100 01  WS-HEADING-LINE-2.
039200     05  FILLER                      PIC X(08) VALUE "EMP NO ".
039300     05  FILLER                  PIC X(24) VALUE "EMPLOYEE NAME".
039400     05  FILLER                      PIC X(05) VALUE "CCY".
039500     05  FILLER                  PIC X(19) VALUE
039600             "  GROSS REVERSED".
039700     05  FILLER                  PIC X(19) VALUE
039800             "     DEDUCTIONS".
039900     05  FILLER                  PIC X(19) VALUE
040000             "   NET RECALLED".
040100     05  FILLER                  PIC X(19) VALUE
040200             "  GARNISH TAKES".
040300
040400 01  WS-DETAIL-LINE.
040500     05  WS-DTL-EMPLOYEE-NUMBER      PIC ZZZZ9.
040600     05  FILLER                      PIC X(03) VALUE SPACES.
040700     05  WS-DTL-NAME                 PIC X(22).
040800     05  FILLER                      PIC X(02) VALUE SPACES.
040900     05  WS-DTL-CURRENCY             PIC X(03).
041000     05  FILLER                      PIC X(02) VALUE SPACES.
041100     05  WS-DTL-GROSS                PIC ZZZ,ZZZ,ZZ9.99.
041200     05  FILLER                      PIC X(05) VALUE SPACES.
041300     05  WS-DTL-DEDUCTIONS           PIC ZZZ,ZZZ,ZZ9.99.
041400     05  FILLER                      PIC X(05) VALUE SPACES.
041500     05  WS-DTL-NET-PAY              PIC ZZZ,ZZZ,ZZ9.99.
041600     05  FILLER                      PIC X(05) VALUE SPACES.
041700     05  WS-DTL-GARNISH              PIC ZZZ,ZZZ,ZZ9.99.
041800
041900 01  WS-ERROR-LINE.
042000     05  FILLER                  PIC X(16) VALUE
042100             "CANNOT REVERSE: ".
042200     05  WS-ERR-EMPLOYEE-NUMBER      PIC 9(05).
042300     05  FILLER                      PIC X(02) VALUE SPACES.
042400     05  WS-ERR-REASON               PIC X(40).
042500
042600 01  WS-PROOF-HEADING.
042700     05  FILLER                      PIC X(05) VALUE "CCY".
042800     05  FILLER                      PIC X(25) VALUE "CONTROL".
042900     05  FILLER                  PIC X(22) VALUE
043000             "  ORIGINAL REGISTER".
043100     05  FILLER                  PIC X(22) VALUE
043200             "           REVERSED".
043300     05  FILLER                  PIC X(22) VALUE
043400             "         DIFFERENCE".
043500
043600 01  WS-PROOF-LINE.
043700     05  WS-PRF-CURRENCY             PIC X(03).
043800     05  FILLER                      PIC X(02) VALUE SPACES.
043900     05  WS-PRF-LABEL                PIC X(25).
044000     05  WS-PRF-ORIGINAL             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
044100     05  FILLER                      PIC X(02) VALUE SPACES.
044200     05  WS-PRF-REVERSED             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
044300     05  FILLER                      PIC X(02) VALUE SPACES.
044400     05  WS-PRF-DIFFERENCE           PIC -,ZZZ,ZZZ,ZZZ,ZZ9.99.
044500     05  FILLER                      PIC X(02) VALUE SPACES.
044600     05  WS-PRF-RESULT               PIC X(14).
044700
044800 01  WS-PROOF-WORK.
044900     05  WS-PRF-ORIGINAL-AMOUNT      PIC 9(11)V9(02) VALUE ZEROS.
045000     05  WS-PRF-REVERSED-AMOUNT      PIC 9(11)V9(02) VALUE ZEROS.
045100     05  WS-PRF-DIFFERENCE-AMOUNT    PIC S9(11)V9(02) VALUE ZEROS.
045200
045300 01  WS-MESSAGE-LINE                  PIC X(80) VALUE SPACES.
045400
045500* THE PERIOD'S PAY DATE, SPLIT SO ITS YEAR CAN BE CHECKED
045600* AGAINST THE YEAR-END CLOSE.
045700 01  WS-PAY-DATE-WORK.
045800     05  WS-PAY-DATE-CCYY            PIC 9(04).
045900     05  WS-PAY-DATE-MM              PIC 9(02).
046000     05  WS-PAY-DATE-DD              PIC 9(02).
046100
046200 01  WS-RUN-DATE.
046300     05  WS-RUN-DATE-CCYY            PIC 9(04).
046400     05  WS-RUN-DATE-MM              PIC 9(02).
046500     05  WS-RUN-DATE-DD              PIC 9(02).
046600 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
046700
046800 PROCEDURE DIVISION.
046900
047000*=============================================================
047100* 0000-MAINLINE - CHECK THE WHOLE PERIOD, THEN REVERSE IT.
047200*=============================================================
047300 0000-MAINLINE.
047400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
047500     PERFORM 1400-CHECK-ALL-ROWS THRU 1400-EXIT.
047600     PERFORM 1800-OPEN-OUTPUT-FILES THRU 1800-EXIT.
047700     PERFORM 1900-POSITION-DETAIL THRU 1900-EXIT.
047800     PERFORM 2000-REVERSE-EMPLOYEE THRU 2000-EXIT
047900         UNTIL END-OF-DETAIL-FILE.
048000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
048100     STOP RUN.
048200
048300*=============================================================
048400* 1000-INITIALIZE - OPEN FILES, READ THE PERIOD PARAMETER AND
048500*                   VERIFY THE PERIOD CAN BE REVERSED.
048600*=============================================================
048700 1000-INITIALIZE.
048800     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
048900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
049000     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
049100            WS-RUN-DATE-CCYY DELIMITED BY SIZE
049200         INTO WS-RUN-DATE-EDITED.
049300     OPEN I-O PAY-PERIOD-CALENDAR-FILE.
049400     IF WS-PAYCAL-STATUS NOT = "00"
049500         DISPLAY "PAYREV: PAY-PERIOD-CALENDAR-FILE OPEN FAILED -"
049600         DISPLAY "        FILE STATUS = " WS-PAYCAL-STATUS
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000     OPEN I-O PAY-STATEMENT-DETAIL-FILE.
050100     IF WS-PAYDTL-STATUS NOT = "00"
050200         DISPLAY "PAYREV: PAY-STATEMENT-DETAIL-FILE OPEN FAILED-"
050300         DISPLAY "        FILE STATUS = " WS-PAYDTL-STATUS
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700     OPEN I-O EMPLOYEE-MASTER-FILE.
050800     IF WS-EMPMAST-STATUS NOT = "00"
050900         DISPLAY "PAYREV: EMPLOYEE-MASTER-FILE OPEN FAILED - "
051000         DISPLAY "        FILE STATUS = " WS-EMPMAST-STATUS
051100         MOVE 16 TO RETURN-CODE
051200         STOP RUN
051300     END-IF.
051400     OPEN I-O DEDUCTION-MASTER-FILE.
051500     IF WS-DEDMAST-STATUS NOT = "00"
051600         DISPLAY "PAYREV: DEDUCTION-MASTER-FILE OPEN FAILED - "
051700         DISPLAY "        FILE STATUS = " WS-DEDMAST-STATUS
051800         MOVE 16 TO RETURN-CODE
051900         STOP RUN
052000     END-IF.
052100     OPEN INPUT LABOR-DISTRIBUTION-FILE.
052200     IF WS-LABDIST-STATUS = "35"
052300         OPEN OUTPUT LABOR-DISTRIBUTION-FILE
052400         CLOSE LABOR-DISTRIBUTION-FILE
052500         OPEN INPUT LABOR-DISTRIBUTION-FILE
052600     END-IF.
052700     IF WS-LABDIST-STATUS NOT = "00"
052800         DISPLAY "PAYREV: LABOR-DISTRIBUTION-FILE OPEN FAILED -"
052900         DISPLAY "        FILE STATUS = " WS-LABDIST-STATUS
053000         MOVE 16 TO RETURN-CODE
053100         STOP RUN
053200     END-IF.
053300     OPEN INPUT DEPARTMENT-REFERENCE-FILE.
053400     IF WS-DEPTREF-STATUS NOT = "00"
053500         DISPLAY "PAYREV: DEPARTMENT-REFERENCE-FILE OPEN "
053600         DISPLAY "        FAILED, STATUS = " WS-DEPTREF-STATUS
053700         MOVE 16 TO RETURN-CODE
053800         STOP RUN
053900     END-IF.
054000     OPEN I-O LEAVE-BALANCE-FILE.
054100     IF WS-LVBAL-STATUS = "35"
054200         OPEN OUTPUT LEAVE-BALANCE-FILE
054300         CLOSE LEAVE-BALANCE-FILE
054400         OPEN I-O LEAVE-BALANCE-FILE
054500     END-IF.
054600     IF WS-LVBAL-STATUS NOT = "00"
054700         DISPLAY "PAYREV: LEAVE-BALANCE-FILE OPEN FAILED - "
054800         DISPLAY "        FILE STATUS = " WS-LVBAL-STATUS
054900         MOVE 16 TO RETURN-CODE
055000         STOP RUN
055100     END-IF.
055200     OPEN INPUT REVERSAL-SELECT-FILE.
055300     IF WS-REVPARM-STATUS NOT = "00"
055400         DISPLAY "PAYREV: REVERSAL-SELECT-FILE OPEN FAILED - "
055500         DISPLAY "        FILE STATUS = " WS-REVPARM-STATUS
055600         MOVE 16 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900     OPEN OUTPUT REVERSAL-REPORT-FILE.
056000     IF WS-REVRPT-STATUS NOT = "00"
056100         DISPLAY "PAYREV: REVERSAL-REPORT-FILE OPEN FAILED - "
056200         DISPLAY "        FILE STATUS = " WS-REVRPT-STATUS
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN
056500     END-IF.
056600     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
056700     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
056800     PERFORM 1300-CHECK-YEAR-END-CLOSE THRU 1300-EXIT.
056900     PERFORM 1350-BUILD-CONTROL-TABLES THRU 1350-EXIT.
057000     PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT.
057100 1000-EXIT.
057200     EXIT.
057300
057400*=============================================================
057500* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
057600*                      RUN LOG, CREATING THE FILE ON ITS FIRST
057700*                      USE.
057800*=============================================================
057900 1050-LOG-RUN-START.
058000     OPEN EXTEND RUN-LOG-FILE.
058100     IF WS-RUNLOG-STATUS = "35"
058200         OPEN OUTPUT RUN-LOG-FILE
058300         CLOSE RUN-LOG-FILE
058400         OPEN EXTEND RUN-LOG-FILE
058500     END-IF.
058600     IF WS-RUNLOG-STATUS NOT = "00" AND
058700             WS-RUNLOG-STATUS NOT = "05"
058800         DISPLAY "PAYREV: RUN-LOG-FILE OPEN FAILED - "
058900         DISPLAY "        FILE STATUS = " WS-RUNLOG-STATUS
059000         MOVE 16 TO RETURN-CODE
059100         STOP RUN
059200     END-IF.
059300     MOVE "S" TO RLG-RECORD-TYPE.
059400     MOVE "PAYREV" TO RLG-PROGRAM-ID.
059500     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
059600     ACCEPT RLG-TIME FROM TIME.
059700     MOVE ZEROS TO RLG-RECORDS-READ.
059800     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
059900     MOVE ZEROS TO RLG-REJECT-COUNT.
060000     MOVE ZEROS TO RLG-RETURN-CODE.
060100     MOVE ZEROS TO RLG-PERIOD-NUMBER.
060200     WRITE RUN-LOG-RECORD.
060300 1050-EXIT.
060400     EXIT.
060500
060600*=============================================================
060700* 1100-READ-PARAMETER - THE PERIOD TO REVERSE IS REQUIRED.
060800*=============================================================
060900 1100-READ-PARAMETER.
061000     READ REVERSAL-SELECT-FILE
061100         AT END
061200             DISPLAY "PAYREV: SELECTION PARAMETER MISSING"
061300             MOVE 16 TO RETURN-CODE
061400             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
061500             STOP RUN
061600     END-READ.
061700     IF PARM-PERIOD-NUMBER-X NOT NUMERIC
061800         OR PARM-PERIOD-NUMBER = ZEROS
061900         DISPLAY "PAYREV: PERIOD NUMBER PARAMETER INVALID - "
062000                 PARM-PERIOD-NUMBER-X
062100         MOVE 16 TO RETURN-CODE
062200         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
062300         STOP RUN
062400     END-IF.
062500     MOVE PARM-PERIOD-NUMBER TO WS-SELECT-PERIOD.
062600 1100-EXIT.
062700     EXIT.
062800
062900*=============================================================
063000* 1200-CHECK-PERIOD - THE PERIOD MUST BE ON THE CALENDAR AND
063100*                     MARKED PAID, AND NO LATER PERIOD MAY BE
063200*                     MARKED PAID. THE PERIOD'S ROW IS LEFT IN
063300*                     THE RECORD AREA FOR THE RESET AT THE END.
063400*                     A PERIOD ALREADY REMITTED TO THE DEDUCTION
063500*                     PAYEES CANNOT BE REVERSED.
063600*                     NOR CAN ONE WITH A BANK RETURN LOADED.
063700*=============================================================
063800 1200-CHECK-PERIOD.
063900     MOVE WS-SELECT-PERIOD TO PPC-PERIOD-NUMBER.
064000     START PAY-PERIOD-CALENDAR-FILE KEY > PPC-PERIOD-NUMBER
064100         INVALID KEY
064200             MOVE "Y" TO WS-CAL-EOF-SWITCH
064300     END-START.
064400     PERFORM 1250-CHECK-LATER-PERIOD THRU 1250-EXIT
064500         UNTIL END-OF-CALENDAR.
064600     MOVE WS-SELECT-PERIOD TO PPC-PERIOD-NUMBER.
064700     READ PAY-PERIOD-CALENDAR-FILE
064800         INVALID KEY
064900             DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD
065000                     " IS NOT ON THE CALENDAR"
065100             MOVE 16 TO RETURN-CODE
065200             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
065300             STOP RUN
065400     END-READ.
065500     IF NOT PPC-PERIOD-IS-PAID
065600         DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD
065700                 " IS NOT MARKED PAID - REVERSAL REFUSED"
065800         MOVE 16 TO RETURN-CODE
065900         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
066000         STOP RUN
066100     END-IF.
066200     IF PPC-DEDUCTIONS-REMITTED
066300         DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD
066400                 " DEDUCTIONS ALREADY REMITTED - "
066500         DISPLAY "        REVERSAL REFUSED"
066600         MOVE 16 TO RETURN-CODE
066700         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
066800         STOP RUN
066900     END-IF.
067000     PERFORM 1270-CHECK-REISSUES THRU 1270-EXIT.
067100     IF PPC-GL-EXTRACTED
067200         MOVE "Y" TO WS-JOURNAL-SWITCH
067300     END-IF.
067400     MOVE PPC-PAY-DATE TO WS-PAY-DATE-WORK.
067500     MOVE PPC-PAY-DATE TO WS-DIST-AS-OF-DATE.
067600 1200-EXIT.
067700     EXIT.
067800
067900*=============================================================
068000* 1250-CHECK-LATER-PERIOD - A PERIOD AFTER THE ONE SELECTED THAT
068100*                           IS ALREADY PAID STOPS THE REVERSAL.
068200*=============================================================
068300 1250-CHECK-LATER-PERIOD.
068400     READ PAY-PERIOD-CALENDAR-FILE NEXT RECORD
068500         AT END
068600             MOVE "Y" TO WS-CAL-EOF-SWITCH
068700             GO TO 1250-EXIT
068800     END-READ.
068900     IF PPC-PERIOD-IS-PAID
069000         DISPLAY "PAYREV: LATER PERIOD " PPC-PERIOD-NUMBER
069100                 " IS ALREADY PAID - "
069200         DISPLAY "        ONLY THE LATEST PAID PERIOD CAN BE "
069300                 "REVERSED"
069400         MOVE 16 TO RETURN-CODE
069500         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
069600         STOP RUN
069700     END-IF.
069800 1250-EXIT.
069900     EXIT.
070000*=============================================================
070100* 1270-CHECK-REISSUES - A BANK RETURN LOADED AGAINST THE PERIOD,
070200*                       WHETHER STILL OUTSTANDING OR ALREADY
070300*                       REISSUED BY OFFCYCLE, STOPS THE
070400*                       REVERSAL - THE RECALL WOULD CLAIM A
070500*                       PAYMENT THE BANK HAS ALREADY SENT BACK.
070600*                       THE FILE IS KEYED BY EMPLOYEE FIRST, SO
070700*                       IT IS READ THROUGH. A MISSING FILE MEANS
070800*                       NO RETURN HAS BEEN LOADED.
070900*=============================================================
071000 1270-CHECK-REISSUES.
071100     OPEN INPUT REISSUE-FILE.
071200     IF WS-REISSUE-STATUS = "35"
071300         GO TO 1270-EXIT
071400     END-IF.
071500     IF WS-REISSUE-STATUS NOT = "00"
071600         DISPLAY "PAYREV: REISSUE-FILE OPEN FAILED - "
071700         DISPLAY "        FILE STATUS = " WS-REISSUE-STATUS
071800         MOVE 16 TO RETURN-CODE
071900         STOP RUN
072000     END-IF.
072100     PERFORM 1275-CHECK-ONE-REISSUE THRU 1275-EXIT
072200         UNTIL END-OF-REISSUE-FILE.
072300     CLOSE REISSUE-FILE.
072400 1270-EXIT.
072500     EXIT.
072600
072700*=============================================================
072800* 1275-CHECK-ONE-REISSUE - READ THE NEXT REISSUE ROW AND REFUSE
072900*                          THE REVERSAL IF IT IS FOR THE PERIOD.
073000*=============================================================
073100 1275-CHECK-ONE-REISSUE.
073200     READ REISSUE-FILE NEXT RECORD
073300         AT END
073400             MOVE "Y" TO WS-RIS-EOF-SWITCH
073500             GO TO 1275-EXIT
073600     END-READ.
073700     IF RIS-PERIOD-NUMBER = WS-SELECT-PERIOD
073800         DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD
073900                 " HAS A BANK RETURN FOR EMPLOYEE "
074000                 RIS-EMPLOYEE-NUMBER " - "
074100         DISPLAY "        REVERSAL REFUSED"
074200         MOVE 16 TO RETURN-CODE
074300         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
074400         STOP RUN
074500     END-IF.
074600 1275-EXIT.
074700     EXIT.
074800
074900*=============================================================
075000* 1300-CHECK-YEAR-END-CLOSE - A PERIOD PAID IN A YEAR THE
075100*                             YEAREND CLOSE HAS ALREADY ROLLED
075200*                             CANNOT BE REVERSED - THE YTD FIGURES
075300*                             IT POSTED INTO ARE GONE. A MISSING
075400*                             CONTROL FILE MEANS NO YEAR HAS BEEN
075500*                             CLOSED YET.
075600*=============================================================
075700 1300-CHECK-YEAR-END-CLOSE.
075800     OPEN INPUT YEAR-END-CONTROL-FILE.
075900     IF WS-YEARCTL-STATUS = "35"
076000         GO TO 1300-EXIT
076100     END-IF.
076200     IF WS-YEARCTL-STATUS NOT = "00"
076300         DISPLAY "PAYREV: YEAR-END-CONTROL-FILE OPEN FAILED - "
076400         DISPLAY "        FILE STATUS = " WS-YEARCTL-STATUS
076500         MOVE 16 TO RETURN-CODE
076600         STOP RUN
076700     END-IF.
076800     MOVE "1" TO YEC-KEY.
076900     READ YEAR-END-CONTROL-FILE
077000         INVALID KEY
077100             CLOSE YEAR-END-CONTROL-FILE
077200             GO TO 1300-EXIT
077300     END-READ.
077400     IF WS-PAY-DATE-CCYY NOT > YEC-LAST-CLOSED-YEAR
077500         DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD
077600                 " WAS PAID IN CLOSED YEAR " WS-PAY-DATE-CCYY
077700         DISPLAY "        REVERSAL REFUSED"
077800         MOVE 16 TO RETURN-CODE
077900         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
078000         STOP RUN
078100     END-IF.
078200     CLOSE YEAR-END-CONTROL-FILE.
078300 1300-EXIT.
078400     EXIT.
078500
078600*=============================================================
078700* 1350-BUILD-CONTROL-TABLES - ONE CONTROL ROW PER CURRENCY AND
078800*                             ONE LIABILITY ROW PER DEDUCTION
078900*                             TYPE, EACH WITH ITS LEDGER ACCOUNT.
079000*=============================================================
079100 1350-BUILD-CONTROL-TABLES.
079200     INITIALIZE WS-CONTROL-TABLE.
079300     MOVE "USD" TO WS-CTL-CURRENCY (1).
079400     MOVE "GBP" TO WS-CTL-CURRENCY (2).
079500     MOVE "EUR" TO WS-CTL-CURRENCY (3).
079600     MOVE "JPY" TO WS-CTL-CURRENCY (4).
079700     INITIALIZE WS-LIABILITY-TABLE.
079800     MOVE "T" TO WS-LIA-TYPE (1).
079900     MOVE WS-ACCT-TAX-LIABILITY TO WS-LIA-ACCOUNT (1).
080000     MOVE "DED-TAX" TO WS-LIA-SOURCE (1).
080100     MOVE "B" TO WS-LIA-TYPE (2).
080200     MOVE WS-ACCT-BENEFIT-LIABILITY TO WS-LIA-ACCOUNT (2).
080300     MOVE "DED-BEN" TO WS-LIA-SOURCE (2).
080400     MOVE "G" TO WS-LIA-TYPE (3).
080500     MOVE WS-ACCT-GARNISH-LIABILITY TO WS-LIA-ACCOUNT (3).
080600     MOVE "DED-GARN" TO WS-LIA-SOURCE (3).
080700 1350-EXIT.
080800     EXIT.
080900
081000*=============================================================
081100* 1400-CHECK-ALL-ROWS - FIRST PASS OVER THE PERIOD'S DETAIL
081200*                       ROWS. EVERY EMPLOYEE MUST STILL BE ON THE
081300*                       MASTER WITH AT LEAST THE PERIOD'S GROSS IN
081400*                       YTD, EVERY RECORDED GARNISHMENT TAKE MUST
081500*                       STILL BE IN ITS ROW'S AMOUNT TAKEN, AND -
081600*                       IF THE JOURNAL IS TO BE REVERSED - EVERY
081700*                       DEPARTMENT MUST STILL BE ON DEPTREF. ONE
081800*                       FAILURE REFUSES THE WHOLE REVERSAL BEFORE
081900*                       ANYTHING IS POSTED. THE ORIGINAL REGISTER
082000*                       TOTALS ARE TAKEN ON THE SAME PASS.
082100*=============================================================
082200 1400-CHECK-ALL-ROWS.
082300     PERFORM 1900-POSITION-DETAIL THRU 1900-EXIT.
082400     PERFORM 1450-CHECK-ONE-ROW THRU 1450-EXIT
082500         UNTIL END-OF-DETAIL-FILE.
082600     IF WS-ORIGINAL-COUNT = ZEROS
082700         DISPLAY "PAYREV: NO PAY DETAIL FOR PERIOD "
082800                 WS-SELECT-PERIOD
082900         MOVE 16 TO RETURN-CODE
083000         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
083100         STOP RUN
083200     END-IF.
083300     IF PERIOD-CANNOT-BE-REVERSED
083400         DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD " - "
083500                 WS-ERROR-COUNT " ROWS CANNOT BE REVERSED"
083600         DISPLAY "        NOTHING REVERSED - SEE REVRPT"
083700         MOVE 16 TO RETURN-CODE
083800         CLOSE REVERSAL-REPORT-FILE
083900         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
084000         STOP RUN
084100     END-IF.
084200 1400-EXIT.
084300     EXIT.
084400
084500*=============================================================
084600* 1450-CHECK-ONE-ROW - CHECK ONE DETAIL ROW AND ADD IT INTO THE
084700*                      ORIGINAL REGISTER TOTALS.
084800*=============================================================
084900 1450-CHECK-ONE-ROW.
085000     ADD 1 TO WS-ORIGINAL-COUNT.
085100     PERFORM 7200-SET-CURRENCY-ROW THRU 7200-EXIT.
085200     ADD 1 TO WS-CTL-ORIG-COUNT (WS-CCY-IX).
085300     ADD PSD-GROSS-PAY TO WS-CTL-ORIG-GROSS (WS-CCY-IX).
085400     ADD PSD-TOTAL-DEDUCTIONS TO WS-CTL-ORIG-DED (WS-CCY-IX).
085500     ADD PSD-NET-PAY TO WS-CTL-ORIG-NET (WS-CCY-IX).
085600     MOVE PSD-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
085700     READ EMPLOYEE-MASTER-FILE
085800         INVALID KEY
085900             MOVE "EMPLOYEE NOT ON FILE" TO WS-ERR-REASON
086000             PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
086100             GO TO 1450-NEXT
086200     END-READ.
086300     IF EMP-YTD-GROSS < PSD-GROSS-PAY
086400         MOVE "YTD GROSS IS LESS THAN THE PERIOD GROSS"
086500             TO WS-ERR-REASON
086600         PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
086700     END-IF.
086800     IF JOURNAL-IS-REVERSED
086900         MOVE PSD-DEPARTMENT-CODE TO DEPT-CODE
087000         READ DEPARTMENT-REFERENCE-FILE
087100             INVALID KEY
087200                 MOVE "DEPARTMENT NOT ON DEPTREF"
087300                     TO WS-ERR-REASON
087400                 PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
087500         END-READ
087600     END-IF.
087700     IF JOURNAL-IS-REVERSED
087800         PERFORM 1480-CHECK-SPLIT-DEPARTMENTS THRU 1480-EXIT
087900     END-IF.
088000     PERFORM 1470-CHECK-LEAVE-ACCRUAL THRU 1470-EXIT.
088100     IF PSD-DEDUCTION-COUNT = ZEROS
088200         GO TO 1450-NEXT
088300     END-IF.
088400     PERFORM 1460-CHECK-ONE-TAKE THRU 1460-EXIT
088500         VARYING WS-DED-IX FROM 1 BY 1
088600         UNTIL WS-DED-IX > PSD-DEDUCTION-COUNT.
088700 1450-NEXT.
088800     PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
088900 1450-EXIT.
089000     EXIT.
089100
089200*=============================================================
089300* 1460-CHECK-ONE-TAKE - A RECORDED GARNISHMENT TAKE MUST STILL
089400*                       BE IN ITS MASTER ROW'S AMOUNT TAKEN.
089500*=============================================================
089600 1460-CHECK-ONE-TAKE.
089700     IF PSD-DED-GARNISH-TAKE (WS-DED-IX) = ZEROS
089800         GO TO 1460-EXIT
089900     END-IF.
090000     ADD PSD-DED-GARNISH-TAKE (WS-DED-IX)
090100         TO WS-CTL-ORIG-GARNISH (WS-CCY-IX).
090200     MOVE PSD-EMPLOYEE-NUMBER TO DED-EMPLOYEE-NUMBER.
090300     MOVE PSD-DED-SEQUENCE (WS-DED-IX) TO DED-SEQUENCE.
090400     READ DEDUCTION-MASTER-FILE
090500         INVALID KEY
090600             MOVE "GARNISHMENT ROW NOT ON FILE" TO WS-ERR-REASON
090700             PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
090800             GO TO 1460-EXIT
090900     END-READ.
091000     IF DED-AMOUNT-TAKEN < PSD-DED-GARNISH-TAKE (WS-DED-IX)
091100         MOVE "GARNISHMENT TAKEN IS LESS THAN THE TAKE"
091200             TO WS-ERR-REASON
091300         PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
091400     END-IF.
091500 1460-EXIT.
091600     EXIT.
091700
091800*=============================================================
091900* 1470-CHECK-LEAVE-ACCRUAL - THE VACATION AND SICK HOURS THE
092000*                            PERIOD ACCRUED MUST STILL BE IN
092100*                            THEIR BALANCE ROWS.
092200*=============================================================
092300 1470-CHECK-LEAVE-ACCRUAL.
092400     MOVE "V" TO WS-LEAVE-TYPE-WORK.
092500     MOVE PSD-VACATION-ACCRUED TO WS-LEAVE-HOURS-WORK.
092600     PERFORM 1475-CHECK-ONE-LEAVE-TYPE THRU 1475-EXIT.
092700     MOVE "S" TO WS-LEAVE-TYPE-WORK.
092800     MOVE PSD-SICK-ACCRUED TO WS-LEAVE-HOURS-WORK.
092900     PERFORM 1475-CHECK-ONE-LEAVE-TYPE THRU 1475-EXIT.
093000 1470-EXIT.
093100     EXIT.
093200
093300*=============================================================
093400* 1475-CHECK-ONE-LEAVE-TYPE - ONE LEAVE TYPE'S ACCRUAL AGAINST
093500*                             ITS BALANCE ROW.
093600*=============================================================
093700 1475-CHECK-ONE-LEAVE-TYPE.
093800     IF WS-LEAVE-HOURS-WORK = ZEROS
093900         GO TO 1475-EXIT
094000     END-IF.
094100     MOVE PSD-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER.
094200     MOVE WS-LEAVE-TYPE-WORK TO LVB-LEAVE-TYPE.
094300     READ LEAVE-BALANCE-FILE
094400         INVALID KEY
094500             MOVE "LEAVE BALANCE ROW NOT ON FILE"
094600                 TO WS-ERR-REASON
094700             PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
094800             GO TO 1475-EXIT
094900     END-READ.
095000     IF LVB-BALANCE-HOURS < WS-LEAVE-HOURS-WORK
095100         OR LVB-ACCRUED-YTD-HOURS < WS-LEAVE-HOURS-WORK
095200         MOVE "LEAVE BALANCE IS LESS THAN THE ACCRUAL"
095300             TO WS-ERR-REASON
095400         PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
095500     END-IF.
095600 1475-EXIT.
095700     EXIT.
095800
095900*=============================================================
096000* 1480-CHECK-SPLIT-DEPARTMENTS - EVERY DEPARTMENT THE EMPLOYEE'S
096100*                                GROSS WAS SPLIT TO MUST STILL BE
096200*                                ON DEPTREF, OR ITS SHARE CANNOT
096300*                                BE BACKED OUT OF A COST CENTER.
096400*=============================================================
096500 1480-CHECK-SPLIT-DEPARTMENTS.
096600     PERFORM 2410-FIND-DISTRIBUTION THRU 2410-EXIT.
096700     IF NOT DISTRIBUTION-IN-FORCE
096800         GO TO 1480-EXIT
096900     END-IF.
097000     PERFORM 1485-CHECK-ONE-SPLIT THRU 1485-EXIT
097100         VARYING WS-DIST-IX FROM 1 BY 1
097200         UNTIL WS-DIST-IX > WS-DIST-SPLIT-COUNT.
097300 1480-EXIT.
097400     EXIT.
097500
097600*=============================================================
097700* 1485-CHECK-ONE-SPLIT - ONE SPLIT DEPARTMENT AGAINST DEPTREF.
097800*=============================================================
097900 1485-CHECK-ONE-SPLIT.
098000     MOVE WS-DIST-DEPARTMENT (WS-DIST-IX) TO DEPT-CODE.
098100     READ DEPARTMENT-REFERENCE-FILE
098200         INVALID KEY
098300             MOVE "SPLIT DEPARTMENT NOT ON DEPTREF"
098400                 TO WS-ERR-REASON
098500             PERFORM 1490-WRITE-ERROR THRU 1490-EXIT
098600     END-READ.
098700 1485-EXIT.
098800     EXIT.
098900*=============================================================
099000* 1490-WRITE-ERROR - PRINT ONE REASON THE PERIOD CANNOT BE
099100*                    REVERSED AND FLAG THE RUN.
099200*=============================================================
099300 1490-WRITE-ERROR.
099400     MOVE "Y" TO WS-ERROR-SWITCH.
099500     ADD 1 TO WS-ERROR-COUNT.
099600     MOVE PSD-EMPLOYEE-NUMBER TO WS-ERR-EMPLOYEE-NUMBER.
099700     WRITE REVERSAL-REPORT-LINE FROM WS-ERROR-LINE
099800         AFTER ADVANCING 1 LINE.
099900 1490-EXIT.
100000     EXIT.
100100
100200*=============================================================
100300* 1800-OPEN-OUTPUT-FILES - OPEN THE RECALL FILE AND, IF THE
100400*                          PERIOD WAS EXTRACTED, THE REVERSING
100500*                          JOURNAL AND ITS SCRATCH FILE. OPENED
100600*                          ONLY ONCE EVERY ROW HAS BEEN CHECKED,
100700*                          SO A REFUSED REVERSAL LEAVES NO RECALL
100800*                          FILE OR JOURNAL BEHIND.
100900*=============================================================
101000 1800-OPEN-OUTPUT-FILES.
101100     OPEN OUTPUT BANK-PAYMENT-FILE.
101200     IF WS-BANKREV-STATUS NOT = "00"
101300         DISPLAY "PAYREV: BANK-PAYMENT-FILE OPEN FAILED - "
101400         DISPLAY "        FILE STATUS = " WS-BANKREV-STATUS
101500         MOVE 16 TO RETURN-CODE
101600         STOP RUN
101700     END-IF.
101800     IF NOT JOURNAL-IS-REVERSED
101900         GO TO 1800-EXIT
102000     END-IF.
102100     OPEN OUTPUT GL-JOURNAL-FILE.
102200     IF WS-REVJRNL-STATUS NOT = "00"
102300         DISPLAY "PAYREV: GL-JOURNAL-FILE OPEN FAILED - "
102400         DISPLAY "        FILE STATUS = " WS-REVJRNL-STATUS
102500         MOVE 16 TO RETURN-CODE
102600         STOP RUN
102700     END-IF.
102800* THE COST-CENTER SCRATCH FILE IS REBUILT FROM EMPTY EVERY RUN.
102900     OPEN OUTPUT COST-CENTER-WORK-FILE.
103000     CLOSE COST-CENTER-WORK-FILE.
103100     OPEN I-O COST-CENTER-WORK-FILE.
103200     IF WS-REVCCWRK-STATUS NOT = "00"
103300         DISPLAY "PAYREV: COST-CENTER-WORK-FILE OPEN FAILED - "
103400         DISPLAY "        FILE STATUS = " WS-REVCCWRK-STATUS
103500         MOVE 16 TO RETURN-CODE
103600         STOP RUN
103700     END-IF.
103800 1800-EXIT.
103900     EXIT.
104000
104100*=============================================================
104200* 1900-POSITION-DETAIL - POSITION THE DETAIL FILE AT THE FIRST
104300*                        ROW FOR THE PERIOD AND READ IT.
104400*=============================================================
104500 1900-POSITION-DETAIL.
104600     MOVE WS-SELECT-PERIOD TO PSD-PERIOD-NUMBER.
104700     MOVE ZEROS TO PSD-EMPLOYEE-NUMBER.
104800     MOVE "N" TO WS-EOF-SWITCH.
104900     START PAY-STATEMENT-DETAIL-FILE KEY >= PSD-KEY
105000         INVALID KEY
105100             MOVE "Y" TO WS-EOF-SWITCH
105200     END-START.
105300     PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
105400 1900-EXIT.
105500     EXIT.
105600
105700*=============================================================
105800* 2000-REVERSE-EMPLOYEE - SECOND PASS. BACK ONE EMPLOYEE'S
105900*                         POSTINGS OUT, RECALL THE PAYMENT, ROLL
106000*                         THE ROW INTO THE REVERSING JOURNAL,
106100*                         PRINT IT AND DELETE IT, THEN READ THE
106200*                         NEXT.
106300*=============================================================
106400 2000-REVERSE-EMPLOYEE.
106500     PERFORM 7200-SET-CURRENCY-ROW THRU 7200-EXIT.
106600     PERFORM 2100-REVERSE-YTD-GROSS THRU 2100-EXIT.
106700     PERFORM 2150-REVERSE-LEAVE-ACCRUAL THRU 2150-EXIT.
106800     MOVE ZEROS TO WS-EMP-GARNISH-TOTAL.
106900     IF PSD-DEDUCTION-COUNT NOT = ZEROS
107000         PERFORM 2200-REVERSE-ONE-DEDUCTION THRU 2200-EXIT
107100             VARYING WS-DED-IX FROM 1 BY 1
107200             UNTIL WS-DED-IX > PSD-DEDUCTION-COUNT
107300     END-IF.
107400     PERFORM 2300-WRITE-RECALL THRU 2300-EXIT.
107500     IF JOURNAL-IS-REVERSED
107600         PERFORM 2400-ROLL-GROSS-TO-CC THRU 2400-EXIT
107700         PERFORM 2450-ROLL-NET-PAY THRU 2450-EXIT
107800     END-IF.
107900     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
108000     ADD 1 TO WS-REVERSED-COUNT.
108100     ADD 1 TO WS-CTL-REV-COUNT (WS-CCY-IX).
108200     DELETE PAY-STATEMENT-DETAIL-FILE RECORD
108300         INVALID KEY
108400             DISPLAY "PAYREV: STATEMENT DETAIL DELETE FAILED - "
108500             DISPLAY "        EMPLOYEE = " PSD-EMPLOYEE-NUMBER
108600             MOVE 16 TO RETURN-CODE
108700             STOP RUN
108800     END-DELETE.
108900     PERFORM 2900-READ-DETAIL THRU 2900-EXIT.
109000 2000-EXIT.
109100     EXIT.
109200
109300*=============================================================
109400* 2100-REVERSE-YTD-GROSS - SUBTRACT THE PERIOD'S GROSS BACK OUT
109500*                          OF THE EMPLOYEE'S YEAR-TO-DATE GROSS.
109600*=============================================================
109700 2100-REVERSE-YTD-GROSS.
109800     MOVE PSD-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
109900     READ EMPLOYEE-MASTER-FILE
110000         INVALID KEY
110100             DISPLAY "PAYREV: MASTER READ FAILED - EMPLOYEE "
110200             DISPLAY "        NUMBER = " PSD-EMPLOYEE-NUMBER
110300             MOVE 16 TO RETURN-CODE
110400             STOP RUN
110500     END-READ.
110600     SUBTRACT PSD-GROSS-PAY FROM EMP-YTD-GROSS.
110700     REWRITE EMPLOYEE-RECORD
110800         INVALID KEY
110900             DISPLAY "PAYREV: MASTER REWRITE FAILED - EMPLOYEE "
111000             DISPLAY "        NUMBER = " EMP-EMPLOYEE-NUMBER
111100             MOVE 16 TO RETURN-CODE
111200             STOP RUN
111300     END-REWRITE.
111400     ADD PSD-GROSS-PAY TO WS-CTL-REV-YTD (WS-CCY-IX).
111500 2100-EXIT.
111600     EXIT.
111700
111800*=============================================================
111900* 2150-REVERSE-LEAVE-ACCRUAL - BACK THE PERIOD'S VACATION AND
112000*                              SICK ACCRUAL OUT OF THE LEAVE
112100*                              BALANCE FILE.
112200*=============================================================
112300 2150-REVERSE-LEAVE-ACCRUAL.
112400     MOVE "V" TO WS-LEAVE-TYPE-WORK.
112500     MOVE PSD-VACATION-ACCRUED TO WS-LEAVE-HOURS-WORK.
112600     PERFORM 2160-REVERSE-ONE-LEAVE-TYPE THRU 2160-EXIT.
112700     MOVE "S" TO WS-LEAVE-TYPE-WORK.
112800     MOVE PSD-SICK-ACCRUED TO WS-LEAVE-HOURS-WORK.
112900     PERFORM 2160-REVERSE-ONE-LEAVE-TYPE THRU 2160-EXIT.
113000 2150-EXIT.
113100     EXIT.
113200
113300*=============================================================
113400* 2160-REVERSE-ONE-LEAVE-TYPE - SUBTRACT ONE LEAVE TYPE'S
113500*                               ACCRUAL FROM THE BALANCE AND
113600*                               THE YEAR-TO-DATE ACCRUED, AND
113700*                               CLEAR THE LAST ACCRUAL IF IT WAS
113800*                               THIS PERIOD'S. A ZERO ACCRUAL
113900*                               (CAPPED, OR NO POLICY TIER) STILL
114000*                               CLEARS THE DATE, OR THE RERUN
114100*                               WOULD SKIP THE ROW AS ALREADY
114200*                               ACCRUED; ITS ROW MAY BE ABSENT.
114300*=============================================================
114400 2160-REVERSE-ONE-LEAVE-TYPE.
114500     MOVE PSD-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER.
114600     MOVE WS-LEAVE-TYPE-WORK TO LVB-LEAVE-TYPE.
114700     READ LEAVE-BALANCE-FILE
114800         INVALID KEY
114900             IF WS-LEAVE-HOURS-WORK = ZEROS
115000                 GO TO 2160-EXIT
115100             END-IF
115200             DISPLAY "PAYREV: LEAVE BALANCE READ FAILED - "
115300             DISPLAY "        EMPLOYEE = " PSD-EMPLOYEE-NUMBER
115400                     " TYPE = " WS-LEAVE-TYPE-WORK
115500             MOVE 16 TO RETURN-CODE
115600             STOP RUN
115700     END-READ.
115800     IF WS-LEAVE-HOURS-WORK = ZEROS
115900         AND LVB-LAST-ACCRUAL-DATE NOT = PSD-PAY-DATE
116000         GO TO 2160-EXIT
116100     END-IF.
116200     IF WS-LEAVE-HOURS-WORK NOT = ZEROS
116300         SUBTRACT WS-LEAVE-HOURS-WORK FROM LVB-BALANCE-HOURS
116400         SUBTRACT WS-LEAVE-HOURS-WORK FROM LVB-ACCRUED-YTD-HOURS
116500     END-IF.
116600     IF LVB-LAST-ACCRUAL-DATE = PSD-PAY-DATE
116700         MOVE ZEROS TO LVB-LAST-ACCRUAL-DATE
116800         MOVE ZEROS TO LVB-LAST-ACCRUAL-HOURS
116900     END-IF.
117000     REWRITE LEAVE-BALANCE-RECORD
117100         INVALID KEY
117200             DISPLAY "PAYREV: LEAVE BALANCE REWRITE FAILED - "
117300             DISPLAY "        EMPLOYEE = " PSD-EMPLOYEE-NUMBER
117400                     " TYPE = " WS-LEAVE-TYPE-WORK
117500             MOVE 16 TO RETURN-CODE
117600             STOP RUN
117700     END-REWRITE.
117800     IF WS-LEAVE-HOURS-WORK NOT = ZEROS
117900         ADD 1 TO WS-LEAVE-REVERSED-COUNT
118000     END-IF.
118100 2160-EXIT.
118200     EXIT.
118300
118400*=============================================================
118500* 2200-REVERSE-ONE-DEDUCTION - ADD ONE DEDUCTION LINE INTO THE
118600*                              REVERSED TOTALS AND THE LIABILITY
118700*                              ROW FOR ITS TYPE, AND SUBTRACT ITS
118800*                              RECORDED GARNISHMENT TAKE BACK OUT
118900*                              OF THE MASTER ROW'S AMOUNT TAKEN.
119000*=============================================================
119100 2200-REVERSE-ONE-DEDUCTION.
119200     ADD PSD-DED-AMOUNT (WS-DED-IX) TO WS-CTL-REV-DED (WS-CCY-IX).
119300     IF JOURNAL-IS-REVERSED
119400         PERFORM 2250-ROLL-ONE-DEDUCTION THRU 2250-EXIT
119500     END-IF.
119600     IF PSD-DED-GARNISH-TAKE (WS-DED-IX) = ZEROS
119700         GO TO 2200-EXIT
119800     END-IF.
119900     MOVE PSD-EMPLOYEE-NUMBER TO DED-EMPLOYEE-NUMBER.
120000     MOVE PSD-DED-SEQUENCE (WS-DED-IX) TO DED-SEQUENCE.
120100     READ DEDUCTION-MASTER-FILE
120200         INVALID KEY
120300             DISPLAY "PAYREV: GARNISHMENT ROW READ FAILED - "
120400             DISPLAY "        EMPLOYEE = " PSD-EMPLOYEE-NUMBER
120500                     " SEQUENCE = " PSD-DED-SEQUENCE (WS-DED-IX)
120600             MOVE 16 TO RETURN-CODE
120700             STOP RUN
120800     END-READ.
120900     SUBTRACT PSD-DED-GARNISH-TAKE (WS-DED-IX)
121000         FROM DED-AMOUNT-TAKEN.
121100     REWRITE DEDUCTION-RECORD
121200         INVALID KEY
121300             DISPLAY "PAYREV: GARNISHMENT REWRITE FAILED - "
121400             DISPLAY "        EMPLOYEE = " PSD-EMPLOYEE-NUMBER
121500                     " SEQUENCE = " PSD-DED-SEQUENCE (WS-DED-IX)
121600             MOVE 16 TO RETURN-CODE
121700             STOP RUN
121800     END-REWRITE.
121900     ADD PSD-DED-GARNISH-TAKE (WS-DED-IX) TO WS-EMP-GARNISH-TOTAL.
122000     ADD PSD-DED-GARNISH-TAKE (WS-DED-IX)
122100         TO WS-CTL-REV-GARNISH (WS-CCY-IX).
122200 2200-EXIT.
122300     EXIT.
122400
122500*=============================================================
122600* 2250-ROLL-ONE-DEDUCTION - ADD ONE DEDUCTION LINE INTO THE
122700*                           LIABILITY ROW FOR ITS TYPE, AS GLEXTR
122800*                           DID WHEN IT CREDITED IT.
122900*=============================================================
123000 2250-ROLL-ONE-DEDUCTION.
123100     EVALUATE PSD-DED-TYPE (WS-DED-IX)
123200         WHEN "B"
123300             MOVE 2 TO WS-LIA-IX
123400         WHEN "G"
123500             MOVE 3 TO WS-LIA-IX
123600         WHEN OTHER
123700             MOVE 1 TO WS-LIA-IX
123800     END-EVALUATE.
123900     EVALUATE TRUE
124000         WHEN PSD-CURRENCY-IS-GBP
124100             ADD PSD-DED-AMOUNT (WS-DED-IX)
124200                 TO WS-LIA-GBP (WS-LIA-IX)
124300         WHEN PSD-CURRENCY-IS-EUR
124400             ADD PSD-DED-AMOUNT (WS-DED-IX)
124500                 TO WS-LIA-EUR (WS-LIA-IX)
124600         WHEN PSD-CURRENCY-IS-JPY
124700             ADD PSD-DED-AMOUNT (WS-DED-IX)
124800                 TO WS-LIA-JPY (WS-LIA-IX)
124900         WHEN OTHER
125000             ADD PSD-DED-AMOUNT (WS-DED-IX)
125100                 TO WS-LIA-USD (WS-LIA-IX)
125200     END-EVALUATE.
125300 2250-EXIT.
125400     EXIT.
125500
125600*=============================================================
125700* 2300-WRITE-RECALL - WRITE ONE RECALL DETAIL AGAINST THE
125800*                     EMPLOYEE'S ORIGINAL BANK PAYMENT - THE SAME
125900*                     ACCOUNT, NET PAY AND CURRENCY PAYREG SENT.
126000*=============================================================
126100 2300-WRITE-RECALL.
126200     MOVE SPACES TO BANK-PAYMENT-RECORD.
126300     MOVE "R" TO BPR-RECORD-TYPE.
126400     MOVE PSD-EMPLOYEE-NUMBER TO BPR-EMPLOYEE-NUMBER.
126500     MOVE PSD-BANK-ROUTING TO BPR-BANK-ROUTING.
126600     MOVE PSD-BANK-ACCOUNT TO BPR-BANK-ACCOUNT.
126700     MOVE PSD-NET-PAY TO BPR-NET-PAY.
126800     MOVE PSD-CURRENCY-CODE TO BPR-CURRENCY-CODE.
126900     WRITE BANK-PAYMENT-RECORD.
127000     ADD PSD-NET-PAY TO WS-RECALL-TOTAL.
127100     ADD 1 TO WS-RECALL-COUNT.
127200     ADD PSD-NET-PAY TO WS-CTL-REV-RECALL (WS-CCY-IX).
127300 2300-EXIT.
127400     EXIT.
127500
127600*=============================================================
127700* 2400-ROLL-GROSS-TO-CC - SPREAD THE GROSS OVER THE COST CENTERS
127800*                         GLEXTR DEBITED: BY THE LABOR
127900*                         DISTRIBUTION SPLITS IN FORCE ON THE PAY
128000*                         DATE, EACH CUT DOWN TO THE PENNY (THE
128100*                         WHOLE YEN FOR JPY), WITH WHAT THE CUTS
128200*                         LEAVE OVER TO THE HOME DEPARTMENT. AN
128300*                         EMPLOYEE WITH NO DISTRIBUTION GOES IN
128400*                         FULL TO THE HOME DEPARTMENT.
128500*=============================================================
128600 2400-ROLL-GROSS-TO-CC.
128700     PERFORM 2410-FIND-DISTRIBUTION THRU 2410-EXIT.
128800     MOVE PSD-GROSS-PAY TO WS-DIST-REMAINDER.
128900     IF DISTRIBUTION-IN-FORCE
129000         PERFORM 2430-ROLL-ONE-SPLIT THRU 2430-EXIT
129100             VARYING WS-DIST-IX FROM 1 BY 1
129200             UNTIL WS-DIST-IX > WS-DIST-SPLIT-COUNT
129300         IF WS-DIST-REMAINDER = ZEROS
129400             GO TO 2400-EXIT
129500         END-IF
129600     END-IF.
129700     MOVE PSD-DEPARTMENT-CODE TO WS-ROLL-DEPARTMENT.
129800     MOVE WS-DIST-REMAINDER TO WS-ROLL-AMOUNT.
129900     PERFORM 2440-ADD-TO-COST-CENTER THRU 2440-EXIT.
130000 2400-EXIT.
130100     EXIT.
130200
130300*=============================================================
130400* 2410-FIND-DISTRIBUTION - THE SPLIT SET IN FORCE ON THE PAY
130500*                          DATE IS THE EMPLOYEE'S ROW WITH THE
130600*                          LATEST EFFECTIVE DATE NOT AFTER IT,
130700*                          UNLESS THAT ROW'S STOP DATE HAS PASSED.
130800*=============================================================
130900 2410-FIND-DISTRIBUTION.
131000     MOVE "N" TO WS-DIST-FOUND-SWITCH.
131100     MOVE "N" TO WS-LDS-EOF-SWITCH.
131200     MOVE PSD-EMPLOYEE-NUMBER TO LDS-EMPLOYEE-NUMBER.
131300     MOVE ZEROS TO LDS-EFFECTIVE-DATE.
131400     START LABOR-DISTRIBUTION-FILE KEY >= LDS-KEY
131500         INVALID KEY
131600             MOVE "Y" TO WS-LDS-EOF-SWITCH
131700     END-START.
131800     PERFORM 2420-READ-DISTRIBUTION THRU 2420-EXIT
131900         UNTIL END-OF-DISTRIBUTIONS.
132000     IF DISTRIBUTION-IN-FORCE
132100         AND WS-DIST-STOP-DATE NOT = ZEROS
132200         AND WS-DIST-STOP-DATE < WS-DIST-AS-OF-DATE
132300         MOVE "N" TO WS-DIST-FOUND-SWITCH
132400     END-IF.
132500 2410-EXIT.
132600     EXIT.
132700
132800*=============================================================
132900* 2420-READ-DISTRIBUTION - READ THE NEXT DISTRIBUTION ROW,
133000*                          REMEMBERING THE LAST ONE FOR THE
133100*                          EMPLOYEE DATED ON OR BEFORE THE PAY
133200*                          DATE.
133300*=============================================================
133400 2420-READ-DISTRIBUTION.
133500     READ LABOR-DISTRIBUTION-FILE NEXT RECORD
133600         AT END
133700             MOVE "Y" TO WS-LDS-EOF-SWITCH
133800             GO TO 2420-EXIT
133900     END-READ.
134000     IF LDS-EMPLOYEE-NUMBER NOT = PSD-EMPLOYEE-NUMBER
134100         MOVE "Y" TO WS-LDS-EOF-SWITCH
134200         GO TO 2420-EXIT
134300     END-IF.
134400     IF LDS-EFFECTIVE-DATE > WS-DIST-AS-OF-DATE
134500         MOVE "Y" TO WS-LDS-EOF-SWITCH
134600         GO TO 2420-EXIT
134700     END-IF.
134800     MOVE "Y" TO WS-DIST-FOUND-SWITCH.
134900     MOVE LDS-STOP-DATE TO WS-DIST-STOP-DATE.
135000     MOVE LDS-SPLIT-COUNT TO WS-DIST-SPLIT-COUNT.
135100     MOVE LDS-SPLIT-TABLE TO WS-DIST-SPLIT-TABLE.
135200 2420-EXIT.
135300     EXIT.
135400
135500*=============================================================
135600* 2430-ROLL-ONE-SPLIT - BACK ONE SPLIT'S SHARE OF THE GROSS OUT
135700*                       OF ITS DEPARTMENT, TRUNCATED THE SAME
135800*                       WAY GLEXTR CUT IT.
135900*=============================================================
136000 2430-ROLL-ONE-SPLIT.
136100     IF PSD-CURRENCY-IS-JPY
136200         COMPUTE WS-WHOLE-YEN-SHARE =
136300             PSD-GROSS-PAY * WS-DIST-PERCENT (WS-DIST-IX) / 100
136400         MOVE WS-WHOLE-YEN-SHARE TO WS-ROLL-AMOUNT
136500     ELSE
136600         COMPUTE WS-ROLL-AMOUNT =
136700             PSD-GROSS-PAY * WS-DIST-PERCENT (WS-DIST-IX) / 100
136800     END-IF.
136900     SUBTRACT WS-ROLL-AMOUNT FROM WS-DIST-REMAINDER.
137000     MOVE WS-DIST-DEPARTMENT (WS-DIST-IX) TO WS-ROLL-DEPARTMENT.
137100     PERFORM 2440-ADD-TO-COST-CENTER THRU 2440-EXIT.
137200 2430-EXIT.
137300     EXIT.
137400
137500*=============================================================
137600* 2440-ADD-TO-COST-CENTER - ADD THE AMOUNT INTO THE CHARGED
137700*                           DEPARTMENT'S COST-CENTER ROW.
137800*=============================================================
137900 2440-ADD-TO-COST-CENTER.
138000     MOVE WS-ROLL-DEPARTMENT TO DEPT-CODE.
138100     READ DEPARTMENT-REFERENCE-FILE
138200         INVALID KEY
138300             DISPLAY "PAYREV: DEPARTMENT " WS-ROLL-DEPARTMENT
138400                     " NOT ON DEPTREF - EMPLOYEE "
138500                     PSD-EMPLOYEE-NUMBER
138600             MOVE 16 TO RETURN-CODE
138700             STOP RUN
138800     END-READ.
138900     MOVE DEPT-COST-CENTER TO CCW-COST-CENTER.
139000     MOVE "Y" TO WS-CCW-FOUND-SWITCH.
139100     READ COST-CENTER-WORK-FILE
139200         INVALID KEY
139300             MOVE "N" TO WS-CCW-FOUND-SWITCH
139400     END-READ.
139500     IF NOT COST-CENTER-WAS-FOUND
139600         MOVE DEPT-COST-CENTER TO CCW-COST-CENTER
139700         MOVE ZEROS TO CCW-USD
139800         MOVE ZEROS TO CCW-GBP
139900         MOVE ZEROS TO CCW-EUR
140000         MOVE ZEROS TO CCW-JPY
140100     END-IF.
140200     EVALUATE TRUE
140300         WHEN PSD-CURRENCY-IS-GBP
140400             ADD WS-ROLL-AMOUNT TO CCW-GBP
140500         WHEN PSD-CURRENCY-IS-EUR
140600             ADD WS-ROLL-AMOUNT TO CCW-EUR
140700         WHEN PSD-CURRENCY-IS-JPY
140800             ADD WS-ROLL-AMOUNT TO CCW-JPY
140900         WHEN OTHER
141000             ADD WS-ROLL-AMOUNT TO CCW-USD
141100     END-EVALUATE.
141200     IF COST-CENTER-WAS-FOUND
141300         REWRITE COST-CENTER-WORK-RECORD
141400             INVALID KEY
141500                 DISPLAY "PAYREV: WORK FILE REWRITE FAILED - "
141600                         CCW-COST-CENTER
141700                 MOVE 16 TO RETURN-CODE
141800                 STOP RUN
141900         END-REWRITE
142000     ELSE
142100         WRITE COST-CENTER-WORK-RECORD
142200             INVALID KEY
142300                 DISPLAY "PAYREV: WORK FILE WRITE FAILED - "
142400                         CCW-COST-CENTER
142500                 MOVE 16 TO RETURN-CODE
142600                 STOP RUN
142700         END-WRITE
142800     END-IF.
142900 2440-EXIT.
143000     EXIT.
143100
143200*=============================================================
143300* 2450-ROLL-NET-PAY - ADD THE NET PAY INTO THE BANK CLEARING
143400*                     TOTALS.
143500*=============================================================
143600 2450-ROLL-NET-PAY.
143700     EVALUATE TRUE
143800         WHEN PSD-CURRENCY-IS-GBP
143900             ADD PSD-NET-PAY TO WS-NET-GBP
144000         WHEN PSD-CURRENCY-IS-EUR
144100             ADD PSD-NET-PAY TO WS-NET-EUR
144200         WHEN PSD-CURRENCY-IS-JPY
144300             ADD PSD-NET-PAY TO WS-NET-JPY
144400         WHEN OTHER
144500             ADD PSD-NET-PAY TO WS-NET-USD
144600     END-EVALUATE.
144700 2450-EXIT.
144800     EXIT.
144900
145000*=============================================================
145100* 2500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE REPORT.
145200*=============================================================
145300 2500-WRITE-PAGE-HEADERS.
145400     ADD 1 TO WS-PAGE-NUMBER.
145500     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
145600     MOVE WS-SELECT-PERIOD TO WS-HDG-PERIOD.
145700     MOVE PPC-PAY-DATE TO WS-HDG-PAY-DATE.
145800     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER.
145900     WRITE REVERSAL-REPORT-LINE FROM WS-HEADING-LINE-1
146000         AFTER ADVANCING PAGE.
146100     WRITE REVERSAL-REPORT-LINE FROM WS-HEADING-LINE-2
146200         AFTER ADVANCING 2 LINES.
146300     MOVE ZEROS TO WS-RPT-LINE-COUNT.
146400 2500-EXIT.
146500     EXIT.
146600
146700*=============================================================
146800* 2600-WRITE-DETAIL - PRINT ONE EMPLOYEE'S REVERSED FIGURES.
146900*=============================================================
147000 2600-WRITE-DETAIL.
147100     IF WS-RPT-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
147200         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
147300     END-IF.
147400     MOVE PSD-EMPLOYEE-NUMBER TO WS-DTL-EMPLOYEE-NUMBER.
147500     MOVE SPACES TO WS-DTL-NAME.
147600     STRING PSD-LAST-NAME DELIMITED BY SPACE
147700            ", " DELIMITED BY SIZE
147800            PSD-FIRST-NAME DELIMITED BY SPACE
147900         INTO WS-DTL-NAME.
148000     MOVE PSD-CURRENCY-CODE TO WS-DTL-CURRENCY.
148100     MOVE PSD-GROSS-PAY TO WS-DTL-GROSS.
148200     MOVE PSD-TOTAL-DEDUCTIONS TO WS-DTL-DEDUCTIONS.
148300     MOVE PSD-NET-PAY TO WS-DTL-NET-PAY.
148400     MOVE WS-EMP-GARNISH-TOTAL TO WS-DTL-GARNISH.
148500     WRITE REVERSAL-REPORT-LINE FROM WS-DETAIL-LINE
148600         AFTER ADVANCING 1 LINE.
148700     ADD 1 TO WS-RPT-LINE-COUNT.
148800 2600-EXIT.
148900     EXIT.
149000
149100*=============================================================
149200* 2900-READ-DETAIL - READ THE NEXT STATEMENT DETAIL ROW,
149300*                    STOPPING AT END OF FILE OR AT THE FIRST ROW
149400*                    FOR ANOTHER PERIOD.
149500*=============================================================
149600 2900-READ-DETAIL.
149700     READ PAY-STATEMENT-DETAIL-FILE NEXT RECORD
149800         AT END
149900             MOVE "Y" TO WS-EOF-SWITCH
150000             GO TO 2900-EXIT
150100     END-READ.
150200     IF PSD-PERIOD-NUMBER NOT = WS-SELECT-PERIOD
150300         MOVE "Y" TO WS-EOF-SWITCH
150400     END-IF.
150500 2900-EXIT.
150600     EXIT.
150700
150800*=============================================================
150900* 7100-WRITE-JOURNAL-LINE - WRITE ONE DETAIL JOURNAL LINE FROM
151000*                           THE WORK FIELDS AND ADD IT INTO THE
151100*                           DEBIT OR CREDIT PROOF TOTAL.
151200*=============================================================
151300 7100-WRITE-JOURNAL-LINE.
151400     MOVE SPACES TO GL-JOURNAL-RECORD.
151500     MOVE "D" TO JRN-RECORD-TYPE.
151600     MOVE WS-SELECT-PERIOD TO JRN-PERIOD-NUMBER.
151700     MOVE WS-JW-ACCOUNT TO JRN-ACCOUNT.
151800     MOVE WS-JW-DEBIT-CREDIT TO JRN-DEBIT-CREDIT.
151900     MOVE WS-JW-AMOUNT TO JRN-AMOUNT.
152000     MOVE WS-JW-CURRENCY TO JRN-CURRENCY-CODE.
152100     MOVE WS-JW-SOURCE TO JRN-SOURCE.
152200     WRITE GL-JOURNAL-RECORD.
152300     ADD 1 TO WS-LINE-COUNT.
152400     IF WS-JW-DEBIT-CREDIT = "D"
152500         ADD WS-JW-AMOUNT TO WS-DEBIT-GRAND-TOTAL
152600     ELSE
152700         ADD WS-JW-AMOUNT TO WS-CREDIT-GRAND-TOTAL
152800     END-IF.
152900 7100-EXIT.
153000     EXIT.
153100
153200*=============================================================
153300* 7200-SET-CURRENCY-ROW - POINT AT THE CONTROL TABLE ROW FOR THE
153400*                         CURRENT DETAIL ROW'S CURRENCY.
153500*=============================================================
153600 7200-SET-CURRENCY-ROW.
153700     EVALUATE TRUE
153800         WHEN PSD-CURRENCY-IS-GBP
153900             MOVE 2 TO WS-CCY-IX
154000         WHEN PSD-CURRENCY-IS-EUR
154100             MOVE 3 TO WS-CCY-IX
154200         WHEN PSD-CURRENCY-IS-JPY
154300             MOVE 4 TO WS-CCY-IX
154400         WHEN OTHER
154500             MOVE 1 TO WS-CCY-IX
154600     END-EVALUATE.
154700 7200-EXIT.
154800     EXIT.
154900
155000*=============================================================
155100* 8000-TERMINATE - RELEASE THE REVERSING JOURNAL AND THE RECALL
155200*                  TRAILER, PRINT THE PROOF, AND - ONLY IF IT
155300*                  TIES - RESET THE CALENDAR ROW SO THE PERIOD
155400*                  CAN BE RERUN.
155500*=============================================================
155600 8000-TERMINATE.
155700     MOVE "N" TO WS-BALANCE-SWITCH.
155800     IF JOURNAL-IS-REVERSED
155900         PERFORM 8050-WRITE-REVERSING-JOURNAL THRU 8050-EXIT
156000     END-IF.
156100     PERFORM 8180-WRITE-RECALL-TRAILER THRU 8180-EXIT.
156200     PERFORM 8200-WRITE-PROOF THRU 8200-EXIT.
156300     IF REVERSAL-IS-OUT-OF-BALANCE
156400         DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD
156500                 " REVERSAL DOES NOT TIE TO THE REGISTER - "
156600         DISPLAY "        CALENDAR LEFT PAID - SEE REVRPT"
156700         MOVE 16 TO RETURN-CODE
156800         GO TO 8000-CLOSE
156900     END-IF.
157000     MOVE "U" TO PPC-STATUS.
157100     MOVE SPACE TO PPC-GL-FLAG.
157200     REWRITE PAY-PERIOD-RECORD
157300         INVALID KEY
157400             DISPLAY "PAYREV: PAY-PERIOD CALENDAR REWRITE "
157500                     "FAILED - PERIOD " PPC-PERIOD-NUMBER
157600             MOVE 16 TO RETURN-CODE
157700     END-REWRITE.
157800     DISPLAY "PAYREV: PERIOD " WS-SELECT-PERIOD " REVERSED - "
157900             WS-REVERSED-COUNT " EMPLOYEES".
158000     DISPLAY "        " WS-LEAVE-REVERSED-COUNT
158100             " LEAVE ACCRUALS BACKED OUT".
158200 8000-CLOSE.
158300     CLOSE PAY-PERIOD-CALENDAR-FILE.
158400     CLOSE PAY-STATEMENT-DETAIL-FILE.
158500     CLOSE EMPLOYEE-MASTER-FILE.
158600     CLOSE DEDUCTION-MASTER-FILE.
158700     CLOSE DEPARTMENT-REFERENCE-FILE.
158800     CLOSE LABOR-DISTRIBUTION-FILE.
158900     CLOSE LEAVE-BALANCE-FILE.
159000     CLOSE REVERSAL-SELECT-FILE.
159100     CLOSE BANK-PAYMENT-FILE.
159200     CLOSE REVERSAL-REPORT-FILE.
159300     IF JOURNAL-IS-REVERSED
159400         CLOSE GL-JOURNAL-FILE
159500         CLOSE COST-CENTER-WORK-FILE
159600     END-IF.
159700     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
159800 8000-EXIT.
159900     EXIT.
160000
160100
160200*=============================================================
160300* 8050-WRITE-REVERSING-JOURNAL - WRITE GLEXTR'S JOURNAL FOR THE
160400*                                PERIOD WITH EVERY DEBIT AND
160500*                                CREDIT SWAPPED - SALARY EXPENSE
160600*                                CREDITED BY COST CENTER, EACH
160700*                                DEDUCTION LIABILITY DEBITED, AND
160800*                                THE NET PAY DEBITED BACK TO BANK
160900*                                CLEARING - THEN ITS TRAILER.
161000*=============================================================
161100 8050-WRITE-REVERSING-JOURNAL.
161200     PERFORM 8100-WRITE-SALARY-CREDITS THRU 8100-EXIT.
161300     PERFORM 8120-WRITE-LIABILITY-DEBITS THRU 8120-EXIT
161400         VARYING WS-LIA-IX FROM 1 BY 1
161500         UNTIL WS-LIA-IX > 3.
161600     PERFORM 8140-WRITE-NET-DEBITS THRU 8140-EXIT.
161700     MOVE SPACES TO GL-JOURNAL-RECORD.
161800     MOVE "T" TO JRN-RECORD-TYPE.
161900     MOVE WS-LINE-COUNT TO JRN-TRL-LINE-COUNT.
162000     MOVE WS-DEBIT-GRAND-TOTAL TO JRN-TRL-DEBIT-TOTAL.
162100     MOVE WS-CREDIT-GRAND-TOTAL TO JRN-TRL-CREDIT-TOTAL.
162200     WRITE GL-JOURNAL-RECORD.
162300 8050-EXIT.
162400     EXIT.
162500
162600*=============================================================
162700* 8100-WRITE-SALARY-CREDITS - READ THE COST-CENTER WORK FILE IN
162800*                             KEY ORDER AND WRITE ONE SALARY
162900*                             EXPENSE CREDIT PER COST CENTER PER
163000*                             CURRENCY WITH A NONZERO GROSS.
163100*=============================================================
163200 8100-WRITE-SALARY-CREDITS.
163300     MOVE "N" TO WS-CCW-EOF-SWITCH.
163400     MOVE LOW-VALUES TO CCW-COST-CENTER.
163500     START COST-CENTER-WORK-FILE KEY >= CCW-COST-CENTER
163600         INVALID KEY
163700             MOVE "Y" TO WS-CCW-EOF-SWITCH
163800     END-START.
163900     PERFORM 8110-WRITE-ONE-CC THRU 8110-EXIT
164000         UNTIL END-OF-WORK-FILE.
164100 8100-EXIT.
164200     EXIT.
164300
164400*=============================================================
164500* 8110-WRITE-ONE-CC - ONE COST CENTER'S CREDIT LINES.
164600*=============================================================
164700 8110-WRITE-ONE-CC.
164800     READ COST-CENTER-WORK-FILE NEXT RECORD
164900         AT END
165000             MOVE "Y" TO WS-CCW-EOF-SWITCH
165100             GO TO 8110-EXIT
165200     END-READ.
165300     MOVE CCW-COST-CENTER TO WS-JW-ACCOUNT.
165400     MOVE "C" TO WS-JW-DEBIT-CREDIT.
165500     MOVE "SALARY" TO WS-JW-SOURCE.
165600     IF CCW-USD NOT = ZEROS
165700         MOVE CCW-USD TO WS-JW-AMOUNT
165800         MOVE "USD" TO WS-JW-CURRENCY
165900         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
166000     END-IF.
166100     IF CCW-GBP NOT = ZEROS
166200         MOVE CCW-GBP TO WS-JW-AMOUNT
166300         MOVE "GBP" TO WS-JW-CURRENCY
166400         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
166500     END-IF.
166600     IF CCW-EUR NOT = ZEROS
166700         MOVE CCW-EUR TO WS-JW-AMOUNT
166800         MOVE "EUR" TO WS-JW-CURRENCY
166900         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
167000     END-IF.
167100     IF CCW-JPY NOT = ZEROS
167200         MOVE CCW-JPY TO WS-JW-AMOUNT
167300         MOVE "JPY" TO WS-JW-CURRENCY
167400         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
167500     END-IF.
167600 8110-EXIT.
167700     EXIT.
167800
167900*=============================================================
168000* 8120-WRITE-LIABILITY-DEBITS - ONE DEBIT PER DEDUCTION TYPE PER
168100*                               CURRENCY WITH A NONZERO TOTAL.
168200*=============================================================
168300 8120-WRITE-LIABILITY-DEBITS.
168400     MOVE WS-LIA-ACCOUNT (WS-LIA-IX) TO WS-JW-ACCOUNT.
168500     MOVE "D" TO WS-JW-DEBIT-CREDIT.
168600     MOVE WS-LIA-SOURCE (WS-LIA-IX) TO WS-JW-SOURCE.
168700     IF WS-LIA-USD (WS-LIA-IX) NOT = ZEROS
168800         MOVE WS-LIA-USD (WS-LIA-IX) TO WS-JW-AMOUNT
168900         MOVE "USD" TO WS-JW-CURRENCY
169000         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
169100     END-IF.
169200     IF WS-LIA-GBP (WS-LIA-IX) NOT = ZEROS
169300         MOVE WS-LIA-GBP (WS-LIA-IX) TO WS-JW-AMOUNT
169400         MOVE "GBP" TO WS-JW-CURRENCY
169500         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
169600     END-IF.
169700     IF WS-LIA-EUR (WS-LIA-IX) NOT = ZEROS
169800         MOVE WS-LIA-EUR (WS-LIA-IX) TO WS-JW-AMOUNT
169900         MOVE "EUR" TO WS-JW-CURRENCY
170000         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
170100     END-IF.
170200     IF WS-LIA-JPY (WS-LIA-IX) NOT = ZEROS
170300         MOVE WS-LIA-JPY (WS-LIA-IX) TO WS-JW-AMOUNT
170400         MOVE "JPY" TO WS-JW-CURRENCY
170500         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
170600     END-IF.
170700 8120-EXIT.
170800     EXIT.
170900
171000*=============================================================
171100* 8140-WRITE-NET-DEBITS - THE NET PAY DEBIT BACK TO THE BANK
171200*                         CLEARING ACCOUNT, PER CURRENCY.
171300*=============================================================
171400 8140-WRITE-NET-DEBITS.
171500     MOVE WS-ACCT-BANK-CLEARING TO WS-JW-ACCOUNT.
171600     MOVE "D" TO WS-JW-DEBIT-CREDIT.
171700     MOVE "NETPAY" TO WS-JW-SOURCE.
171800     IF WS-NET-USD NOT = ZEROS
171900         MOVE WS-NET-USD TO WS-JW-AMOUNT
172000         MOVE "USD" TO WS-JW-CURRENCY
172100         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
172200     END-IF.
172300     IF WS-NET-GBP NOT = ZEROS
172400         MOVE WS-NET-GBP TO WS-JW-AMOUNT
172500         MOVE "GBP" TO WS-JW-CURRENCY
172600         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
172700     END-IF.
172800     IF WS-NET-EUR NOT = ZEROS
172900         MOVE WS-NET-EUR TO WS-JW-AMOUNT
173000         MOVE "EUR" TO WS-JW-CURRENCY
173100         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
173200     END-IF.
173300     IF WS-NET-JPY NOT = ZEROS
173400         MOVE WS-NET-JPY TO WS-JW-AMOUNT
173500         MOVE "JPY" TO WS-JW-CURRENCY
173600         PERFORM 7100-WRITE-JOURNAL-LINE THRU 7100-EXIT
173700     END-IF.
173800 8140-EXIT.
173900     EXIT.
174000
174100*=============================================================
174200* 8180-WRITE-RECALL-TRAILER - CLOSE THE RECALL FILE WITH A
174300*                             TRAILER CARRYING THE RECORD COUNT
174400*                             AND NET TOTAL RECALLED.
174500*=============================================================
174600 8180-WRITE-RECALL-TRAILER.
174700     MOVE SPACES TO BANK-PAYMENT-RECORD.
174800     MOVE "T" TO BPR-RECORD-TYPE.
174900     MOVE WS-RECALL-COUNT TO BPR-TRL-RECORD-COUNT.
175000     MOVE WS-RECALL-TOTAL TO BPR-TRL-NET-TOTAL.
175100     WRITE BANK-PAYMENT-RECORD.
175200 8180-EXIT.
175300     EXIT.
175400
175500*=============================================================
175600* 8200-WRITE-PROOF - FOR EVERY CURRENCY ON THE PERIOD, SET THE
175700*                    ORIGINAL REGISTER'S FIGURES BESIDE THE
175800*                    FIGURES ACTUALLY REVERSED, AND PROVE THE
175900*                    REVERSING JOURNAL BALANCES. ANY DIFFERENCE
176000*                    FLAGS THE REVERSAL OUT OF BALANCE.
176100*=============================================================
176200 8200-WRITE-PROOF.
176300     WRITE REVERSAL-REPORT-LINE FROM WS-PROOF-HEADING
176400         AFTER ADVANCING 3 LINES.
176500     PERFORM 8250-PROOF-ONE-CURRENCY THRU 8250-EXIT
176600         VARYING WS-CCY-IX FROM 1 BY 1
176700         UNTIL WS-CCY-IX > 4.
176800     MOVE SPACES TO WS-PRF-CURRENCY.
176900     MOVE "EMPLOYEES" TO WS-PRF-LABEL.
177000     MOVE WS-ORIGINAL-COUNT TO WS-PRF-ORIGINAL-AMOUNT.
177100     MOVE WS-REVERSED-COUNT TO WS-PRF-REVERSED-AMOUNT.
177200     PERFORM 8290-WRITE-PROOF-LINE THRU 8290-EXIT.
177300     IF NOT JOURNAL-IS-REVERSED
177400         MOVE "PERIOD WAS NOT EXTRACTED TO THE LEDGER - NO "
177500             TO WS-MESSAGE-LINE
177600         WRITE REVERSAL-REPORT-LINE FROM WS-MESSAGE-LINE
177700             AFTER ADVANCING 2 LINES
177800         MOVE "REVERSING JOURNAL WRITTEN"
177900             TO WS-MESSAGE-LINE
178000         WRITE REVERSAL-REPORT-LINE FROM WS-MESSAGE-LINE
178100             AFTER ADVANCING 1 LINE
178200         GO TO 8200-EXIT
178300     END-IF.
178400     MOVE "JOURNAL DEBITS = CREDITS" TO WS-PRF-LABEL.
178500     MOVE WS-DEBIT-GRAND-TOTAL TO WS-PRF-ORIGINAL-AMOUNT.
178600     MOVE WS-CREDIT-GRAND-TOTAL TO WS-PRF-REVERSED-AMOUNT.
178700     PERFORM 8290-WRITE-PROOF-LINE THRU 8290-EXIT.
178800 8200-EXIT.
178900     EXIT.
179000
179100*=============================================================
179200* 8250-PROOF-ONE-CURRENCY - THE PROOF LINES FOR ONE CURRENCY:
179300*                           GROSS AGAINST THE YTD BACKED OUT,
179400*                           DEDUCTIONS, NET AGAINST THE BANK
179500*                           RECALLS, AND GARNISHMENT TAKES
179600*                           AGAINST THE AMOUNTS REWOUND.
179700*=============================================================
179800 8250-PROOF-ONE-CURRENCY.
179900     IF WS-CTL-ORIG-COUNT (WS-CCY-IX) = ZEROS
180000         AND WS-CTL-REV-COUNT (WS-CCY-IX) = ZEROS
180100         GO TO 8250-EXIT
180200     END-IF.
180300     MOVE WS-CTL-CURRENCY (WS-CCY-IX) TO WS-PRF-CURRENCY.
180400     MOVE "GROSS / YTD BACKED OUT" TO WS-PRF-LABEL.
180500     MOVE WS-CTL-ORIG-GROSS (WS-CCY-IX) TO WS-PRF-ORIGINAL-AMOUNT.
180600     MOVE WS-CTL-REV-YTD (WS-CCY-IX) TO WS-PRF-REVERSED-AMOUNT.
180700     PERFORM 8290-WRITE-PROOF-LINE THRU 8290-EXIT.
180800     MOVE "DEDUCTIONS" TO WS-PRF-LABEL.
180900     MOVE WS-CTL-ORIG-DED (WS-CCY-IX) TO WS-PRF-ORIGINAL-AMOUNT.
181000     MOVE WS-CTL-REV-DED (WS-CCY-IX) TO WS-PRF-REVERSED-AMOUNT.
181100     PERFORM 8290-WRITE-PROOF-LINE THRU 8290-EXIT.
181200     MOVE "NET PAY / BANK RECALLED" TO WS-PRF-LABEL.
181300     MOVE WS-CTL-ORIG-NET (WS-CCY-IX) TO WS-PRF-ORIGINAL-AMOUNT.
181400     MOVE WS-CTL-REV-RECALL (WS-CCY-IX) TO WS-PRF-REVERSED-AMOUNT.
181500     PERFORM 8290-WRITE-PROOF-LINE THRU 8290-EXIT.
181600     MOVE "GARNISHMENT TAKES" TO WS-PRF-LABEL.
181700     MOVE WS-CTL-ORIG-GARNISH (WS-CCY-IX)
181800         TO WS-PRF-ORIGINAL-AMOUNT.
181900     MOVE WS-CTL-REV-GARNISH (WS-CCY-IX)
182000         TO WS-PRF-REVERSED-AMOUNT.
182100     PERFORM 8290-WRITE-PROOF-LINE THRU 8290-EXIT.
182200 8250-EXIT.
182300     EXIT.
182400
182500*=============================================================
182600* 8290-WRITE-PROOF-LINE - PRINT ONE ORIGINAL-AGAINST-REVERSED
182700*                         LINE WITH ITS DIFFERENCE.
182800*=============================================================
182900 8290-WRITE-PROOF-LINE.
183000     COMPUTE WS-PRF-DIFFERENCE-AMOUNT =
183100         WS-PRF-ORIGINAL-AMOUNT - WS-PRF-REVERSED-AMOUNT.
183200     MOVE WS-PRF-ORIGINAL-AMOUNT TO WS-PRF-ORIGINAL.
183300     MOVE WS-PRF-REVERSED-AMOUNT TO WS-PRF-REVERSED.
183400     MOVE WS-PRF-DIFFERENCE-AMOUNT TO WS-PRF-DIFFERENCE.
183500     IF WS-PRF-DIFFERENCE-AMOUNT = ZEROS
183600         MOVE "IN BALANCE" TO WS-PRF-RESULT
183700     ELSE
183800         MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
183900         MOVE "Y" TO WS-BALANCE-SWITCH
184000     END-IF.
184100     WRITE REVERSAL-REPORT-LINE FROM WS-PROOF-LINE
184200         AFTER ADVANCING 1 LINE.
184300 8290-EXIT.
184400     EXIT.
184500
184600*=============================================================
184700* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
184800*                    LOG AND CLOSE THE LOG.
184900*=============================================================
185000 8900-LOG-RUN-END.
185100     MOVE "E" TO RLG-RECORD-TYPE.
185200     MOVE "PAYREV" TO RLG-PROGRAM-ID.
185300     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
185400     ACCEPT RLG-TIME FROM TIME.
185500     MOVE WS-ORIGINAL-COUNT TO RLG-RECORDS-READ.
185600     MOVE WS-RECALL-COUNT TO RLG-RECORDS-WRITTEN.
185700     MOVE WS-ERROR-COUNT TO RLG-REJECT-COUNT.
185800     MOVE RETURN-CODE TO RLG-RETURN-CODE.
185900     MOVE WS-SELECT-PERIOD TO RLG-PERIOD-NUMBER.
186000     WRITE RUN-LOG-RECORD.
186100     CLOSE RUN-LOG-FILE.
186200 8900-EXIT.
186300     EXIT.
