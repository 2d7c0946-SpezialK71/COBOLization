000100*=============================================================
000200* PROGRAM      : OFFCYCLE
000300* DESCRIPTION  : PAYS A BATCH OF ONE-TIME PAYMENTS - BONUSES,
000400*                CORRECTIONS, MANUAL CHECKS AND FINAL PAYS -
000500*                OUTSIDE THE REGULAR PAY-PERIOD RUN. THE BATCH IS
000600*                BALANCED AGAINST ITS HEADER AND TRAILER (COUNT,
000700*                EMPLOYEE HASH AND AMOUNT TOTAL) BEFORE ANYONE IS
000800*                PAID. EACH RUN TAKES THE NEXT OFF-CYCLE RUN
000900*                NUMBER (901 THRU 999) FROM THE OFF-CYCLE CONTROL
001000*                FILE AND WRITES ITS OWN REGISTER, EXCEPTION
001100*                LISTING AND BANK PAYMENT FILE, KEEPS EACH
001200*                PAYMENT ON THE PAY STATEMENT DETAIL FILE UNDER
001300*                THE RUN NUMBER AND POSTS THE GROSS INTO THE
001400*                EMPLOYEE'S YTD-GROSS. THE PAY-PERIOD CALENDAR IS
001500*                NEVER OPENED - A REGULAR PERIOD'S PAID/UNPAID
001600*                STATE IS NOT THIS PROGRAM'S BUSINESS.
001700*                A REISSUE PAYMENT RE-PAYS A NET PAYMENT THE BANK
001800*                RETURNED, FROM THE OUTSTANDING REISSUE FILE
001900*                BNKLOAD BUILDS, AND IS NOT POSTED TO YTD-GROSS A
002000*                SECOND TIME.
002100*=============================================================
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. OFFCYCLE.
002400 AUTHOR. T. OKAFOR.
002500 INSTALLATION. PAYROLL SYSTEMS GROUP.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED.
002800* MODIFICATION HISTORY
002900* DATE       INIT DESCRIPTION
003000* 2026-10-15 TO   INITIAL VERSION - PAYREG CAN ONLY PAY THE ONE
003100*                 CALENDAR PERIOD COVERING THE RUN DATE, AND
003200*                 REFUSES IT ONCE PAID, SO A MISSED PAY, A BONUS
003300*                 OR A MID-PERIOD FINAL PAYOUT HAD NO WAY ONTO
003400*                 THE BANK FILE. REGULAR DEDUCTIONS ARE TAKEN ONLY
003500*                 WHEN THE PAYMENT ASKS FOR THEM, UNDER THE SAME
003600*                 EFFECTIVE-DATE AND GARNISHMENT-GOAL RULES AS
003700*                 PAYREG.
003800* 2026-10-15 TO   STAMP EACH STATEMENT DETAIL ROW WITH THE
003900*                 EMPLOYEE'S PAY TYPE (NEW IN PSDREC). AN
004000*                 OFF-CYCLE PAYMENT IS A FLAT AMOUNT, SO THE ROW
004100*                 CARRIES NO HOURS OR RATE EVEN FOR AN HOURLY
004200*                 EMPLOYEE.
004300* 2026-10-15 TO   THE STATEMENT DETAIL ROW CARRIES ZERO LEAVE
004400*                 ACCRUAL - LEAVE ACCRUES ONLY ON REGULAR PERIOD
004500*                 PAY.
004600* 2026-10-15 TO   ADDED THE REISSUE ("I") EARNINGS TYPE. IT MUST
004700*                 MATCH AN OUTSTANDING REISSUE ROW FOR THE
004800*                 EMPLOYEE BY AMOUNT AND CURRENCY, TAKES NO
004900*                 DEDUCTIONS, SKIPS THE YTD POSTING AND STAMPS THE
005000*                 ROW REISSUED. NOBODY IS PAID INTO BANK DETAILS
005100*                 THE BANK HAS RETURNED.
005200* 2026-10-15 TO   EACH DEDUCTION LINE ON THE STATEMENT DETAIL ROW
005300*                 NOW CARRIES THE PAYEE CODE AND CASE NUMBER FROM
005400*                 ITS DEDUCTION MASTER ROW.
005500* 2026-10-15 TO   AN OFF-CYCLE PAYMENT TAKES TAX ROWS ONLY -
005600*                 BENEFIT AND GARNISHMENT DEDUCTIONS STAY WITH
005700*                 REGULAR PAY, WHERE DEDREMIT REMITS THEM BY
005800*                 PERIOD. THE DEDUCTION MASTER IS ONLY READ NOW.
005900
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. IBM-370.
006300 OBJECT-COMPUTER. IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT EMPLOYEE-MASTER-FILE
006700         ASSIGN TO "EMPMAST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS EMP-EMPLOYEE-NUMBER
007100         ALTERNATE RECORD KEY IS EMP-LAST-NAME
007200             WITH DUPLICATES
007300         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
007400             WITH DUPLICATES
007500         FILE STATUS IS WS-EMPMAST-STATUS.
007600
007700     SELECT DEDUCTION-MASTER-FILE
007800         ASSIGN TO "DEDMAST"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS DED-KEY
008200         FILE STATUS IS WS-DEDMAST-STATUS.
008300
008400     SELECT OFF-CYCLE-PAYMENT-FILE
008500         ASSIGN TO "OFFTRAN"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-OFFTRAN-STATUS.
008800
008900     SELECT OFF-CYCLE-CONTROL-FILE
009000         ASSIGN TO "OFFCTL"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS RANDOM
009300         RECORD KEY IS OCC-KEY
009400         FILE STATUS IS WS-OFFCTL-STATUS.
009500
009600     SELECT YEAR-END-CONTROL-FILE
009700         ASSIGN TO "YEARCTL"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS YEC-KEY
010100         FILE STATUS IS WS-YEARCTL-STATUS.
010200
010300     SELECT PAY-STATEMENT-DETAIL-FILE
010400         ASSIGN TO "PAYDTL"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS DYNAMIC
010700         RECORD KEY IS PSD-KEY
010800         FILE STATUS IS WS-PAYDTL-STATUS.
010900
011000     SELECT REISSUE-FILE
011100         ASSIGN TO "REISSUE"
011200         ORGANIZATION IS INDEXED
011300         ACCESS MODE IS DYNAMIC
011400         RECORD KEY IS RIS-KEY
011500         FILE STATUS IS WS-REISSUE-STATUS.
011600
011700     SELECT BANK-PAYMENT-FILE
011800         ASSIGN TO "OFFBANK"
011900         ORGANIZATION IS SEQUENTIAL
012000         FILE STATUS IS WS-OFFBANK-STATUS.
012100
012200     SELECT OFF-CYCLE-REGISTER-FILE
012300         ASSIGN TO "OFFRPT"
012400         ORGANIZATION IS LINE SEQUENTIAL
012500         FILE STATUS IS WS-OFFRPT-STATUS.
012600
012700     SELECT OFF-CYCLE-EXCEPTION-FILE
012800         ASSIGN TO "OFFEXCP"
012900         ORGANIZATION IS LINE SEQUENTIAL
013000         FILE STATUS IS WS-OFFEXCP-STATUS.
013100
013200     SELECT RUN-LOG-FILE
013300         ASSIGN TO "RUNLOG"
013400         ORGANIZATION IS SEQUENTIAL
013500         FILE STATUS IS WS-RUNLOG-STATUS.
013600
013700 DATA DIVISION.
013800 FILE SECTION.
013900* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER. OPENED I-O
014000* TO POST THE PAYMENT INTO YTD-GROSS.
014100 FD  EMPLOYEE-MASTER-FILE.
014200     COPY EMPREC.
014300
014400* DEDUCTION MASTER RECORD - KEYED BY EMPLOYEE-NUMBER + SEQUENCE.
014500 FD  DEDUCTION-MASTER-FILE.
014600     COPY DEDREC.
014700
014800* ONE OFF-CYCLE PAYMENT - EMPLOYEE, AMOUNT, EARNINGS TYPE AND
014900* WHETHER THE EMPLOYEE'S TAX DEDUCTIONS ARE WITHHELD FROM IT,
015000* BRACKETED BY ONE BATCH HEADER AND ONE BATCH TRAILER THAT
015100* REDEFINE THE SAME RECORD, AS ON THE PAYTRAN FEED.
015200 FD  OFF-CYCLE-PAYMENT-FILE.
015300 01  OFF-CYCLE-PAYMENT-RECORD.
015400     05  OTRN-RECORD-TYPE            PIC X(01).
015500         88  OTRN-IS-BATCH-HEADER            VALUE "H".
015600         88  OTRN-IS-BATCH-TRAILER           VALUE "T".
015700         88  OTRN-IS-PAYMENT                 VALUE "P".
015800     05  OTRN-DETAIL-FIELDS.
015900         10  OTRN-EMPLOYEE-NUMBER-X  PIC X(05).
016000         10  OTRN-EMPLOYEE-NUMBER
016100             REDEFINES OTRN-EMPLOYEE-NUMBER-X
016200                                     PIC 9(05).
016300         10  OTRN-AMOUNT-X           PIC X(11).
016400         10  OTRN-AMOUNT REDEFINES OTRN-AMOUNT-X
016500                                     PIC 9(09)V9(02).
016600         10  OTRN-EARNINGS-TYPE      PIC X(01).
016700             88  OTRN-EARNINGS-TYPE-IS-KNOWN
016800                                     VALUE "B" "C" "M" "F" "I".
016900             88  OTRN-EARNINGS-IS-BONUS      VALUE "B".
017000             88  OTRN-EARNINGS-IS-CORRECTION VALUE "C".
017100             88  OTRN-EARNINGS-IS-MANUAL-CHECK
017200                                     VALUE "M".
017300             88  OTRN-EARNINGS-IS-FINAL-PAY  VALUE "F".
017400             88  OTRN-EARNINGS-IS-REISSUE    VALUE "I".
017500         10  OTRN-DEDUCTIONS-FLAG    PIC X(01).
017600             88  OTRN-DEDUCTIONS-APPLY       VALUE "Y".
017700             88  OTRN-DEDUCTIONS-FLAG-VALID  VALUE "Y" "N".
017800         10  OTRN-DESCRIPTION        PIC X(20).
017900         10  FILLER                  PIC X(02).
018000     05  OTRN-HEADER-FIELDS REDEFINES OTRN-DETAIL-FIELDS.
018100         10  OTRN-HDR-BATCH-NUMBER   PIC 9(06).
018200         10  OTRN-HDR-BATCH-DATE     PIC 9(08).
018300         10  FILLER                  PIC X(26).
018400     05  OTRN-TRAILER-FIELDS REDEFINES OTRN-DETAIL-FIELDS.
018500         10  OTRN-TRL-TRAN-COUNT     PIC 9(05).
018600         10  OTRN-TRL-EMP-HASH       PIC 9(10).
018700         10  OTRN-TRL-AMOUNT-TOTAL   PIC 9(11)V9(02).
018800         10  FILLER                  PIC X(12).
018900
019000* OFF-CYCLE CONTROL RECORD - ONE ROW, KEYED BY A CONSTANT.
019100 FD  OFF-CYCLE-CONTROL-FILE.
019200     COPY OCCREC.
019300
019400* YEAR-END CONTROL RECORD - ONE ROW, KEYED BY A CONSTANT,
019500* STAMPED BY THE YEAREND CLOSE.
019600 FD  YEAR-END-CONTROL-FILE.
019700     COPY YECREC.
019800
019900* PAY STATEMENT DETAIL RECORD - KEYED BY PERIOD + EMPLOYEE. AN
020000* OFF-CYCLE PAYMENT IS KEPT UNDER ITS RUN NUMBER.
020100 FD  PAY-STATEMENT-DETAIL-FILE.
020200     COPY PSDREC.
020300
020400* OUTSTANDING REISSUE RECORD - KEYED BY EMPLOYEE + PERIOD. A
020500* REISSUE PAYMENT STAMPS THE ROW IT PAYS.
020600 FD  REISSUE-FILE.
020700     COPY RISREC.
020800
020900* BANK PAYMENT RECORD - ONE DETAIL PER PAYMENT, CLOSED BY ONE
021000* TRAILER, IN THE BANKPAY LAYOUT.
021100 FD  BANK-PAYMENT-FILE.
021200     COPY BPRREC.
021300
021400 FD  OFF-CYCLE-REGISTER-FILE.
021500 01  OFF-CYCLE-REGISTER-LINE         PIC X(132).
021600
021700 FD  OFF-CYCLE-EXCEPTION-FILE.
021800 01  OFF-CYCLE-EXCEPTION-LINE        PIC X(80).
021900
022000* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
022100 FD  RUN-LOG-FILE.
022200     COPY RLGREC.
022300
022400 WORKING-STORAGE SECTION.
022500 01  WS-FILE-STATUSES.
022600     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
022700     05  WS-DEDMAST-STATUS           PIC X(02) VALUE ZEROS.
022800     05  WS-OFFTRAN-STATUS           PIC X(02) VALUE ZEROS.
022900     05  WS-OFFCTL-STATUS            PIC X(02) VALUE ZEROS.
023000     05  WS-YEARCTL-STATUS           PIC X(02) VALUE ZEROS.
023100     05  WS-PAYDTL-STATUS            PIC X(02) VALUE ZEROS.
023200     05  WS-OFFBANK-STATUS           PIC X(02) VALUE ZEROS.
023300     05  WS-OFFRPT-STATUS            PIC X(02) VALUE ZEROS.
023400     05  WS-OFFEXCP-STATUS           PIC X(02) VALUE ZEROS.
023500     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
023600     05  WS-REISSUE-STATUS           PIC X(02) VALUE ZEROS.
023700
023800 01  WS-SWITCHES.
023900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
024000         88  END-OF-PAYMENT-FILE             VALUE "Y".
024100     05  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
024200         88  PAYMENT-IS-REJECTED             VALUE "Y".
024300     05  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
024400         88  BATCH-TRAILER-SEEN              VALUE "Y".
024500     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
024600         88  BATCH-IS-OUT-OF-BALANCE         VALUE "Y".
024700     05  WS-DED-EOF-SWITCH           PIC X(01) VALUE "N".
024800         88  END-OF-DEDUCTIONS               VALUE "Y".
024900     05  WS-OCC-FOUND-SWITCH         PIC X(01) VALUE "N".
025000         88  CONTROL-ROW-WAS-FOUND           VALUE "Y".
025100     05  WS-RIS-EOF-SWITCH           PIC X(01) VALUE "N".
025200         88  END-OF-REISSUES                 VALUE "Y".
025300     05  WS-RIS-FOUND-SWITCH         PIC X(01) VALUE "N".
025400         88  REISSUE-WAS-FOUND               VALUE "Y".
025500
025600* BATCH COUNTS AND RUNNING TOTALS, ACCUMULATED FROM THE DETAILS
025700* AND MATCHED AGAINST THE TRAILER TO THE PENNY.
025800 01  WS-COUNTERS.
025900     05  WS-TRAN-COUNT               PIC 9(05) VALUE ZEROS.
026000     05  WS-PAID-COUNT               PIC 9(05) VALUE ZEROS COMP.
026100     05  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS COMP.
026200
026300 01  WS-BATCH-TOTALS.
026400     05  WS-EMP-HASH-TOTAL           PIC 9(10) VALUE ZEROS.
026500     05  WS-AMOUNT-TOTAL             PIC 9(11)V9(02) VALUE ZEROS.
026600
026700* THE BATCH AMOUNT MUST EQUAL THE GROSS PAID PLUS THE REISSUES
026800* PAID PLUS THE AMOUNTS REJECTED, AND THE REGISTER NET MUST EQUAL
026900* THE BANK FILE NET, BOTH TO THE PENNY, AS IN PAYREG'S 8200/8250
027000* RECONCILIATIONS.
027100 01  WS-RECONCILIATION-TOTALS.
027200     05  WS-PAID-GROSS-TOTAL         PIC 9(11)V9(02) VALUE ZEROS.
027300     05  WS-REJECTED-AMOUNT-TOTAL    PIC 9(11)V9(02) VALUE ZEROS.
027400     05  WS-OUTPUT-TOTAL             PIC 9(11)V9(02) VALUE ZEROS.
027500     05  WS-NET-TOTAL                PIC 9(11)V9(02) VALUE ZEROS.
027600     05  WS-BANKPAY-TOTAL            PIC 9(11)V9(02) VALUE ZEROS.
027700     05  WS-BANKPAY-COUNT            PIC 9(07) VALUE ZEROS.
027800     05  WS-REISSUED-TOTAL           PIC 9(11)V9(02) VALUE ZEROS.
027900
028000* GROSS, DEDUCTIONS AND NET PAID, BY CURRENCY - NOT CONVERTED TO
028100* ONE COMMON CURRENCY.
028200 01  WS-CURRENCY-TOTALS.
028300     05  WS-GROSS-USD                PIC 9(11)V9(02) VALUE ZEROS.
028400     05  WS-GROSS-GBP                PIC 9(11)V9(02) VALUE ZEROS.
028500     05  WS-GROSS-EUR                PIC 9(11)V9(02) VALUE ZEROS.
028600     05  WS-GROSS-JPY                PIC 9(11)V9(02) VALUE ZEROS.
028700     05  WS-DED-USD                  PIC 9(11)V9(02) VALUE ZEROS.
028800     05  WS-DED-GBP                  PIC 9(11)V9(02) VALUE ZEROS.
028900     05  WS-DED-EUR                  PIC 9(11)V9(02) VALUE ZEROS.
029000     05  WS-DED-JPY                  PIC 9(11)V9(02) VALUE ZEROS.
029100     05  WS-NET-USD                  PIC 9(11)V9(02) VALUE ZEROS.
029200     05  WS-NET-GBP                  PIC 9(11)V9(02) VALUE ZEROS.
029300     05  WS-NET-EUR                  PIC 9(11)V9(02) VALUE ZEROS.
029400     05  WS-NET-JPY                  PIC 9(11)V9(02) VALUE ZEROS.
029500
029600* REPORT CONTROL COUNTERS.
029700 01  WS-REPORT-CONTROLS.
029800     05  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS COMP.
029900     05  WS-PAGE-NUMBER              PIC 9(03) VALUE ZEROS COMP.
030000
030100 01  WS-CONSTANTS.
030200     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
030300     05  WS-FIRST-OFF-CYCLE-RUN      PIC 9(03) VALUE 901.
030400
030500* MAXIMUM ALLOWABLE SALARY BY CURRENCY - A ONE-TIME PAYMENT IS
030600* HELD TO THE SAME CEILING AS A PERIOD'S SALARY.
030700     COPY SALMAX.
030800
030900 01  WS-BATCH-NUMBER                  PIC 9(06) VALUE ZEROS.
031000 01  WS-RUN-NUMBER                    PIC 9(03) VALUE ZEROS.
031100 01  WS-LOG-PERIOD-NUMBER             PIC 9(03) VALUE ZEROS.
031200 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
031300
031400* RUN DATE PER THE SYSTEM CLOCK - AN OFF-CYCLE PAYMENT IS PAID ON
031500* THE DAY IT RUNS, AND THAT DATE DECIDES WHICH DEDUCTION ROWS ARE
031600* IN EFFECT.
031700 01  WS-RUN-DATE.
031800     05  WS-RUN-DATE-CCYY            PIC 9(04).
031900     05  WS-RUN-DATE-MM              PIC 9(02).
032000     05  WS-RUN-DATE-DD              PIC 9(02).
032100 01  WS-RUN-DATE-NUMERIC REDEFINES WS-RUN-DATE
032200                                      PIC 9(08).
032300 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
032400
032500* AMOUNT EDITING WORK FIELDS - ONE AMOUNT AT A TIME IS FORMATTED
032600* IN THE EMPLOYEE'S OWN CURRENCY, AS THE REGISTER DOES.
032700 01  WS-AMOUNT-TO-FORMAT              PIC 9(09)V9(02) VALUE ZEROS.
032800 01  WS-FORMATTED-AMOUNT              PIC X(18) VALUE SPACES.
032900 01  WS-FMT-SALARY-USD                PIC $$$$,$$$,$$9.99.
033000 01  WS-FMT-SALARY-2-DECIMALS         PIC ZZZ,ZZZ,ZZ9.99.
033100 01  WS-FMT-SALARY-0-DECIMALS         PIC ZZZ,ZZZ,ZZ9.
033200 01  WS-WHOLE-YEN-AMOUNT              PIC 9(09).
033300 01  WS-WHOLE-YEN-TOTAL               PIC 9(11).
033400
033500* GROSS-TO-NET WORK FIELDS - ONE EMPLOYEE'S DEDUCTIONS ARE HELD
033600* IN A SMALL TABLE SO THEY CAN BE TOTALLED AND CHECKED AGAINST
033700* THE PAYMENT BEFORE ANYTHING IS PRINTED OR POSTED.
033800 01  WS-TOTAL-DEDUCTIONS              PIC 9(09)V9(02) VALUE ZEROS.
033900 01  WS-NET-PAY                       PIC 9(09)V9(02) VALUE ZEROS.
034000 01  WS-DED-AMOUNT-THIS-PAY           PIC 9(05)V9(02) VALUE ZEROS.
034100* THE GROSS THE PAYMENT REPRESENTS - ZERO FOR A REISSUE, WHOSE
034200* GROSS WAS ALREADY PAID AND POSTED WITH THE PAYMENT RETURNED.
034300 01  WS-PAYMENT-GROSS                 PIC 9(09)V9(02) VALUE ZEROS.
034400
034500 01  WS-DEDUCTION-TABLE-CONTROLS.
034600     05  WS-DEDUCTION-COUNT          PIC 9(02) VALUE ZEROS COMP.
034700     05  WS-DED-IX                   PIC 9(02) VALUE ZEROS COMP.
034800     05  WS-MAX-DEDUCTION-ROWS       PIC 9(02) VALUE 20 COMP.
034900
035000 01  WS-DEDUCTION-TABLE.
035100     05  WS-DEDUCTION-ENTRY OCCURS 20 TIMES.
035200         10  WS-DED-TBL-TYPE         PIC X(01).
035300         10  WS-DED-TBL-DESCRIPTION  PIC X(20).
035400         10  WS-DED-TBL-AMOUNT       PIC 9(05)V9(02).
035500         10  WS-DED-TBL-SEQUENCE     PIC 9(02).
035600         10  WS-DED-TBL-GARNISH-TAKE PIC 9(05)V9(02).
035700         10  WS-DED-TBL-PAYEE-CODE   PIC X(06).
035800         10  WS-DED-TBL-CASE-NUMBER  PIC X(20).
035900
036000* PRINT LINE LAYOUTS FOR THE OFF-CYCLE REGISTER.
036100 01  WS-HEADING-LINE-1.
036200     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
036300     05  WS-HDG-RUN-DATE             PIC X(10).
036400     05  FILLER                      PIC X(10) VALUE SPACES.
036500     05  FILLER                      PIC X(27) VALUE
036600             "OFF-CYCLE PAYROLL REGISTER".
036700     05  FILLER                      PIC X(05) VALUE "RUN ".
036800     05  WS-HDG-RUN-NUMBER           PIC 9(03).
036900     05  FILLER                      PIC X(09) VALUE "  BATCH ".
037000     05  WS-HDG-BATCH-NUMBER         PIC 9(06).
037100     05  FILLER                      PIC X(05) VALUE SPACES.
037200     05  FILLER                      PIC X(06) VALUE "PAGE: ".
037300     05  WS-HDG-PAGE-NUMBER          PIC ZZ9.
037400
037500 01  WS-HEADING-LINE-2.
037600     05  FILLER                      PIC X(08) VALUE "EMP NO ".
037700     05  FILLER                  PIC X(24) VALUE "EMPLOYEE NAME".
037800     05  FILLER                  PIC X(14) VALUE "EARNINGS".
037900     05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
038000     05  FILLER                  PIC X(19) VALUE "GROSS".
038100     05  FILLER                  PIC X(19) VALUE "DEDUCTIONS".
038200     05  FILLER                      PIC X(07) VALUE "NET PAY".
038300
038400 01  WS-DETAIL-LINE.
038500     05  WS-DTL-EMPLOYEE-NUMBER      PIC ZZZZ9.
038600     05  FILLER                      PIC X(03) VALUE SPACES.
038700     05  WS-DTL-NAME                 PIC X(22).
038800     05  FILLER                      PIC X(02) VALUE SPACES.
038900     05  WS-DTL-EARNINGS-TYPE        PIC X(12).
039000     05  FILLER                      PIC X(02) VALUE SPACES.
039100     05  WS-DTL-DESCRIPTION          PIC X(20).
039200     05  FILLER                      PIC X(02) VALUE SPACES.
039300     05  WS-DTL-GROSS                PIC X(18).
039400     05  FILLER                      PIC X(01) VALUE SPACES.
039500     05  WS-DTL-DEDUCTIONS           PIC X(18).
039600     05  FILLER                      PIC X(01) VALUE SPACES.
039700     05  WS-DTL-NET-PAY              PIC X(18).
039800
039900 01  WS-DED-DETAIL-LINE.
040000     05  FILLER                      PIC X(10) VALUE SPACES.
040100     05  FILLER                      PIC X(11) VALUE "DEDUCTION ".
040200     05  WS-DDL-TYPE                 PIC X(01).
040300     05  FILLER                      PIC X(02) VALUE SPACES.
040400     05  WS-DDL-DESCRIPTION          PIC X(20).
040500     05  FILLER                      PIC X(02) VALUE SPACES.
040600     05  WS-DDL-AMOUNT               PIC ZZ,ZZ9.99.
040700
040800 01  WS-CCY-TOTAL-LINE.
040900     05  FILLER                      PIC X(07) VALUE "TOTAL (".
041000     05  WS-CTL-CURRENCY             PIC X(03).
041100     05  FILLER                      PIC X(10) VALUE ")  GROSS: ".
041200     05  WS-CTL-GROSS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
041300     05  FILLER                      PIC X(14) VALUE
041400             "  DEDUCTIONS: ".
041500     05  WS-CTL-DEDUCTIONS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
041600     05  FILLER                      PIC X(07) VALUE "  NET: ".
041700     05  WS-CTL-NET                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
041800
041900 01  WS-CCY-TOTAL-LINE-JPY.
042000     05  FILLER                      PIC X(07) VALUE "TOTAL (".
042100     05  WS-CTJ-CURRENCY             PIC X(03).
042200     05  FILLER                      PIC X(10) VALUE ")  GROSS: ".
042300     05  WS-CTJ-GROSS                PIC ZZ,ZZZ,ZZZ,ZZ9.
042400     05  FILLER                      PIC X(17) VALUE
042500             "     DEDUCTIONS: ".
042600     05  WS-CTJ-DEDUCTIONS           PIC ZZ,ZZZ,ZZZ,ZZ9.
042700     05  FILLER                      PIC X(10) VALUE "     NET: ".
042800     05  WS-CTJ-NET                  PIC ZZ,ZZZ,ZZZ,ZZ9.
042900
043000 01  WS-CONTROL-LINE.
043100     05  WS-CNL-LABEL                PIC X(30).
043200     05  WS-CNL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
043300
043400 01  WS-COUNT-LINE.
043500     05  WS-CTL-COUNT-LABEL          PIC X(30).
043600     05  WS-CTL-COUNT                PIC ZZ,ZZ9.
043700
043800 01  WS-EXCEPTION-LINE.
043900     05  FILLER                  PIC X(14) VALUE "REJECTED EMP: ".
044000     05  WS-EXC-EMPLOYEE-NUMBER      PIC X(05).
044100     05  FILLER                      PIC X(03) VALUE SPACES.
044200     05  FILLER                      PIC X(08) VALUE "AMOUNT: ".
044300     05  WS-EXC-AMOUNT               PIC X(11).
044400     05  FILLER                      PIC X(02) VALUE SPACES.
044500     05  FILLER                      PIC X(08) VALUE "REASON: ".
044600     05  WS-EXC-REASON               PIC X(30).
044700
044800 PROCEDURE DIVISION.
044900
045000*=============================================================
045100* 0000-MAINLINE - BALANCE THE BATCH, CLAIM A RUN NUMBER, THEN
045200*                 PAY IT.
045300*=============================================================
045400 0000-MAINLINE.
045500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
045600     PERFORM 1200-BALANCE-BATCH THRU 1200-EXIT.
045700     PERFORM 1600-CLAIM-RUN-NUMBER THRU 1600-EXIT.
045800     PERFORM 1700-OPEN-OUTPUT-FILES THRU 1700-EXIT.
045900     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
046000         UNTIL END-OF-PAYMENT-FILE.
046100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
046200     STOP RUN.
046300
046400*=============================================================
046500* 1000-INITIALIZE - OPEN THE MASTERS AND THE STATEMENT DETAIL
046600*                   FILE AND CHECK THE YEAR-END CLOSE.
046700*=============================================================
046800 1000-INITIALIZE.
046900     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
047000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
047100     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
047200            WS-RUN-DATE-CCYY DELIMITED BY SIZE
047300         INTO WS-RUN-DATE-EDITED.
047400     OPEN I-O EMPLOYEE-MASTER-FILE.
047500     IF WS-EMPMAST-STATUS NOT = "00"
047600         DISPLAY "OFFCYCLE: EMPLOYEE-MASTER-FILE OPEN FAILED - "
047700         DISPLAY "          FILE STATUS = " WS-EMPMAST-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF.
048100     OPEN INPUT DEDUCTION-MASTER-FILE.
048200     IF WS-DEDMAST-STATUS NOT = "00"
048300         DISPLAY "OFFCYCLE: DEDUCTION-MASTER-FILE OPEN FAILED - "
048400         DISPLAY "          FILE STATUS = " WS-DEDMAST-STATUS
048500         MOVE 16 TO RETURN-CODE
048600         STOP RUN
048700     END-IF.
048800     OPEN I-O PAY-STATEMENT-DETAIL-FILE.
048900     IF WS-PAYDTL-STATUS = "35"
049000         OPEN OUTPUT PAY-STATEMENT-DETAIL-FILE
049100         CLOSE PAY-STATEMENT-DETAIL-FILE
049200         OPEN I-O PAY-STATEMENT-DETAIL-FILE
049300     END-IF.
049400     IF WS-PAYDTL-STATUS NOT = "00"
049500         DISPLAY "OFFCYCLE: PAY-STATEMENT-DETAIL-FILE OPEN "
049600         DISPLAY "          FAILED, STATUS = " WS-PAYDTL-STATUS
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000     OPEN I-O REISSUE-FILE.
050100     IF WS-REISSUE-STATUS = "35"
050200         OPEN OUTPUT REISSUE-FILE
050300         CLOSE REISSUE-FILE
050400         OPEN I-O REISSUE-FILE
050500     END-IF.
050600     IF WS-REISSUE-STATUS NOT = "00"
050700         DISPLAY "OFFCYCLE: REISSUE-FILE OPEN FAILED - "
050800         DISPLAY "          FILE STATUS = " WS-REISSUE-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200     PERFORM 1500-CHECK-YEAR-END-CLOSE THRU 1500-EXIT.
051300 1000-EXIT.
051400     EXIT.
051500
051600*=============================================================
051700* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
051800*                      RUN LOG, CREATING THE FILE ON ITS FIRST
051900*                      USE.
052000*=============================================================
052100 1050-LOG-RUN-START.
052200     OPEN EXTEND RUN-LOG-FILE.
052300     IF WS-RUNLOG-STATUS = "35"
052400         OPEN OUTPUT RUN-LOG-FILE
052500         CLOSE RUN-LOG-FILE
052600         OPEN EXTEND RUN-LOG-FILE
052700     END-IF.
052800     IF WS-RUNLOG-STATUS NOT = "00" AND
052900             WS-RUNLOG-STATUS NOT = "05"
053000         DISPLAY "OFFCYCLE: RUN-LOG-FILE OPEN FAILED - "
053100         DISPLAY "          FILE STATUS = " WS-RUNLOG-STATUS
053200         MOVE 16 TO RETURN-CODE
053300         STOP RUN
053400     END-IF.
053500     MOVE "S" TO RLG-RECORD-TYPE.
053600     MOVE "OFFCYCLE" TO RLG-PROGRAM-ID.
053700     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
053800     ACCEPT RLG-TIME FROM TIME.
053900     MOVE ZEROS TO RLG-RECORDS-READ.
054000     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
054100     MOVE ZEROS TO RLG-REJECT-COUNT.
054200     MOVE ZEROS TO RLG-RETURN-CODE.
054300     MOVE ZEROS TO RLG-PERIOD-NUMBER.
054400     WRITE RUN-LOG-RECORD.
054500 1050-EXIT.
054600     EXIT.
054700
054800*=============================================================
054900* 1200-BALANCE-BATCH - FIRST PASS OVER THE FEED. THE HEADER MUST
055000*                      LEAD, THE TRAILER MUST CLOSE, AND THE
055100*                      TRAILER'S COUNT, EMPLOYEE HASH AND AMOUNT
055200*                      TOTAL MUST MATCH THE DETAILS TO THE
055300*                      PENNY. AN OUT-OF-BALANCE BATCH STOPS THE
055400*                      RUN BEFORE ANYONE IS PAID. THE FEED IS
055500*                      THEN REOPENED AND POSITIONED PAST THE
055600*                      HEADER FOR THE PAYMENT PASS.
055700*=============================================================
055800 1200-BALANCE-BATCH.
055900     OPEN INPUT OFF-CYCLE-PAYMENT-FILE.
056000     IF WS-OFFTRAN-STATUS NOT = "00"
056100         DISPLAY "OFFCYCLE: OFF-CYCLE-PAYMENT-FILE OPEN FAILED - "
056200         DISPLAY "          FILE STATUS = " WS-OFFTRAN-STATUS
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN
056500     END-IF.
056600     MOVE "N" TO WS-EOF-SWITCH.
056700     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
056800     IF END-OF-PAYMENT-FILE
056900         DISPLAY "OFFCYCLE: PAYMENT FILE IS EMPTY"
057000         MOVE 16 TO RETURN-CODE
057100         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
057200         STOP RUN
057300     END-IF.
057400     IF NOT OTRN-IS-BATCH-HEADER
057500         DISPLAY "OFFCYCLE: BATCH HEADER MISSING - FIRST RECORD"
057600         DISPLAY "          IS TYPE " OTRN-RECORD-TYPE
057700         MOVE 16 TO RETURN-CODE
057800         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
057900         STOP RUN
058000     END-IF.
058100     MOVE OTRN-HDR-BATCH-NUMBER TO WS-BATCH-NUMBER.
058200     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
058300     PERFORM 1300-TALLY-ONE-RECORD THRU 1300-EXIT
058400         UNTIL END-OF-PAYMENT-FILE.
058500     IF NOT BATCH-TRAILER-SEEN
058600         DISPLAY "OFFCYCLE: BATCH TRAILER MISSING"
058700         MOVE "Y" TO WS-BALANCE-SWITCH
058800     END-IF.
058900     IF BATCH-IS-OUT-OF-BALANCE
059000         DISPLAY "OFFCYCLE: BATCH " WS-BATCH-NUMBER
059100                 " REJECTED - NOTHING PAID"
059200         MOVE 16 TO RETURN-CODE
059300         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
059400         STOP RUN
059500     END-IF.
059600     CLOSE OFF-CYCLE-PAYMENT-FILE.
059700     OPEN INPUT OFF-CYCLE-PAYMENT-FILE.
059800     IF WS-OFFTRAN-STATUS NOT = "00"
059900         DISPLAY "OFFCYCLE: PAYMENT FILE REOPEN FAILED - "
060000         DISPLAY "          FILE STATUS = " WS-OFFTRAN-STATUS
060100         MOVE 16 TO RETURN-CODE
060200         STOP RUN
060300     END-IF.
060400     MOVE "N" TO WS-EOF-SWITCH.
060500     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
060600     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
060700 1200-EXIT.
060800     EXIT.
060900
061000*=============================================================
061100* 1300-TALLY-ONE-RECORD - ACCUMULATE ONE FEED RECORD INTO THE
061200*                         BATCH TOTALS, OR VERIFY THE TRAILER.
061300*=============================================================
061400 1300-TALLY-ONE-RECORD.
061500     EVALUATE TRUE
061600         WHEN OTRN-IS-BATCH-HEADER
061700             DISPLAY "OFFCYCLE: DUPLICATE BATCH HEADER IN BATCH "
061800                     WS-BATCH-NUMBER
061900             MOVE "Y" TO WS-BALANCE-SWITCH
062000         WHEN OTRN-IS-BATCH-TRAILER
062100             IF BATCH-TRAILER-SEEN
062200                 DISPLAY "OFFCYCLE: DUPLICATE BATCH TRAILER"
062300                 MOVE "Y" TO WS-BALANCE-SWITCH
062400             ELSE
062500                 PERFORM 1400-VERIFY-TRAILER THRU 1400-EXIT
062600                 MOVE "Y" TO WS-TRAILER-SWITCH
062700             END-IF
062800         WHEN OTHER
062900             IF BATCH-TRAILER-SEEN
063000                 DISPLAY "OFFCYCLE: RECORD FOLLOWS BATCH TRAILER"
063100                 MOVE "Y" TO WS-BALANCE-SWITCH
063200             ELSE
063300                 ADD 1 TO WS-TRAN-COUNT
063400                 IF OTRN-EMPLOYEE-NUMBER-X IS NUMERIC
063500                     ADD OTRN-EMPLOYEE-NUMBER TO WS-EMP-HASH-TOTAL
063600                 END-IF
063700                 IF OTRN-AMOUNT-X IS NUMERIC
063800                     ADD OTRN-AMOUNT TO WS-AMOUNT-TOTAL
063900                 END-IF
064000             END-IF
064100     END-EVALUATE.
064200     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
064300 1300-EXIT.
064400     EXIT.
064500
064600*=============================================================
064700* 1400-VERIFY-TRAILER - MATCH THE TRAILER'S COUNT, HASH AND
064800*                       AMOUNT TOTALS AGAINST WHAT WAS READ.
064900*=============================================================
065000 1400-VERIFY-TRAILER.
065100     IF OTRN-TRL-TRAN-COUNT NOT = WS-TRAN-COUNT
065200         DISPLAY "OFFCYCLE: PAYMENT COUNT OUT OF BALANCE"
065300         DISPLAY "          TRAILER = " OTRN-TRL-TRAN-COUNT
065400                 " COUNTED = " WS-TRAN-COUNT
065500         MOVE "Y" TO WS-BALANCE-SWITCH
065600     END-IF.
065700     IF OTRN-TRL-EMP-HASH NOT = WS-EMP-HASH-TOTAL
065800         DISPLAY "OFFCYCLE: EMPLOYEE HASH TOTAL OUT OF BALANCE"
065900         DISPLAY "          TRAILER = " OTRN-TRL-EMP-HASH
066000                 " COMPUTED = " WS-EMP-HASH-TOTAL
066100         MOVE "Y" TO WS-BALANCE-SWITCH
066200     END-IF.
066300     IF OTRN-TRL-AMOUNT-TOTAL NOT = WS-AMOUNT-TOTAL
066400         DISPLAY "OFFCYCLE: AMOUNT TOTAL OUT OF BALANCE"
066500         DISPLAY "          TRAILER = " OTRN-TRL-AMOUNT-TOTAL
066600                 " COMPUTED = " WS-AMOUNT-TOTAL
066700         MOVE "Y" TO WS-BALANCE-SWITCH
066800     END-IF.
066900 1400-EXIT.
067000     EXIT.
067100
067200*=============================================================
067300* 1500-CHECK-YEAR-END-CLOSE - REFUSE TO POST INTO A NEW YEAR
067400*                             UNTIL THE YEAREND CLOSE HAS ROLLED
067500*                             THE PRIOR YEAR, EXACTLY AS PAYREG
067600*                             DOES. A MISSING CONTROL FILE MEANS
067700*                             NO YEAR HAS BEEN CLOSED YET.
067800*=============================================================
067900 1500-CHECK-YEAR-END-CLOSE.
068000     OPEN INPUT YEAR-END-CONTROL-FILE.
068100     IF WS-YEARCTL-STATUS = "35"
068200         GO TO 1500-EXIT
068300     END-IF.
068400     IF WS-YEARCTL-STATUS NOT = "00"
068500         DISPLAY "OFFCYCLE: YEAR-END-CONTROL-FILE OPEN FAILED - "
068600         DISPLAY "          FILE STATUS = " WS-YEARCTL-STATUS
068700         MOVE 16 TO RETURN-CODE
068800         STOP RUN
068900     END-IF.
069000     MOVE "1" TO YEC-KEY.
069100     READ YEAR-END-CONTROL-FILE
069200         INVALID KEY
069300             CLOSE YEAR-END-CONTROL-FILE
069400             GO TO 1500-EXIT
069500     END-READ.
069600     IF WS-RUN-DATE-CCYY > YEC-LAST-CLOSED-YEAR + 1
069700         DISPLAY "OFFCYCLE: YEAR-END CLOSE HAS NOT BEEN RUN - "
069800         DISPLAY "          LAST CLOSED YEAR = "
069900                 YEC-LAST-CLOSED-YEAR
070000         DISPLAY "          RUN YEAR         = " WS-RUN-DATE-CCYY
070100         MOVE 16 TO RETURN-CODE
070200         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
070300         STOP RUN
070400     END-IF.
070500     CLOSE YEAR-END-CONTROL-FILE.
070600 1500-EXIT.
070700     EXIT.
070800
070900*=============================================================
071000* 1600-CLAIM-RUN-NUMBER - TAKE THE NEXT OFF-CYCLE RUN NUMBER AND
071100*                         STAMP IT IN PROGRESS BEFORE ANYONE IS
071200*                         PAID. REFUSED IF THE LAST RUN NEVER
071300*                         COMPLETED (ITS PAYMENTS MUST BE SORTED
071400*                         OUT FIRST), IF THIS BATCH WAS THE LAST
071500*                         ONE PAID, OR IF THE RUN NUMBERS ARE
071600*                         USED UP. THE CONTROL FILE IS CREATED ON
071700*                         ITS FIRST USE.
071800*=============================================================
071900 1600-CLAIM-RUN-NUMBER.
072000     OPEN I-O OFF-CYCLE-CONTROL-FILE.
072100     IF WS-OFFCTL-STATUS = "35"
072200         OPEN OUTPUT OFF-CYCLE-CONTROL-FILE
072300         CLOSE OFF-CYCLE-CONTROL-FILE
072400         OPEN I-O OFF-CYCLE-CONTROL-FILE
072500     END-IF.
072600     IF WS-OFFCTL-STATUS NOT = "00"
072700         DISPLAY "OFFCYCLE: OFF-CYCLE-CONTROL-FILE OPEN FAILED - "
072800         DISPLAY "          FILE STATUS = " WS-OFFCTL-STATUS
072900         MOVE 16 TO RETURN-CODE
073000         STOP RUN
073100     END-IF.
073200     MOVE "1" TO OCC-KEY.
073300     MOVE "Y" TO WS-OCC-FOUND-SWITCH.
073400     READ OFF-CYCLE-CONTROL-FILE
073500         INVALID KEY
073600             MOVE "N" TO WS-OCC-FOUND-SWITCH
073700             MOVE ZEROS TO OCC-LAST-RUN-NUMBER
073800             MOVE ZEROS TO OCC-LAST-RUN-DATE
073900             MOVE ZEROS TO OCC-LAST-BATCH-NUMBER
074000             MOVE "C" TO OCC-RUN-STATUS
074100     END-READ.
074200     IF OCC-RUN-IN-PROGRESS
074300         DISPLAY "OFFCYCLE: OFF-CYCLE RUN " OCC-LAST-RUN-NUMBER
074400                 " DID NOT COMPLETE - "
074500         DISPLAY "          RESOLVE IT BEFORE ANOTHER RUN"
074600         MOVE 16 TO RETURN-CODE
074700         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
074800         STOP RUN
074900     END-IF.
075000     IF NOT OCC-NO-RUN-YET
075100         AND OCC-LAST-BATCH-NUMBER = WS-BATCH-NUMBER
075200         DISPLAY "OFFCYCLE: BATCH " WS-BATCH-NUMBER
075300                 " WAS ALREADY PAID BY RUN " OCC-LAST-RUN-NUMBER
075400         DISPLAY "          DUPLICATE RUN REFUSED"
075500         MOVE 16 TO RETURN-CODE
075600         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
075700         STOP RUN
075800     END-IF.
075900     IF OCC-RUN-NUMBERS-EXHAUSTED
076000         DISPLAY "OFFCYCLE: OFF-CYCLE RUN NUMBERS ARE USED UP - "
076100         DISPLAY "          LAST RUN = " OCC-LAST-RUN-NUMBER
076200         MOVE 16 TO RETURN-CODE
076300         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
076400         STOP RUN
076500     END-IF.
076600     IF OCC-NO-RUN-YET
076700         MOVE WS-FIRST-OFF-CYCLE-RUN TO WS-RUN-NUMBER
076800     ELSE
076900         COMPUTE WS-RUN-NUMBER = OCC-LAST-RUN-NUMBER + 1
077000     END-IF.
077100     MOVE WS-RUN-NUMBER TO OCC-LAST-RUN-NUMBER.
077200     MOVE WS-RUN-NUMBER TO WS-LOG-PERIOD-NUMBER.
077300     MOVE WS-RUN-DATE-NUMERIC TO OCC-LAST-RUN-DATE.
077400     MOVE WS-BATCH-NUMBER TO OCC-LAST-BATCH-NUMBER.
077500     MOVE "I" TO OCC-RUN-STATUS.
077600     IF CONTROL-ROW-WAS-FOUND
077700         REWRITE OFF-CYCLE-CONTROL-RECORD
077800             INVALID KEY
077900                 MOVE "99" TO WS-OFFCTL-STATUS
078000         END-REWRITE
078100     ELSE
078200         WRITE OFF-CYCLE-CONTROL-RECORD
078300             INVALID KEY
078400                 MOVE "99" TO WS-OFFCTL-STATUS
078500         END-WRITE
078600     END-IF.
078700     IF WS-OFFCTL-STATUS NOT = "00"
078800         DISPLAY "OFFCYCLE: OFF-CYCLE CONTROL UPDATE FAILED - "
078900         DISPLAY "          FILE STATUS = " WS-OFFCTL-STATUS
079000         MOVE 16 TO RETURN-CODE
079100         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
079200         STOP RUN
079300     END-IF.
079400 1600-EXIT.
079500     EXIT.
079600
079700*=============================================================
079800* 1700-OPEN-OUTPUT-FILES - OPEN THE REGISTER, THE EXCEPTION
079900*                          LISTING AND THE BANK PAYMENT FILE.
080000*=============================================================
080100 1700-OPEN-OUTPUT-FILES.
080200     OPEN OUTPUT OFF-CYCLE-REGISTER-FILE.
080300     IF WS-OFFRPT-STATUS NOT = "00"
080400         DISPLAY "OFFCYCLE: REGISTER FILE OPEN FAILED - "
080500         DISPLAY "          FILE STATUS = " WS-OFFRPT-STATUS
080600         MOVE 16 TO RETURN-CODE
080700         STOP RUN
080800     END-IF.
080900     OPEN OUTPUT OFF-CYCLE-EXCEPTION-FILE.
081000     IF WS-OFFEXCP-STATUS NOT = "00"
081100         DISPLAY "OFFCYCLE: EXCEPTION FILE OPEN FAILED - "
081200         DISPLAY "          FILE STATUS = " WS-OFFEXCP-STATUS
081300         MOVE 16 TO RETURN-CODE
081400         STOP RUN
081500     END-IF.
081600     OPEN OUTPUT BANK-PAYMENT-FILE.
081700     IF WS-OFFBANK-STATUS NOT = "00"
081800         DISPLAY "OFFCYCLE: BANK-PAYMENT-FILE OPEN FAILED - "
081900         DISPLAY "          FILE STATUS = " WS-OFFBANK-STATUS
082000         MOVE 16 TO RETURN-CODE
082100         STOP RUN
082200     END-IF.
082300     MOVE ZEROS TO WS-LINE-COUNT.
082400     MOVE ZEROS TO WS-PAGE-NUMBER.
082500 1700-EXIT.
082600     EXIT.
082700
082800*=============================================================
082900* 2000-PROCESS-PAYMENT - EDIT ONE PAYMENT, LOOK UP THE EMPLOYEE,
083000*                        WITHHOLD TAX IF ASKED, THEN PAY OR
083100*                        REJECT IT AND READ THE NEXT. THE TRAILER
083200*                        ENDS THE PAYMENT PASS.
083300*=============================================================
083400 2000-PROCESS-PAYMENT.
083500     IF OTRN-IS-BATCH-TRAILER
083600         MOVE "Y" TO WS-EOF-SWITCH
083700         GO TO 2000-EXIT
083800     END-IF.
083900     MOVE "N" TO WS-REJECT-SWITCH.
084000     MOVE SPACES TO WS-REJECT-REASON.
084100     MOVE ZEROS TO WS-DEDUCTION-COUNT.
084200     MOVE ZEROS TO WS-TOTAL-DEDUCTIONS.
084300     PERFORM 2100-EDIT-PAYMENT THRU 2100-EXIT.
084400     IF NOT PAYMENT-IS-REJECTED
084500         PERFORM 2150-LOOKUP-EMPLOYEE THRU 2150-EXIT
084600     END-IF.
084700     IF NOT PAYMENT-IS-REJECTED
084800         PERFORM 2170-CHECK-ALREADY-PAID THRU 2170-EXIT
084900     END-IF.
085000     IF NOT PAYMENT-IS-REJECTED
085100         AND OTRN-EARNINGS-IS-REISSUE
085200         PERFORM 2180-FIND-REISSUE THRU 2180-EXIT
085300     END-IF.
085400     IF NOT PAYMENT-IS-REJECTED
085500         AND OTRN-DEDUCTIONS-APPLY
085600         PERFORM 2320-GET-DEDUCTIONS THRU 2320-EXIT
085700     END-IF.
085800     IF PAYMENT-IS-REJECTED
085900         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
086000     ELSE
086100         COMPUTE WS-NET-PAY = OTRN-AMOUNT - WS-TOTAL-DEDUCTIONS
086200         MOVE OTRN-AMOUNT TO WS-PAYMENT-GROSS
086300         IF OTRN-EARNINGS-IS-REISSUE
086400             MOVE ZEROS TO WS-PAYMENT-GROSS
086500         END-IF
086600         PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
086700         PERFORM 2420-WRITE-BANK-PAYMENT THRU 2420-EXIT
086800         PERFORM 2450-UPDATE-YTD-GROSS THRU 2450-EXIT
086900         PERFORM 2460-WRITE-STATEMENT-DETAIL THRU 2460-EXIT
087000         PERFORM 2480-MARK-REISSUE-PAID THRU 2480-EXIT
087100     END-IF.
087200     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
087300 2000-EXIT.
087400     EXIT.
087500
087600*=============================================================
087700* 2100-EDIT-PAYMENT - FIELD-EDIT ONE PAYMENT DETAIL.
087800*=============================================================
087900 2100-EDIT-PAYMENT.
088000     IF NOT OTRN-IS-PAYMENT
088100         MOVE "Y" TO WS-REJECT-SWITCH
088200         MOVE "INVALID RECORD TYPE" TO WS-REJECT-REASON
088300         GO TO 2100-EXIT
088400     END-IF.
088500     IF OTRN-EMPLOYEE-NUMBER-X NOT NUMERIC
088600         MOVE "Y" TO WS-REJECT-SWITCH
088700         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
088800         GO TO 2100-EXIT
088900     END-IF.
089000     IF OTRN-EMPLOYEE-NUMBER = ZEROS
089100         MOVE "Y" TO WS-REJECT-SWITCH
089200         MOVE "EMPLOYEE NUMBER IS ZERO" TO WS-REJECT-REASON
089300         GO TO 2100-EXIT
089400     END-IF.
089500     IF OTRN-AMOUNT-X NOT NUMERIC
089600         MOVE "Y" TO WS-REJECT-SWITCH
089700         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
089800         GO TO 2100-EXIT
089900     END-IF.
090000     IF OTRN-AMOUNT = ZEROS
090100         MOVE "Y" TO WS-REJECT-SWITCH
090200         MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
090300         GO TO 2100-EXIT
090400     END-IF.
090500     IF NOT OTRN-EARNINGS-TYPE-IS-KNOWN
090600         MOVE "Y" TO WS-REJECT-SWITCH
090700         MOVE "EARNINGS TYPE NOT B/C/M/F/I" TO WS-REJECT-REASON
090800         GO TO 2100-EXIT
090900     END-IF.
091000     IF NOT OTRN-DEDUCTIONS-FLAG-VALID
091100         MOVE "Y" TO WS-REJECT-SWITCH
091200         MOVE "DEDUCTIONS FLAG NOT Y/N" TO WS-REJECT-REASON
091300         GO TO 2100-EXIT
091400     END-IF.
091500     IF OTRN-EARNINGS-IS-REISSUE
091600         AND OTRN-DEDUCTIONS-APPLY
091700         MOVE "Y" TO WS-REJECT-SWITCH
091800         MOVE "NO DEDUCTIONS FROM A REISSUE" TO WS-REJECT-REASON
091900     END-IF.
092000 2100-EXIT.
092100     EXIT.
092200
092300*=============================================================
092400* 2150-LOOKUP-EMPLOYEE - THE PAYMENT MUST BE FOR AN EMPLOYEE ON
092500*                        THE MASTER WITH BANK DETAILS TO PAY
092600*                        INTO, AND NO LARGER THAN THE SALARY
092700*                        CEILING FOR THE EMPLOYEE'S CURRENCY. A
092800*                        TERMINATED OR ON-LEAVE EMPLOYEE CAN
092900*                        STILL BE PAID - THAT IS WHAT A FINAL PAY
093000*                        IS FOR.
093100*                        BANK DETAILS THE BANK HAS RETURNED ARE
093200*                        NOT PAID INTO UNTIL HR CORRECTS THEM.
093300*=============================================================
093400 2150-LOOKUP-EMPLOYEE.
093500     MOVE OTRN-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
093600     READ EMPLOYEE-MASTER-FILE
093700         INVALID KEY
093800             MOVE "Y" TO WS-REJECT-SWITCH
093900             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
094000             GO TO 2150-EXIT
094100     END-READ.
094200     IF EMP-BANK-ROUTING = ZEROS
094300         OR EMP-BANK-ACCOUNT = SPACES
094400         MOVE "Y" TO WS-REJECT-SWITCH
094500         MOVE "BANK DETAILS MISSING" TO WS-REJECT-REASON
094600         GO TO 2150-EXIT
094700     END-IF.
094800     IF EMP-BANK-IS-RETURNED
094900         MOVE "Y" TO WS-REJECT-SWITCH
095000         MOVE "BANK DETAILS RETURNED BY BANK" TO WS-REJECT-REASON
095100         GO TO 2150-EXIT
095200     END-IF.
095300     EVALUATE TRUE
095400         WHEN EMP-CURRENCY-IS-GBP
095500             IF OTRN-AMOUNT > WS-MAXIMUM-SALARY-GBP
095600                 MOVE "Y" TO WS-REJECT-SWITCH
095700             END-IF
095800         WHEN EMP-CURRENCY-IS-EUR
095900             IF OTRN-AMOUNT > WS-MAXIMUM-SALARY-EUR
096000                 MOVE "Y" TO WS-REJECT-SWITCH
096100             END-IF
096200         WHEN EMP-CURRENCY-IS-JPY
096300             IF OTRN-AMOUNT > WS-MAXIMUM-SALARY-JPY
096400                 MOVE "Y" TO WS-REJECT-SWITCH
096500             END-IF
096600         WHEN OTHER
096700             IF OTRN-AMOUNT > WS-MAXIMUM-SALARY-USD
096800                 MOVE "Y" TO WS-REJECT-SWITCH
096900             END-IF
097000     END-EVALUATE.
097100     IF PAYMENT-IS-REJECTED
097200         MOVE "AMOUNT EXCEEDS MAXIMUM" TO WS-REJECT-REASON
097300     END-IF.
097400 2150-EXIT.
097500     EXIT.
097600
097700*=============================================================
097800* 2170-CHECK-ALREADY-PAID - ONE PAYMENT PER EMPLOYEE PER RUN -
097900*                           THE STATEMENT DETAIL ROW IS KEYED BY
098000*                           RUN AND EMPLOYEE, SO A SECOND PAYMENT
098100*                           IN THE SAME BATCH IS REJECTED BEFORE
098200*                           ANYTHING IS POSTED FOR IT.
098300*=============================================================
098400 2170-CHECK-ALREADY-PAID.
098500     MOVE WS-RUN-NUMBER TO PSD-PERIOD-NUMBER.
098600     MOVE OTRN-EMPLOYEE-NUMBER TO PSD-EMPLOYEE-NUMBER.
098700     READ PAY-STATEMENT-DETAIL-FILE
098800         INVALID KEY
098900             GO TO 2170-EXIT
099000     END-READ.
099100     MOVE "Y" TO WS-REJECT-SWITCH.
099200     MOVE "EMPLOYEE ALREADY PAID THIS RUN" TO WS-REJECT-REASON.
099300 2170-EXIT.
099400     EXIT.
099500
099600*=============================================================
099700* 2180-FIND-REISSUE - A REISSUE PAYMENT MUST PAY AN OUTSTANDING
099800*                     BANK RETURN FOR THE EMPLOYEE OF EXACTLY THE
099900*                     PAYMENT'S AMOUNT, IN THE EMPLOYEE'S OWN
100000*                     CURRENCY. THE FIRST SUCH ROW IS TAKEN.
100100*=============================================================
100200 2180-FIND-REISSUE.
100300     MOVE "N" TO WS-RIS-FOUND-SWITCH.
100400     MOVE "N" TO WS-RIS-EOF-SWITCH.
100500     MOVE OTRN-EMPLOYEE-NUMBER TO RIS-EMPLOYEE-NUMBER.
100600     MOVE ZEROS TO RIS-PERIOD-NUMBER.
100700     START REISSUE-FILE KEY >= RIS-KEY
100800         INVALID KEY
100900             MOVE "Y" TO WS-RIS-EOF-SWITCH
101000     END-START.
101100     PERFORM 2185-READ-REISSUE THRU 2185-EXIT
101200         UNTIL END-OF-REISSUES.
101300     IF NOT REISSUE-WAS-FOUND
101400         MOVE "Y" TO WS-REJECT-SWITCH
101500         MOVE "NO MATCHING RETURN OUTSTANDING" TO WS-REJECT-REASON
101600     END-IF.
101700 2180-EXIT.
101800     EXIT.
101900
102000*=============================================================
102100* 2185-READ-REISSUE - READ THE EMPLOYEE'S NEXT REISSUE ROW,
102200*                     STOPPING AT THE FIRST OUTSTANDING MATCH,
102300*                     END OF FILE OR ANOTHER EMPLOYEE'S ROW.
102400*=============================================================
102500 2185-READ-REISSUE.
102600     READ REISSUE-FILE NEXT RECORD
102700         AT END
102800             MOVE "Y" TO WS-RIS-EOF-SWITCH
102900             GO TO 2185-EXIT
103000     END-READ.
103100     IF RIS-EMPLOYEE-NUMBER NOT = OTRN-EMPLOYEE-NUMBER
103200         MOVE "Y" TO WS-RIS-EOF-SWITCH
103300         GO TO 2185-EXIT
103400     END-IF.
103500     IF RIS-IS-OUTSTANDING
103600         AND RIS-AMOUNT = OTRN-AMOUNT
103700         AND RIS-CURRENCY-CODE = EMP-CURRENCY-CODE
103800         MOVE "Y" TO WS-RIS-FOUND-SWITCH
103900         MOVE "Y" TO WS-RIS-EOF-SWITCH
104000     END-IF.
104100 2185-EXIT.
104200     EXIT.
104300
104400*=============================================================
104500* 2200-WRITE-EXCEPTION - LOG A REJECTED PAYMENT TO THE EXCEPTION
104600*                        LISTING. ITS AMOUNT GOES TO THE REJECTED
104700*                        TOTAL SO THE BATCH STILL RECONCILES.
104800*=============================================================
104900 2200-WRITE-EXCEPTION.
105000     ADD 1 TO WS-REJECT-COUNT.
105100     IF OTRN-AMOUNT-X IS NUMERIC
105200         ADD OTRN-AMOUNT TO WS-REJECTED-AMOUNT-TOTAL
105300     END-IF.
105400     MOVE OTRN-EMPLOYEE-NUMBER-X TO WS-EXC-EMPLOYEE-NUMBER.
105500     MOVE OTRN-AMOUNT-X TO WS-EXC-AMOUNT.
105600     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
105700     WRITE OFF-CYCLE-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
105800 2200-EXIT.
105900     EXIT.
106000
106100*=============================================================
106200* 2310-FORMAT-ONE-AMOUNT - EDIT ONE AMOUNT FOR PRINTING IN THE
106300*                          CURRENT EMPLOYEE'S CURRENCY.
106400*=============================================================
106500 2310-FORMAT-ONE-AMOUNT.
106600     MOVE SPACES TO WS-FORMATTED-AMOUNT.
106700     EVALUATE TRUE
106800         WHEN EMP-CURRENCY-IS-GBP
106900             MOVE WS-AMOUNT-TO-FORMAT TO WS-FMT-SALARY-2-DECIMALS
107000             STRING "GBP " DELIMITED BY SIZE
107100                    WS-FMT-SALARY-2-DECIMALS DELIMITED BY SIZE
107200                 INTO WS-FORMATTED-AMOUNT
107300         WHEN EMP-CURRENCY-IS-EUR
107400             MOVE WS-AMOUNT-TO-FORMAT TO WS-FMT-SALARY-2-DECIMALS
107500             STRING "EUR " DELIMITED BY SIZE
107600                    WS-FMT-SALARY-2-DECIMALS DELIMITED BY SIZE
107700                 INTO WS-FORMATTED-AMOUNT
107800         WHEN EMP-CURRENCY-IS-JPY
107900             COMPUTE WS-WHOLE-YEN-AMOUNT ROUNDED =
108000                 WS-AMOUNT-TO-FORMAT
108100             MOVE WS-WHOLE-YEN-AMOUNT TO WS-FMT-SALARY-0-DECIMALS
108200             STRING "JPY " DELIMITED BY SIZE
108300                    WS-FMT-SALARY-0-DECIMALS DELIMITED BY SIZE
108400                 INTO WS-FORMATTED-AMOUNT
108500         WHEN OTHER
108600             MOVE WS-AMOUNT-TO-FORMAT TO WS-FMT-SALARY-USD
108700             MOVE WS-FMT-SALARY-USD TO WS-FORMATTED-AMOUNT
108800     END-EVALUATE.
108900 2310-EXIT.
109000     EXIT.
109100
109200*=============================================================
109300* 2320-GET-DEDUCTIONS - READ THE EMPLOYEE'S ROWS FROM THE
109400*                       DEDUCTION MASTER INTO THE DEDUCTION
109500*                       TABLE AND TOTAL THEM. DEDUCTIONS THAT
109600*                       EXCEED THE PAYMENT REJECT IT.
109700*=============================================================
109800 2320-GET-DEDUCTIONS.
109900     MOVE "N" TO WS-DED-EOF-SWITCH.
110000     MOVE EMP-EMPLOYEE-NUMBER TO DED-EMPLOYEE-NUMBER.
110100     MOVE ZEROS TO DED-SEQUENCE.
110200     START DEDUCTION-MASTER-FILE KEY >= DED-KEY
110300         INVALID KEY
110400             MOVE "Y" TO WS-DED-EOF-SWITCH
110500     END-START.
110600     PERFORM 2330-READ-DEDUCTION THRU 2330-EXIT
110700         UNTIL END-OF-DEDUCTIONS.
110800     IF PAYMENT-IS-REJECTED
110900         GO TO 2320-EXIT
111000     END-IF.
111100     IF WS-TOTAL-DEDUCTIONS > OTRN-AMOUNT
111200         MOVE "Y" TO WS-REJECT-SWITCH
111300         MOVE "DEDUCTIONS EXCEED PAYMENT" TO WS-REJECT-REASON
111400     END-IF.
111500 2320-EXIT.
111600     EXIT.
111700
111800*=============================================================
111900* 2330-READ-DEDUCTION - READ THE NEXT DEDUCTION MASTER ROW AND
112000*                       TABLE IT, STOPPING AT END OF FILE OR AT
112100*                       THE FIRST ROW FOR ANOTHER EMPLOYEE. ONLY
112200*                       TAX ROWS ARE TAKEN - NOTHING REMITS AN
112300*                       OFF-CYCLE RUN'S BENEFIT OR GARNISHMENT
112400*                       LINES. A ROW OUTSIDE ITS EFFECTIVE DATES
112500*                       ON THE RUN DATE IS SKIPPED.
112600*=============================================================
112700 2330-READ-DEDUCTION.
112800     READ DEDUCTION-MASTER-FILE NEXT RECORD
112900         AT END
113000             MOVE "Y" TO WS-DED-EOF-SWITCH
113100             GO TO 2330-EXIT
113200     END-READ.
113300     IF DED-EMPLOYEE-NUMBER NOT = EMP-EMPLOYEE-NUMBER
113400         MOVE "Y" TO WS-DED-EOF-SWITCH
113500         GO TO 2330-EXIT
113600     END-IF.
113700     IF NOT DED-TYPE-IS-TAX
113800         GO TO 2330-EXIT
113900     END-IF.
114000     IF DED-START-DATE NOT = ZEROS
114100         AND WS-RUN-DATE-NUMERIC < DED-START-DATE
114200         GO TO 2330-EXIT
114300     END-IF.
114400     IF DED-STOP-DATE NOT = ZEROS
114500         AND WS-RUN-DATE-NUMERIC > DED-STOP-DATE
114600         GO TO 2330-EXIT
114700     END-IF.
114800     MOVE DED-AMOUNT TO WS-DED-AMOUNT-THIS-PAY.
114900     IF WS-DEDUCTION-COUNT >= WS-MAX-DEDUCTION-ROWS
115000         MOVE "Y" TO WS-REJECT-SWITCH
115100         MOVE "MORE THAN 20 DEDUCTION ROWS" TO WS-REJECT-REASON
115200         MOVE "Y" TO WS-DED-EOF-SWITCH
115300         GO TO 2330-EXIT
115400     END-IF.
115500     ADD 1 TO WS-DEDUCTION-COUNT.
115600     MOVE ZEROS
115700         TO WS-DED-TBL-GARNISH-TAKE (WS-DEDUCTION-COUNT).
115800     MOVE DED-SEQUENCE
115900         TO WS-DED-TBL-SEQUENCE (WS-DEDUCTION-COUNT).
116000     MOVE DED-TYPE TO WS-DED-TBL-TYPE (WS-DEDUCTION-COUNT).
116100     MOVE DED-DESCRIPTION
116200         TO WS-DED-TBL-DESCRIPTION (WS-DEDUCTION-COUNT).
116300     MOVE WS-DED-AMOUNT-THIS-PAY
116400         TO WS-DED-TBL-AMOUNT (WS-DEDUCTION-COUNT).
116500     MOVE DED-PAYEE-CODE
116600         TO WS-DED-TBL-PAYEE-CODE (WS-DEDUCTION-COUNT).
116700     MOVE DED-CASE-NUMBER
116800         TO WS-DED-TBL-CASE-NUMBER (WS-DEDUCTION-COUNT).
116900     ADD WS-DED-AMOUNT-THIS-PAY TO WS-TOTAL-DEDUCTIONS.
117000 2330-EXIT.
117100     EXIT.
117200
117300*=============================================================
117400* 2400-WRITE-DETAIL - PRINT ONE PAYMENT ON THE REGISTER, WITH A
117500*                     LINE UNDER IT FOR EACH DEDUCTION TAKEN,
117600*                     AND ADD IT INTO THE CURRENCY TOTALS.
117700*=============================================================
117800 2400-WRITE-DETAIL.
117900     IF WS-LINE-COUNT = ZEROS
118000         OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
118100         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
118200     END-IF.
118300     ADD 1 TO WS-PAID-COUNT.
118400     ADD WS-PAYMENT-GROSS TO WS-PAID-GROSS-TOTAL.
118500     IF OTRN-EARNINGS-IS-REISSUE
118600         ADD OTRN-AMOUNT TO WS-REISSUED-TOTAL
118700     END-IF.
118800     ADD WS-NET-PAY TO WS-NET-TOTAL.
118900     EVALUATE TRUE
119000         WHEN EMP-CURRENCY-IS-GBP
119100             ADD WS-PAYMENT-GROSS TO WS-GROSS-GBP
119200             ADD WS-TOTAL-DEDUCTIONS TO WS-DED-GBP
119300             ADD WS-NET-PAY TO WS-NET-GBP
119400         WHEN EMP-CURRENCY-IS-EUR
119500             ADD WS-PAYMENT-GROSS TO WS-GROSS-EUR
119600             ADD WS-TOTAL-DEDUCTIONS TO WS-DED-EUR
119700             ADD WS-NET-PAY TO WS-NET-EUR
119800         WHEN EMP-CURRENCY-IS-JPY
119900             ADD WS-PAYMENT-GROSS TO WS-GROSS-JPY
120000             ADD WS-TOTAL-DEDUCTIONS TO WS-DED-JPY
120100             ADD WS-NET-PAY TO WS-NET-JPY
120200         WHEN OTHER
120300             ADD WS-PAYMENT-GROSS TO WS-GROSS-USD
120400             ADD WS-TOTAL-DEDUCTIONS TO WS-DED-USD
120500             ADD WS-NET-PAY TO WS-NET-USD
120600     END-EVALUATE.
120700     MOVE EMP-EMPLOYEE-NUMBER TO WS-DTL-EMPLOYEE-NUMBER.
120800     MOVE SPACES TO WS-DTL-NAME.
120900     STRING EMP-LAST-NAME DELIMITED BY SPACE
121000            ", " DELIMITED BY SIZE
121100            EMP-FIRST-NAME DELIMITED BY SPACE
121200         INTO WS-DTL-NAME.
121300     EVALUATE TRUE
121400         WHEN OTRN-EARNINGS-IS-BONUS
121500             MOVE "BONUS" TO WS-DTL-EARNINGS-TYPE
121600         WHEN OTRN-EARNINGS-IS-CORRECTION
121700             MOVE "CORRECTION" TO WS-DTL-EARNINGS-TYPE
121800         WHEN OTRN-EARNINGS-IS-MANUAL-CHECK
121900             MOVE "MANUAL CHECK" TO WS-DTL-EARNINGS-TYPE
122000         WHEN OTRN-EARNINGS-IS-REISSUE
122100             MOVE "REISSUE" TO WS-DTL-EARNINGS-TYPE
122200         WHEN OTHER
122300             MOVE "FINAL PAY" TO WS-DTL-EARNINGS-TYPE
122400     END-EVALUATE.
122500     MOVE OTRN-DESCRIPTION TO WS-DTL-DESCRIPTION.
122600     MOVE WS-PAYMENT-GROSS TO WS-AMOUNT-TO-FORMAT.
122700     PERFORM 2310-FORMAT-ONE-AMOUNT THRU 2310-EXIT.
122800     MOVE WS-FORMATTED-AMOUNT TO WS-DTL-GROSS.
122900     MOVE WS-TOTAL-DEDUCTIONS TO WS-AMOUNT-TO-FORMAT.
123000     PERFORM 2310-FORMAT-ONE-AMOUNT THRU 2310-EXIT.
123100     MOVE WS-FORMATTED-AMOUNT TO WS-DTL-DEDUCTIONS.
123200     MOVE WS-NET-PAY TO WS-AMOUNT-TO-FORMAT.
123300     PERFORM 2310-FORMAT-ONE-AMOUNT THRU 2310-EXIT.
123400     MOVE WS-FORMATTED-AMOUNT TO WS-DTL-NET-PAY.
123500     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-DETAIL-LINE
123600         AFTER ADVANCING 1 LINE.
123700     ADD 1 TO WS-LINE-COUNT.
123800     IF WS-DEDUCTION-COUNT = ZEROS
123900         GO TO 2400-EXIT
124000     END-IF.
124100     PERFORM 2410-WRITE-ONE-DEDUCTION THRU 2410-EXIT
124200         VARYING WS-DED-IX FROM 1 BY 1
124300         UNTIL WS-DED-IX > WS-DEDUCTION-COUNT.
124400 2400-EXIT.
124500     EXIT.
124600
124700*=============================================================
124800* 2410-WRITE-ONE-DEDUCTION - PRINT ONE DEDUCTION TAKEN FROM THE
124900*                            PAYMENT, UNDER ITS DETAIL LINE.
125000*=============================================================
125100 2410-WRITE-ONE-DEDUCTION.
125200     MOVE WS-DED-TBL-TYPE (WS-DED-IX) TO WS-DDL-TYPE.
125300     MOVE WS-DED-TBL-DESCRIPTION (WS-DED-IX)
125400         TO WS-DDL-DESCRIPTION.
125500     MOVE WS-DED-TBL-AMOUNT (WS-DED-IX) TO WS-DDL-AMOUNT.
125600     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-DED-DETAIL-LINE
125700         AFTER ADVANCING 1 LINE.
125800     ADD 1 TO WS-LINE-COUNT.
125900 2410-EXIT.
126000     EXIT.
126100
126200*=============================================================
126300* 2420-WRITE-BANK-PAYMENT - WRITE ONE BANK PAYMENT DETAIL FOR
126400*                           THE NET PAY, IN THE EMPLOYEE'S OWN
126500*                           CURRENCY.
126600*=============================================================
126700 2420-WRITE-BANK-PAYMENT.
126800     MOVE SPACES TO BANK-PAYMENT-RECORD.
126900     MOVE "D" TO BPR-RECORD-TYPE.
127000     MOVE EMP-EMPLOYEE-NUMBER TO BPR-EMPLOYEE-NUMBER.
127100     MOVE EMP-BANK-ROUTING TO BPR-BANK-ROUTING.
127200     MOVE EMP-BANK-ACCOUNT TO BPR-BANK-ACCOUNT.
127300     MOVE WS-NET-PAY TO BPR-NET-PAY.
127400     MOVE EMP-CURRENCY-CODE TO BPR-CURRENCY-CODE.
127500     WRITE BANK-PAYMENT-RECORD.
127600     ADD WS-NET-PAY TO WS-BANKPAY-TOTAL.
127700     ADD 1 TO WS-BANKPAY-COUNT.
127800 2420-EXIT.
127900     EXIT.
128000
128100*=============================================================
128200* 2450-UPDATE-YTD-GROSS - ADD THE PAYMENT INTO THE EMPLOYEE'S
128300*                         YEAR-TO-DATE GROSS ON THE MASTER.
128400*                         A REISSUE IS NOT - ITS GROSS WAS POSTED
128500*                         WITH THE PAYMENT THE BANK RETURNED.
128600*=============================================================
128700 2450-UPDATE-YTD-GROSS.
128800     IF OTRN-EARNINGS-IS-REISSUE
128900         GO TO 2450-EXIT
129000     END-IF.
129100     ADD OTRN-AMOUNT TO EMP-YTD-GROSS.
129200     REWRITE EMPLOYEE-RECORD
129300         INVALID KEY
129400             DISPLAY "OFFCYCLE: MASTER REWRITE FAILED - EMPLOYEE "
129500             DISPLAY "          NUMBER = " EMP-EMPLOYEE-NUMBER
129600             MOVE 16 TO RETURN-CODE
129700             STOP RUN
129800     END-REWRITE.
129900 2450-EXIT.
130000     EXIT.
130100
130200*=============================================================
130300* 2460-WRITE-STATEMENT-DETAIL - KEEP THE PAYMENT ON THE PAY
130400*                               STATEMENT DETAIL FILE UNDER THE
130500*                               RUN NUMBER. THE RUN DATE STANDS
130600*                               IN FOR THE PERIOD DATES.
130700*=============================================================
130800 2460-WRITE-STATEMENT-DETAIL.
130900     MOVE SPACES TO PAY-STATEMENT-DETAIL-RECORD.
131000     MOVE WS-RUN-NUMBER TO PSD-PERIOD-NUMBER.
131100     MOVE EMP-EMPLOYEE-NUMBER TO PSD-EMPLOYEE-NUMBER.
131200     MOVE EMP-FIRST-NAME TO PSD-FIRST-NAME.
131300     MOVE EMP-LAST-NAME TO PSD-LAST-NAME.
131400     MOVE EMP-DEPARTMENT-CODE TO PSD-DEPARTMENT-CODE.
131500     MOVE EMP-CURRENCY-CODE TO PSD-CURRENCY-CODE.
131600     MOVE WS-RUN-DATE-NUMERIC TO PSD-PERIOD-START-DATE.
131700     MOVE WS-RUN-DATE-NUMERIC TO PSD-PERIOD-END-DATE.
131800     MOVE WS-RUN-DATE-NUMERIC TO PSD-PAY-DATE.
131900     MOVE OTRN-EARNINGS-TYPE TO PSD-EARNINGS-TYPE.
132000     MOVE WS-PAYMENT-GROSS TO PSD-GROSS-PAY.
132100     MOVE WS-TOTAL-DEDUCTIONS TO PSD-TOTAL-DEDUCTIONS.
132200     MOVE WS-NET-PAY TO PSD-NET-PAY.
132300     MOVE EMP-YTD-GROSS TO PSD-YTD-GROSS.
132400     MOVE EMP-BANK-ROUTING TO PSD-BANK-ROUTING.
132500     MOVE EMP-BANK-ACCOUNT TO PSD-BANK-ACCOUNT.
132600     MOVE "S" TO PSD-PAY-TYPE.
132700     IF EMP-PAY-IS-HOURLY
132800         MOVE "H" TO PSD-PAY-TYPE
132900     END-IF.
133000     MOVE ZEROS TO PSD-HOURLY-RATE.
133100     MOVE ZEROS TO PSD-REGULAR-HOURS.
133200     MOVE ZEROS TO PSD-OVERTIME-HOURS.
133300     MOVE ZEROS TO PSD-SHIFT-HOURS.
133400     MOVE ZEROS TO PSD-VACATION-ACCRUED.
133500     MOVE ZEROS TO PSD-VACATION-BALANCE.
133600     MOVE ZEROS TO PSD-SICK-ACCRUED.
133700     MOVE ZEROS TO PSD-SICK-BALANCE.
133800     MOVE WS-DEDUCTION-COUNT TO PSD-DEDUCTION-COUNT.
133900     PERFORM 2470-MOVE-ONE-STATEMENT-DED THRU 2470-EXIT
134000         VARYING WS-DED-IX FROM 1 BY 1
134100         UNTIL WS-DED-IX > WS-DEDUCTION-COUNT.
134200     WRITE PAY-STATEMENT-DETAIL-RECORD
134300         INVALID KEY
134400             DISPLAY "OFFCYCLE: STATEMENT DETAIL WRITE FAILED - "
134500             DISPLAY "          EMPLOYEE = " EMP-EMPLOYEE-NUMBER
134600             DISPLAY "          FILE STATUS = " WS-PAYDTL-STATUS
134700             MOVE 16 TO RETURN-CODE
134800             STOP RUN
134900     END-WRITE.
135000 2460-EXIT.
135100     EXIT.
135200
135300*=============================================================
135400* 2470-MOVE-ONE-STATEMENT-DED - COPY ONE DEDUCTION TABLE LINE
135500*                               INTO THE STATEMENT DETAIL ROW.
135600*=============================================================
135700 2470-MOVE-ONE-STATEMENT-DED.
135800     MOVE WS-DED-TBL-TYPE (WS-DED-IX)
135900         TO PSD-DED-TYPE (WS-DED-IX).
136000     MOVE WS-DED-TBL-DESCRIPTION (WS-DED-IX)
136100         TO PSD-DED-DESCRIPTION (WS-DED-IX).
136200     MOVE WS-DED-TBL-AMOUNT (WS-DED-IX)
136300         TO PSD-DED-AMOUNT (WS-DED-IX).
136400     MOVE WS-DED-TBL-SEQUENCE (WS-DED-IX)
136500         TO PSD-DED-SEQUENCE (WS-DED-IX).
136600     MOVE WS-DED-TBL-GARNISH-TAKE (WS-DED-IX)
136700         TO PSD-DED-GARNISH-TAKE (WS-DED-IX).
136800     MOVE WS-DED-TBL-PAYEE-CODE (WS-DED-IX)
136900         TO PSD-DED-PAYEE-CODE (WS-DED-IX).
137000     MOVE WS-DED-TBL-CASE-NUMBER (WS-DED-IX)
137100         TO PSD-DED-CASE-NUMBER (WS-DED-IX).
137200 2470-EXIT.
137300     EXIT.
137400
137500*=============================================================
137600* 2480-MARK-REISSUE-PAID - STAMP THE REISSUE ROW A REISSUE
137700*                          PAYMENT PAID WITH THIS RUN'S NUMBER AND
137800*                          DATE, SO IT IS NEVER PAID AGAIN.
137900*=============================================================
138000 2480-MARK-REISSUE-PAID.
138100     IF NOT OTRN-EARNINGS-IS-REISSUE
138200         GO TO 2480-EXIT
138300     END-IF.
138400     MOVE "P" TO RIS-STATUS.
138500     MOVE WS-RUN-NUMBER TO RIS-REISSUE-RUN-NUMBER.
138600     MOVE WS-RUN-DATE-NUMERIC TO RIS-REISSUE-DATE.
138700     REWRITE REISSUE-RECORD
138800         INVALID KEY
138900             DISPLAY "OFFCYCLE: REISSUE REWRITE FAILED - "
139000             DISPLAY "          EMPLOYEE = " RIS-EMPLOYEE-NUMBER
139100                     " PERIOD = " RIS-PERIOD-NUMBER
139200             MOVE 16 TO RETURN-CODE
139300             STOP RUN
139400     END-REWRITE.
139500 2480-EXIT.
139600     EXIT.
139700
139800*=============================================================
139900* 2500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE REGISTER.
140000*=============================================================
140100 2500-WRITE-PAGE-HEADERS.
140200     ADD 1 TO WS-PAGE-NUMBER.
140300     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
140400     MOVE WS-RUN-NUMBER TO WS-HDG-RUN-NUMBER.
140500     MOVE WS-BATCH-NUMBER TO WS-HDG-BATCH-NUMBER.
140600     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER.
140700     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-HEADING-LINE-1
140800         AFTER ADVANCING PAGE.
140900     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-HEADING-LINE-2
141000         AFTER ADVANCING 2 LINES.
141100     MOVE ZEROS TO WS-LINE-COUNT.
141200 2500-EXIT.
141300     EXIT.
141400
141500*=============================================================
141600* 2900-READ-PAYMENT - READ THE NEXT FEED RECORD.
141700*=============================================================
141800 2900-READ-PAYMENT.
141900     READ OFF-CYCLE-PAYMENT-FILE
142000         AT END
142100             MOVE "Y" TO WS-EOF-SWITCH
142200     END-READ.
142300 2900-EXIT.
142400     EXIT.
142500
142600*=============================================================
142700* 8000-TERMINATE - PRINT THE TOTALS, CLOSE THE BANK FILE WITH
142800*                  ITS TRAILER, RECONCILE, STAMP THE RUN
142900*                  COMPLETE AND CLOSE THE FILES.
143000*=============================================================
143100 8000-TERMINATE.
143200     IF WS-PAGE-NUMBER = ZEROS
143300         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
143400     END-IF.
143500     PERFORM 8100-WRITE-CURRENCY-TOTALS THRU 8100-EXIT.
143600     PERFORM 8180-WRITE-BANK-TRAILER THRU 8180-EXIT.
143700     PERFORM 8200-RECONCILE-TOTALS THRU 8200-EXIT.
143800     PERFORM 8300-WRITE-CONTROL-TOTALS THRU 8300-EXIT.
143900     MOVE "C" TO OCC-RUN-STATUS.
144000     REWRITE OFF-CYCLE-CONTROL-RECORD
144100         INVALID KEY
144200             DISPLAY "OFFCYCLE: CONTROL REWRITE FAILED - "
144300             DISPLAY "          RUN " WS-RUN-NUMBER
144400             MOVE 16 TO RETURN-CODE
144500     END-REWRITE.
144600     DISPLAY "OFFCYCLE: RUN " WS-RUN-NUMBER " BATCH "
144700             WS-BATCH-NUMBER " - READ: " WS-TRAN-COUNT.
144800     DISPLAY "OFFCYCLE - PAID: " WS-PAID-COUNT
144900             " REJECTS: " WS-REJECT-COUNT.
145000     CLOSE EMPLOYEE-MASTER-FILE.
145100     CLOSE DEDUCTION-MASTER-FILE.
145200     CLOSE OFF-CYCLE-PAYMENT-FILE.
145300     CLOSE OFF-CYCLE-CONTROL-FILE.
145400     CLOSE PAY-STATEMENT-DETAIL-FILE.
145500     CLOSE REISSUE-FILE.
145600     CLOSE BANK-PAYMENT-FILE.
145700     CLOSE OFF-CYCLE-REGISTER-FILE.
145800     CLOSE OFF-CYCLE-EXCEPTION-FILE.
145900     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
146000 8000-EXIT.
146100     EXIT.
146200
146300*=============================================================
146400* 8100-WRITE-CURRENCY-TOTALS - PRINT GROSS, DEDUCTIONS AND NET
146500*                              FOR EACH CURRENCY PAID ON THE RUN.
146600*=============================================================
146700 8100-WRITE-CURRENCY-TOTALS.
146800     IF WS-GROSS-USD NOT = ZEROS
146900         OR WS-NET-USD NOT = ZEROS
147000         MOVE "USD" TO WS-CTL-CURRENCY
147100         MOVE WS-GROSS-USD TO WS-CTL-GROSS
147200         MOVE WS-DED-USD TO WS-CTL-DEDUCTIONS
147300         MOVE WS-NET-USD TO WS-CTL-NET
147400         WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CCY-TOTAL-LINE
147500             AFTER ADVANCING 2 LINES
147600     END-IF.
147700     IF WS-GROSS-GBP NOT = ZEROS
147800         OR WS-NET-GBP NOT = ZEROS
147900         MOVE "GBP" TO WS-CTL-CURRENCY
148000         MOVE WS-GROSS-GBP TO WS-CTL-GROSS
148100         MOVE WS-DED-GBP TO WS-CTL-DEDUCTIONS
148200         MOVE WS-NET-GBP TO WS-CTL-NET
148300         WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CCY-TOTAL-LINE
148400             AFTER ADVANCING 1 LINE
148500     END-IF.
148600     IF WS-GROSS-EUR NOT = ZEROS
148700         OR WS-NET-EUR NOT = ZEROS
148800         MOVE "EUR" TO WS-CTL-CURRENCY
148900         MOVE WS-GROSS-EUR TO WS-CTL-GROSS
149000         MOVE WS-DED-EUR TO WS-CTL-DEDUCTIONS
149100         MOVE WS-NET-EUR TO WS-CTL-NET
149200         WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CCY-TOTAL-LINE
149300             AFTER ADVANCING 1 LINE
149400     END-IF.
149500     IF WS-GROSS-JPY NOT = ZEROS
149600         OR WS-NET-JPY NOT = ZEROS
149700         MOVE "JPY" TO WS-CTJ-CURRENCY
149800         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-GROSS-JPY
149900         MOVE WS-WHOLE-YEN-TOTAL TO WS-CTJ-GROSS
150000         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-DED-JPY
150100         MOVE WS-WHOLE-YEN-TOTAL TO WS-CTJ-DEDUCTIONS
150200         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-NET-JPY
150300         MOVE WS-WHOLE-YEN-TOTAL TO WS-CTJ-NET
150400         WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CCY-TOTAL-LINE-JPY
150500             AFTER ADVANCING 1 LINE
150600     END-IF.
150700 8100-EXIT.
150800     EXIT.
150900
151000*=============================================================
151100* 8180-WRITE-BANK-TRAILER - CLOSE THE BANK PAYMENT FILE WITH A
151200*                           TRAILER CARRYING THE RECORD COUNT
151300*                           AND NET TOTAL THE BANK BALANCES
151400*                           AGAINST.
151500*=============================================================
151600 8180-WRITE-BANK-TRAILER.
151700     MOVE SPACES TO BANK-PAYMENT-RECORD.
151800     MOVE "T" TO BPR-RECORD-TYPE.
151900     MOVE WS-BANKPAY-COUNT TO BPR-TRL-RECORD-COUNT.
152000     MOVE WS-BANKPAY-TOTAL TO BPR-TRL-NET-TOTAL.
152100     WRITE BANK-PAYMENT-RECORD.
152200 8180-EXIT.
152300     EXIT.
152400
152500*=============================================================
152600* 8200-RECONCILE-TOTALS - THE BATCH AMOUNT TOTAL MUST EQUAL THE
152700*                         GROSS PAID PLUS THE REISSUES PAID PLUS
152800*                         THE AMOUNTS REJECTED, AND THE REGISTER
152900*                         NET MUST EQUAL THE BANK FILE NET, BOTH
153000*                         TO THE PENNY.
153100*=============================================================
153200 8200-RECONCILE-TOTALS.
153300     ADD WS-PAID-GROSS-TOTAL WS-REISSUED-TOTAL
153400         WS-REJECTED-AMOUNT-TOTAL GIVING WS-OUTPUT-TOTAL.
153500     IF WS-AMOUNT-TOTAL NOT = WS-OUTPUT-TOTAL
153600         DISPLAY "OFFCYCLE: RECONCILIATION FAILED - BATCH TOTAL "
153700         DISPLAY "          DOES NOT EQUAL PAID, REISSUED AND "
153800         DISPLAY "          REJECTED."
153900         DISPLAY "BATCH TOTAL    = " WS-AMOUNT-TOTAL
154000         DISPLAY "OUTPUT TOTAL   = " WS-OUTPUT-TOTAL
154100         MOVE 16 TO RETURN-CODE
154200     END-IF.
154300     IF WS-NET-TOTAL NOT = WS-BANKPAY-TOTAL
154400         DISPLAY "OFFCYCLE: RECONCILIATION FAILED - REGISTER NET"
154500         DISPLAY "          DOES NOT EQUAL THE BANK PAYMENT FILE"
154600         DISPLAY "          TOTAL."
154700         DISPLAY "REGISTER NET   = " WS-NET-TOTAL
154800         DISPLAY "BANK PAY TOTAL = " WS-BANKPAY-TOTAL
154900         MOVE 16 TO RETURN-CODE
155000     END-IF.
155100 8200-EXIT.
155200     EXIT.
155300
155400*=============================================================
155500* 8300-WRITE-CONTROL-TOTALS - PRINT THE BATCH CONTROL FIGURES
155600*                             AT THE FOOT OF THE REGISTER.
155700*=============================================================
155800 8300-WRITE-CONTROL-TOTALS.
155900     MOVE "PAYMENTS PAID" TO WS-CTL-COUNT-LABEL.
156000     MOVE WS-PAID-COUNT TO WS-CTL-COUNT.
156100     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-COUNT-LINE
156200         AFTER ADVANCING 2 LINES.
156300     MOVE "PAYMENTS REJECTED" TO WS-CTL-COUNT-LABEL.
156400     MOVE WS-REJECT-COUNT TO WS-CTL-COUNT.
156500     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-COUNT-LINE
156600         AFTER ADVANCING 1 LINE.
156700     MOVE "BATCH AMOUNT TOTAL" TO WS-CNL-LABEL.
156800     MOVE WS-AMOUNT-TOTAL TO WS-CNL-AMOUNT.
156900     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CONTROL-LINE
157000         AFTER ADVANCING 1 LINE.
157100     MOVE "GROSS PAID" TO WS-CNL-LABEL.
157200     MOVE WS-PAID-GROSS-TOTAL TO WS-CNL-AMOUNT.
157300     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CONTROL-LINE
157400         AFTER ADVANCING 1 LINE.
157500     MOVE "REISSUES PAID" TO WS-CNL-LABEL.
157600     MOVE WS-REISSUED-TOTAL TO WS-CNL-AMOUNT.
157700     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CONTROL-LINE
157800         AFTER ADVANCING 1 LINE.
157900     MOVE "AMOUNT REJECTED" TO WS-CNL-LABEL.
158000     MOVE WS-REJECTED-AMOUNT-TOTAL TO WS-CNL-AMOUNT.
158100     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CONTROL-LINE
158200         AFTER ADVANCING 1 LINE.
158300     MOVE "BANK FILE NET TOTAL" TO WS-CNL-LABEL.
158400     MOVE WS-BANKPAY-TOTAL TO WS-CNL-AMOUNT.
158500     WRITE OFF-CYCLE-REGISTER-LINE FROM WS-CONTROL-LINE
158600         AFTER ADVANCING 1 LINE.
158700 8300-EXIT.
158800     EXIT.
158900
159000*=============================================================
159100* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
159200*                    LOG - COUNTS, RETURN CODE AND THE OFF-CYCLE
159300*                    RUN NUMBER IN PLACE OF A PERIOD - AND CLOSE
159400*                    THE LOG.
159500*=============================================================
159600 8900-LOG-RUN-END.
159700     MOVE "E" TO RLG-RECORD-TYPE.
159800     MOVE "OFFCYCLE" TO RLG-PROGRAM-ID.
159900     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
160000     ACCEPT RLG-TIME FROM TIME.
160100     MOVE WS-TRAN-COUNT TO RLG-RECORDS-READ.
160200     MOVE WS-BANKPAY-COUNT TO RLG-RECORDS-WRITTEN.
160300     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
160400     MOVE RETURN-CODE TO RLG-RETURN-CODE.
160500     MOVE WS-LOG-PERIOD-NUMBER TO RLG-PERIOD-NUMBER.
160600     WRITE RUN-LOG-RECORD.
160700     CLOSE RUN-LOG-FILE.
160800 8900-EXIT.
160900     EXIT.
